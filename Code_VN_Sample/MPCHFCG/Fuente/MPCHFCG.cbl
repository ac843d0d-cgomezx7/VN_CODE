      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHFCG.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CARGA DE LAS FACTURAS MENSUALES DE LOS CENTROS   *00000110
      *               EMBOSADORES. LEE EL FICHERO DE FACTURAS (UNA O   *00000120
      *               VARIAS, CADA UNA CON REGISTRO DE CABECERA,       *00000130
      *               LINEAS POR TIPO DE TARJETA Y SERVICIO Y REGISTRO *00000140
      *               DE CIERRE CON TOTALES DE CONTROL), VALIDA CADA   *00000150
      *               FACTURA Y CARGA SUS LINEAS EN EMBOZ_FACTURA PARA *00000160
      *               SU CONCILIACION (MPCHFAC). LAS FACTURAS CON      *00000170
      *               ERRORES, DESCUADRE DE TOTALES O YA CARGADAS SE   *00000180
      *               RECHAZAN ENTERAS Y SE LISTAN CON SU MOTIVO.      *00000190
      *                                                                *00000200
      *               SERVICIOS: 'N' ESTANDAR, 'U' URGENTE,            *00000210
      *                          'R' REEXPEDICION.                     *00000220
      *-                                                              -*00000230
      *  FICHEROS DE ENTRADA:                                          *00000240
      *        MPCHFGE1 : FACTURAS DE LOS CENTROS EMBOSADORES.         *00000250
      *-                                                              -*00000260
      *  FICHEROS DE SALIDA:                                           *00000270
      *        MPCHFGS1 : LISTADO DE FACTURAS CARGADAS Y RECHAZADAS.   *00000280
      *-                                                              -*00000290
      *  TABLAS DB2:                                                   *00000300
      *        EMBOZ_FACTURA : LINEAS DE FACTURA DE LOS EMBOSADORES.   *00000310
      *-                                                              -*00000320
      *  CODIGOS DE RETORNO:                                           *00000330
      *        0 : TODAS LAS FACTURAS CARGADAS.                        *00000340
      *        4 : ALGUNA FACTURA RECHAZADA O REGISTROS SIN FACTURA.   *00000350
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
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CARGA DE LAS     *00000470
      *                        FACTURAS DE LOS EMBOSADORES.            *00000480
      *                                                                *00000490
      ******************************************************************00000500
                                                                        00000510
      ******************************************************************00000520
      * IDENTIFICATION DIVISION                                        *00000530
      ******************************************************************00000540
       IDENTIFICATION DIVISION.                                         00000550
       PROGRAM-ID.    MPCHFCG.                                          00000560
       AUTHOR.        VIEWNEXT.                                         00000570
       DATE-WRITTEN.  15-10-2026.                                       00000580
       DATE-COMPILED.                                                   00000590
                                                                        00000600
      ******************************************************************00000610
      * ENVIRONMENT DIVISION                                           *00000620
      ******************************************************************00000630
       ENVIRONMENT DIVISION.                                            00000640
                                                                        00000650
      *----------------------------------------------------------------*00000660
      * CONFIGURATION SECTION                                          *00000670
      *----------------------------------------------------------------*00000680
       CONFIGURATION SECTION.                                           00000690
                                                                        00000700
       SOURCE-COMPUTER. IBM-3090.                                       00000710
       OBJECT-COMPUTER. IBM-3090.                                       00000720
       SPECIAL-NAMES.                                                   00000730
           DECIMAL-POINT IS COMMA.                                      00000740
                                                                        00000750
      *----------------------------------------------------------------*00000760
      * INPUT OUTPUT SECTION                                           *00000770
      *----------------------------------------------------------------*00000780
       INPUT-OUTPUT SECTION.                                            00000790
       FILE-CONTROL.                                                    00000800
                                                                        00000810
      * -- FACTURAS DE LOS CENTROS EMBOSADORES.                         00000820
           SELECT MPCHFGE1 ASSIGN MPCHFGE1                              00000830
                  ACCESS MODE IS SEQUENTIAL                             00000840
                  FILE STATUS IS FS-MPCHFGE1.                           00000850
                                                                        00000860
      * -- LISTADO DE FACTURAS CARGADAS Y RECHAZADAS.                   00000870
           SELECT MPCHFGS1 ASSIGN MPCHFGS1                              00000880
                  ACCESS MODE IS SEQUENTIAL                             00000890
                  FILE STATUS IS FS-MPCHFGS1.                           00000900
                                                                        00000910
      ******************************************************************00000920
      * DATA DIVISION                                                  *00000930
      ******************************************************************00000940
       DATA DIVISION.                                                   00000950
                                                                        00000960
      *----------------------------------------------------------------*00000970
      * FILE SECTION                                                   *00000980
      *----------------------------------------------------------------*00000990
       FILE SECTION.                                                    00001000
                                                                        00001010
      *--  REGISTRO DE CABECERA ('C'), DE LINEA ('D') Y DE CIERRE ('T') 00001020
      *--  DE LA FACTURA. LOS IMPORTES LLEVAN DOS DECIMALES IMPLICITOS. 00001030
       FD  MPCHFGE1                                                     00001040
           BLOCK CONTAINS 0 RECORDS                                     00001050
           RECORDING MODE IS F                                          00001060
           LABEL RECORD ARE STANDARD                                    00001070
           RECORD CONTAINS 80 CHARACTERS                                00001080
           DATA RECORD IS REG-MPCHFGE1.                                 00001090
       01  REG-MPCHFGE1.                                                00001100
           05  FC-TIPO-REG                 PIC X(01).                   00001110
               88  FC-CABECERA                         VALUE 'C'.       00001120
               88  FC-DETALLE                          VALUE 'D'.       00001130
               88  FC-CIERRE                           VALUE 'T'.       00001140
           05  FC-CENTROEMB                PIC X(08).                   00001150
           05  FC-NUMFACT                  PIC X(15).                   00001160
           05  FC-PERIODO.                                              00001170
               10  FC-PERIODO-ANO          PIC X(04).                   00001180
               10  FC-PERIODO-SEP          PIC X(01).                   00001190
               10  FC-PERIODO-MES          PIC X(02).                   00001200
           05  FC-FECFACT.                                              00001210
               10  FC-FECFACT-ANO          PIC X(04).                   00001220
               10  FC-FECFACT-SEP1         PIC X(01).                   00001230
               10  FC-FECFACT-MES          PIC X(02).                   00001240
               10  FC-FECFACT-SEP2         PIC X(01).                   00001250
               10  FC-FECFACT-DIA          PIC X(02).                   00001260
           05  FILLER                      PIC X(39).                   00001270
       01  REG-MPCHFGE1-DETALLE.                                        00001280
           05  FILLER                      PIC X(01).                   00001290
           05  FD-INDTIPT                  PIC 9(02).                   00001300
           05  FD-SERVICIO                 PIC X(01).                   00001310
               88  FD-SERVICIO-VALIDO            VALUE 'N' 'U' 'R'.     00001320
           05  FD-CANTIDAD                 PIC 9(07).                   00001330
           05  FD-IMPORTE                  PIC 9(09)V9(02).             00001340
           05  FILLER                      PIC X(58).                   00001350
       01  REG-MPCHFGE1-CIERRE.                                         00001360
           05  FILLER                      PIC X(01).                   00001370
           05  FT-NUM-LINEAS               PIC 9(05).                   00001380
           05  FT-IMPORTE                  PIC 9(11)V9(02).             00001390
           05  FILLER                      PIC X(61).                   00001400
                                                                        00001410
       FD  MPCHFGS1                                                     00001420
           BLOCK CONTAINS 0 RECORDS                                     00001430
           RECORDING MODE IS F                                          00001440
           LABEL RECORD ARE STANDARD                                    00001450
           RECORD CONTAINS 132 CHARACTERS                               00001460
           DATA RECORD IS REG-MPCHFGS1.                                 00001470
       01  REG-MPCHFGS1                    PIC X(132).                  00001480
                                                                        00001490
      *----------------------------------------------------------------*00001500
      * WORKING-STORAGE SECTION                                        *00001510
      *----------------------------------------------------------------*00001520
       WORKING-STORAGE SECTION.                                         00001530
                                                                        00001540
      ******************************************************************00001550
      *                        S W I T C H E S                         *00001560
      ******************************************************************00001570
       01  SW-SWITCHES.                                                 00001580
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001590
               88  DB2-OK                              VALUE 0.         00001600
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001610
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001620
           05  SW-FIN-MPCHFGE1             PIC X(01)   VALUE 'N'.       00001630
               88  SI-FIN-MPCHFGE1                     VALUE 'S'.       00001640
               88  NO-FIN-MPCHFGE1                     VALUE 'N'.       00001650
           05  SW-FACTURA-ABIERTA          PIC X(01)   VALUE 'N'.       00001660
               88  SI-FACTURA-ABIERTA                  VALUE 'S'.       00001670
               88  NO-FACTURA-ABIERTA                  VALUE 'N'.       00001680
           05  SW-FACTURA-VALIDA           PIC X(01)   VALUE 'N'.       00001690
               88  SI-FACTURA-VALIDA                   VALUE 'S'.       00001700
               88  NO-FACTURA-VALIDA                   VALUE 'N'.       00001710
                                                                        00001720
      ******************************************************************00001730
      *                      C O N S T A N T E S                       *00001740
      ******************************************************************00001750
       01  CT-CONSTANTES.                                               00001760
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001770
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001780
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001790
               10  CA-MPCHFCG              PIC X(08)   VALUE 'MPCHFCG'. 00001800
               10  CA-RESP                 PIC X(14)   VALUE            00001810
                                   'MEDIOS DE PAGO'.                    00001820
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001830
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001840
               10  CA-MPCHFGE1             PIC X(08)   VALUE 'MPCHFGE1'.00001850
               10  CA-MPCHFGS1             PIC X(08)   VALUE 'MPCHFGS1'.00001860
               10  CA-EMBOZ-FACTURA        PIC X(13)   VALUE            00001870
                                   'EMBOZ_FACTURA'.                     00001880
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001890
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001900
               10  CA-GUION                PIC X(01)   VALUE '-'.       00001910
               10  CA-CARGADA              PIC X(07)   VALUE 'CARGADA'. 00001920
               10  CA-MOT-CENTRO           PIC X(40)   VALUE            00001930
                         'RECHAZADA: CENTRO EMBOSADOR SIN INFORMAR'.    00001940
               10  CA-MOT-PERIODO          PIC X(40)   VALUE            00001950
                         'RECHAZADA: PERIODO DE FACTURA INVALIDO  '.    00001960
               10  CA-MOT-FECHA            PIC X(40)   VALUE            00001970
                         'RECHAZADA: FECHA DE FACTURA INVALIDA    '.    00001980
               10  CA-MOT-LINEA            PIC X(40)   VALUE            00001990
                         'RECHAZADA: LINEA DE FACTURA INVALIDA    '.    00002000
               10  CA-MOT-SERVICIO         PIC X(40)   VALUE            00002010
                         'RECHAZADA: SERVICIO DE LINEA INVALIDO   '.    00002020
               10  CA-MOT-DEMASIADAS       PIC X(40)   VALUE            00002030
                         'RECHAZADA: DEMASIADAS LINEAS            '.    00002040
               10  CA-MOT-TIPO-REG         PIC X(40)   VALUE            00002050
                         'RECHAZADA: TIPO DE REGISTRO DESCONOCIDO '.    00002060
               10  CA-MOT-CIERRE           PIC X(40)   VALUE            00002070
                         'RECHAZADA: TOTALES DE CIERRE INVALIDOS  '.    00002080
               10  CA-MOT-NUM-LINEAS       PIC X(40)   VALUE            00002090
                         'RECHAZADA: DESCUADRE EN NUMERO DE LINEAS'.    00002100
               10  CA-MOT-IMPORTE          PIC X(40)   VALUE            00002110
                         'RECHAZADA: DESCUADRE EN IMPORTE TOTAL   '.    00002120
               10  CA-MOT-SIN-CIERRE       PIC X(40)   VALUE            00002130
                         'RECHAZADA: SIN REGISTRO DE CIERRE       '.    00002140
               10  CA-MOT-DUPLICADA        PIC X(40)   VALUE            00002150
                         'RECHAZADA: FACTURA YA CARGADA           '.    00002160
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002170
                                   'ERROR AL ABRIR UN FICHERO'.         00002180
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002190
                                   'ERROR AL CERRAR UN FICHERO'.        00002200
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002210
                                   'ERROR AL LEER UN FICHERO'.          00002220
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002230
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002240
               10  CA-ERR-FACTURA          PIC X(38)   VALUE            00002250
                         'ERROR AL ACCEDER A EMBOZ_FACTURA      '.      00002260
               10  CA-PRF-1100             PIC X(19)   VALUE            00002270
                                   '1100-ABRIR-FICHEROS'.               00002280
               10  CA-PRF-2600             PIC X(26)   VALUE            00002290
                                   '2600-COMPROBAR-DUPLICADA'.          00002300
               10  CA-PRF-2710             PIC X(21)   VALUE            00002310
                                   '2710-INSERTAR-LINEA'.               00002320
               10  CA-PRF-2900             PIC X(23)   VALUE            00002330
                                   '2900-ESCRIBIR-RESULTADO'.           00002340
               10  CA-PRF-3100             PIC X(20)   VALUE            00002350
                                   '3100-CERRAR-FICHEROS'.              00002360
               10  CA-PRF-9100             PIC X(18)   VALUE            00002370
                                   '9100-LEER-MPCHFGE1'.                00002380
                                                                        00002390
           05  CN-CONSTANTES-NUMERICAS.                                 00002400
               10  CN-1                    PIC 9(01)   VALUE 1.         00002410
               10  CN-4                    PIC 9(01)   VALUE 4.         00002420
               10  CN-MES-MAXIMO           PIC 9(02)   VALUE 12.        00002430
               10  CN-MAX-LINEAS           PIC 9(03)   VALUE 200.       00002440
                                                                        00002450
      ******************************************************************00002460
      *                    C O N T A D O R E S                         *00002470
      ******************************************************************00002480
       01  CT-CONTADORES.                                               00002490
           05  CT-LEIDOS                   PIC 9(9)    VALUE ZEROES.    00002500
           05  CT-FACTURAS                 PIC 9(9)    VALUE ZEROES.    00002510
           05  CT-CARGADAS                 PIC 9(9)    VALUE ZEROES.    00002520
           05  CT-LINEAS-CARGADAS          PIC 9(9)    VALUE ZEROES.    00002530
           05  CT-RECHAZADAS               PIC 9(9)    VALUE ZEROES.    00002540
           05  CT-SIN-FACTURA              PIC 9(9)    VALUE ZEROES.    00002550
                                                                        00002560
      ******************************************************************00002570
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002580
      ******************************************************************00002590
       01  WK-ESTADISTICA.                                              00002600
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002610
           05  WK-CAB-2                    PIC X(55)   VALUE            00002620
                   '* ESTADISTICAS DE MPCHFCG                   *'.     00002630
           05  WK-CAB-3.                                                00002640
               10  FILLER                  PIC X(45)   VALUE            00002650
                   '* REGISTROS LEIDOS:                        '.       00002660
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002670
               10  FILLER                  PIC X(01)   VALUE '*'.       00002680
           05  WK-CAB-4.                                                00002690
               10  FILLER                  PIC X(45)   VALUE            00002700
                   '* FACTURAS RECIBIDAS:                      '.       00002710
               10  WK-FACTURAS-ED          PIC ZZZZZZZZ9.               00002720
               10  FILLER                  PIC X(01)   VALUE '*'.       00002730
           05  WK-CAB-5.                                                00002740
               10  FILLER                  PIC X(45)   VALUE            00002750
                   '* FACTURAS CARGADAS:                       '.       00002760
               10  WK-CARGADAS-ED          PIC ZZZZZZZZ9.               00002770
               10  FILLER                  PIC X(01)   VALUE '*'.       00002780
           05  WK-CAB-6.                                                00002790
               10  FILLER                  PIC X(45)   VALUE            00002800
                   '* LINEAS CARGADAS EN EMBOZ_FACTURA:        '.       00002810
               10  WK-LINEAS-ED            PIC ZZZZZZZZ9.               00002820
               10  FILLER                  PIC X(01)   VALUE '*'.       00002830
           05  WK-CAB-7.                                                00002840
               10  FILLER                  PIC X(45)   VALUE            00002850
                   '* FACTURAS RECHAZADAS:                     '.       00002860
               10  WK-RECHAZADAS-ED        PIC ZZZZZZZZ9.               00002870
               10  FILLER                  PIC X(01)   VALUE '*'.       00002880
           05  WK-CAB-8.                                                00002890
               10  FILLER                  PIC X(45)   VALUE            00002900
                   '* REGISTROS FUERA DE FACTURA:              '.       00002910
               10  WK-SIN-FACTURA-ED       PIC ZZZZZZZZ9.               00002920
               10  FILLER                  PIC X(01)   VALUE '*'.       00002930
                                                                        00002940
      ******************************************************************00002950
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002960
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002970
      ******************************************************************00002980
       01  WK-CANCELACION-BATCH.                                        00002990
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003000
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003010
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003020
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHFCG'. 00003030
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003040
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003050
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003060
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003070
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003080
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003090
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003100
                                                                        00003110
      ******************************************************************00003120
      *                      F I L E  S T A T U S                      *00003130
      ******************************************************************00003140
       01  FS-FILE-STATUS.                                              00003150
           05  FS-MPCHFGE1                 PIC X(02).                   00003160
           05  FS-MPCHFGS1                 PIC X(02).                   00003170
                                                                        00003180
      ******************************************************************00003190
      * FACTURA EN CURSO: CABECERA, LINEAS RECIBIDAS Y TOTALES         *00003200
      * ACUMULADOS PARA CUADRAR CON EL REGISTRO DE CIERRE.             *00003210
      ******************************************************************00003220
       01  WK-FACTURA.                                                  00003230
           05  WK-FC-CENTROEMB             PIC X(08)   VALUE SPACES.    00003240
           05  WK-FC-NUMFACT               PIC X(15)   VALUE SPACES.    00003250
           05  WK-FC-PERIODO               PIC X(07)   VALUE SPACES.    00003260
           05  WK-FC-FECFACT               PIC X(10)   VALUE SPACES.    00003270
           05  WK-FC-IMPORTE               PIC 9(11)V9(02)              00003280
                                                       VALUE ZEROES.    00003290
           05  WK-MOTIVO-RECHAZO           PIC X(40)   VALUE SPACES.    00003300
           05  WK-MOTIVO-NUEVO             PIC X(40)   VALUE SPACES.    00003310
                                                                        00003320
       01  WK-TABLA-LINEAS.                                             00003330
           05  WK-NUM-LINEAS               PIC 9(03)   VALUE ZEROES.    00003340
           05  WK-LINEA-TAB OCCURS 200 TIMES.                           00003350
               10  WK-LN-INDTIPT           PIC 9(02).                   00003360
               10  WK-LN-SERVICIO          PIC X(01).                   00003370
               10  WK-LN-CANTIDAD          PIC 9(07).                   00003380
               10  WK-LN-IMPORTE           PIC 9(09)V9(02).             00003390
                                                                        00003400
      ******************************************************************00003410
      *                 L I N E A S  D E  I N F O R M E                *00003420
      ******************************************************************00003430
       01  WK-LINEA-CABECERA.                                           00003440
           05  FILLER                      PIC X(20)   VALUE SPACES.    00003450
           05  FILLER                      PIC X(50)   VALUE            00003460
                   'CARGA DE FACTURAS DE LOS CENTROS EMBOSADORES'.      00003470
           05  FILLER                      PIC X(62)   VALUE SPACES.    00003480
                                                                        00003490
       01  WK-LINEA-TITULOS.                                            00003500
           05  FILLER                      PIC X(10)   VALUE 'CENTRO'.  00003510
           05  FILLER                      PIC X(17)   VALUE 'FACTURA'. 00003520
           05  FILLER                      PIC X(09)   VALUE 'PERIODO'. 00003530
           05  FILLER                      PIC X(07)   VALUE 'LINEAS'.  00003540
           05  FILLER                      PIC X(19)   VALUE            00003550
                                   '          IMPORTE'.                 00003560
           05  FILLER                      PIC X(70)   VALUE            00003570
                                   'RESULTADO'.                         00003580
                                                                        00003590
       01  WK-LINEA-DETALLE.                                            00003600
           05  WL-CENTROEMB                PIC X(08).                   00003610
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003620
           05  WL-NUMFACT                  PIC X(15).                   00003630
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003640
           05  WL-PERIODO                  PIC X(07).                   00003650
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003660
           05  WL-LINEAS                   PIC ZZZZ9.                   00003670
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003680
           05  WL-IMPORTE                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.       00003690
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003700
           05  WL-RESULTADO                PIC X(40).                   00003710
           05  FILLER                      PIC X(30)   VALUE SPACES.    00003720
                                                                        00003730
      ******************************************************************00003740
      *                      V A R I A B L E S                         *00003750
      ******************************************************************00003760
       01  WK-VARIABLES.                                                00003770
           05  WK-IDX                      PIC 9(03)   VALUE ZEROES.    00003780
           05  WK-MES                      PIC 9(02)   VALUE ZEROES.    00003790
           05  WK-LINEAS-EXISTENTES        PIC S9(09)  COMP VALUE +0.   00003800
                                                                        00003810
      * -- COPY DE COMUNICACION CON DB2.                                00003820
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003830
                                                                        00003840
      *--  DCLGEN DE LA TABLA EMBOZ_FACTURA (LINEAS DE FACTURA DE LOS   00003850
      *--  CENTROS EMBOSADORES).                                        00003860
           EXEC SQL INCLUDE D4466600 END-EXEC.                          00003870
                                                                        00003880
      ******************************************************************00003890
      *                       PROCEDURE DIVISION                       *00003900
      ******************************************************************00003910
       PROCEDURE DIVISION.                                              00003920
                                                                        00003930
           PERFORM 1000-INICIO                                          00003940
              THRU 1000-INICIO-EXIT                                     00003950
                                                                        00003960
           PERFORM 2000-PROCESO                                         00003970
              THRU 2000-PROCESO-EXIT                                    00003980
             UNTIL SI-FIN-MPCHFGE1                                      00003990
                                                                        00004000
           PERFORM 3000-FIN                                             00004010
              THRU 3000-FIN-EXIT                                        00004020
                                                                        00004030
           .                                                            00004040
                                                                        00004050
      ******************************************************************00004060
      ***                   1000-INICIO                              ***00004070
      ***                   -----------                              ***00004080
      * SE INICIALIZAN LAS VARIABLES, SE ABREN LOS FICHEROS, SE        *00004090
      * ESCRIBEN LAS CABECERAS DEL LISTADO Y SE LEE EL PRIMER REGISTRO.*00004100
      ******************************************************************00004110
       1000-INICIO.                                                     00004120
                                                                        00004130
           INITIALIZE WK-VARIABLES                                      00004140
                      WK-FACTURA                                        00004150
                      WK-TABLA-LINEAS                                   00004160
                      CT-CONTADORES                                     00004170
                                                                        00004180
           SET NO-FIN-MPCHFGE1               TO TRUE                    00004190
           SET NO-FACTURA-ABIERTA            TO TRUE                    00004200
                                                                        00004210
           PERFORM 1100-ABRIR-FICHEROS                                  00004220
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004230
                                                                        00004240
           WRITE REG-MPCHFGS1 FROM WK-LINEA-CABECERA                    00004250
           MOVE SPACES                       TO REG-MPCHFGS1            00004260
           WRITE REG-MPCHFGS1                                           00004270
           WRITE REG-MPCHFGS1 FROM WK-LINEA-TITULOS                     00004280
                                                                        00004290
           PERFORM 9100-LEER-MPCHFGE1                                   00004300
              THRU 9100-LEER-MPCHFGE1-EXIT                              00004310
                                                                        00004320
           .                                                            00004330
       1000-INICIO-EXIT.                                                00004340
           EXIT.                                                        00004350
                                                                        00004360
      ******************************************************************00004370
      ***                   1100-ABRIR-FICHEROS                      ***00004380
      ***                   -------------------                      ***00004390
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00004400
      ******************************************************************00004410
       1100-ABRIR-FICHEROS.                                             00004420
                                                                        00004430
           OPEN INPUT  MPCHFGE1                                         00004440
                OUTPUT MPCHFGS1                                         00004450
                                                                        00004460
           IF  FS-MPCHFGE1 NOT = CA-FS-OK                               00004470
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004480
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004490
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004500
               MOVE CA-MPCHFGE1              TO WK-DDNAME               00004510
               MOVE FS-MPCHFGE1              TO WK-FILE-STATUS          00004520
                                                                        00004530
               PERFORM 9000-CANCELACION                                 00004540
                  THRU 9000-CANCELACION-EXIT                            00004550
                                                                        00004560
           END-IF                                                       00004570
                                                                        00004580
           IF  FS-MPCHFGS1 NOT = CA-FS-OK                               00004590
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004600
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004610
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004620
               MOVE CA-MPCHFGS1              TO WK-DDNAME               00004630
               MOVE FS-MPCHFGS1              TO WK-FILE-STATUS          00004640
                                                                        00004650
               PERFORM 9000-CANCELACION                                 00004660
                  THRU 9000-CANCELACION-EXIT                            00004670
                                                                        00004680
           END-IF                                                       00004690
                                                                        00004700
           .                                                            00004710
       1100-ABRIR-FICHEROS-EXIT.                                        00004720
           EXIT.                                                        00004730
                                                                        00004740
      ******************************************************************00004750
      ***                   2000-PROCESO                             ***00004760
      ***                   ------------                             ***00004770
      * SE TRATA EL REGISTRO LEIDO SEGUN SU TIPO Y SE LEE EL SIGUIENTE.*00004780
      ******************************************************************00004790
       2000-PROCESO.                                                    00004800
                                                                        00004810
           EVALUATE  TRUE                                               00004820
               WHEN  FC-CABECERA                                        00004830
                     PERFORM 2100-TRATAR-CABECERA                       00004840
                        THRU 2100-TRATAR-CABECERA-EXIT                  00004850
                                                                        00004860
               WHEN  FC-DETALLE                                         00004870
                     PERFORM 2200-TRATAR-LINEA                          00004880
                        THRU 2200-TRATAR-LINEA-EXIT                     00004890
                                                                        00004900
               WHEN  FC-CIERRE                                          00004910
                     PERFORM 2300-TRATAR-CIERRE                         00004920
                        THRU 2300-TRATAR-CIERRE-EXIT                    00004930
                                                                        00004940
               WHEN  OTHER                                              00004950
                     PERFORM 2400-TRATAR-DESCONOCIDO                    00004960
                        THRU 2400-TRATAR-DESCONOCIDO-EXIT               00004970
                                                                        00004980
           END-EVALUATE                                                 00004990
                                                                        00005000
           PERFORM 9100-LEER-MPCHFGE1                                   00005010
              THRU 9100-LEER-MPCHFGE1-EXIT                              00005020
                                                                        00005030
           .                                                            00005040
       2000-PROCESO-EXIT.                                               00005050
           EXIT.                                                        00005060
                                                                        00005070
      ******************************************************************00005080
      ***                   2100-TRATAR-CABECERA                     ***00005090
      ***                   --------------------                     ***00005100
      * SE RECHAZA LA FACTURA ANTERIOR SI QUEDO SIN CIERRE, SE ABRE LA *00005110
      * NUEVA FACTURA Y SE VALIDAN LOS DATOS DE SU CABECERA.           *00005120
      ******************************************************************00005130
       2100-TRATAR-CABECERA.                                            00005140
                                                                        00005150
           IF  SI-FACTURA-ABIERTA                                       00005160
               MOVE CA-MOT-SIN-CIERRE        TO WK-MOTIVO-NUEVO         00005170
               PERFORM 2800-ANOTAR-RECHAZO                              00005180
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00005190
               PERFORM 2500-RECHAZAR-FACTURA                            00005200
                  THRU 2500-RECHAZAR-FACTURA-EXIT                       00005210
           END-IF                                                       00005220
                                                                        00005230
           ADD CN-1                          TO CT-FACTURAS             00005240
                                                                        00005250
           SET SI-FACTURA-ABIERTA            TO TRUE                    00005260
           SET SI-FACTURA-VALIDA             TO TRUE                    00005270
           MOVE SPACES                       TO WK-MOTIVO-RECHAZO       00005280
           MOVE ZEROES                       TO WK-NUM-LINEAS           00005290
                                                WK-FC-IMPORTE           00005300
           MOVE FC-CENTROEMB                 TO WK-FC-CENTROEMB         00005310
           MOVE FC-NUMFACT                   TO WK-FC-NUMFACT           00005320
           MOVE FC-PERIODO                   TO WK-FC-PERIODO           00005330
           MOVE FC-FECFACT                   TO WK-FC-FECFACT           00005340
                                                                        00005350
           IF  FC-CENTROEMB = SPACES                                    00005360
           OR  FC-NUMFACT   = SPACES                                    00005370
               MOVE CA-MOT-CENTRO            TO WK-MOTIVO-NUEVO         00005380
               PERFORM 2800-ANOTAR-RECHAZO                              00005390
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00005400
           END-IF                                                       00005410
                                                                        00005420
           IF  FC-PERIODO-ANO NOT NUMERIC                               00005430
           OR  FC-PERIODO-SEP NOT = CA-GUION                            00005440
           OR  FC-PERIODO-MES NOT NUMERIC                               00005450
               MOVE CA-MOT-PERIODO           TO WK-MOTIVO-NUEVO         00005460
               PERFORM 2800-ANOTAR-RECHAZO                              00005470
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00005480
           ELSE                                                         00005490
               MOVE FC-PERIODO-MES           TO WK-MES                  00005500
               IF  WK-MES = ZEROES                                      00005510
               OR  WK-MES > CN-MES-MAXIMO                               00005520
                   MOVE CA-MOT-PERIODO       TO WK-MOTIVO-NUEVO         00005530
                   PERFORM 2800-ANOTAR-RECHAZO                          00005540
                      THRU 2800-ANOTAR-RECHAZO-EXIT                     00005550
               END-IF                                                   00005560
           END-IF                                                       00005570
                                                                        00005580
           IF  FC-FECFACT-ANO  NOT NUMERIC                              00005590
           OR  FC-FECFACT-SEP1 NOT = CA-GUION                           00005600
           OR  FC-FECFACT-MES  NOT NUMERIC                              00005610
           OR  FC-FECFACT-SEP2 NOT = CA-GUION                           00005620
           OR  FC-FECFACT-DIA  NOT NUMERIC                              00005630
               MOVE CA-MOT-FECHA             TO WK-MOTIVO-NUEVO         00005640
               PERFORM 2800-ANOTAR-RECHAZO                              00005650
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00005660
           END-IF                                                       00005670
                                                                        00005680
           .                                                            00005690
       2100-TRATAR-CABECERA-EXIT.                                       00005700
           EXIT.                                                        00005710
                                                                        00005720
      ******************************************************************00005730
      ***                   2200-TRATAR-LINEA                        ***00005740
      ***                   -----------------                        ***00005750
      * SE VALIDA LA LINEA DE FACTURA Y SE GUARDA EN LA TABLA DE LA    *00005760
      * FACTURA EN CURSO, ACUMULANDO SU IMPORTE.                       *00005770
      ******************************************************************00005780
       2200-TRATAR-LINEA.                                               00005790
                                                                        00005800
           IF  NO-FACTURA-ABIERTA                                       00005810
               ADD CN-1                      TO CT-SIN-FACTURA          00005820
               GO TO 2200-TRATAR-LINEA-EXIT                             00005830
           END-IF                                                       00005840
                                                                        00005850
           IF  FD-INDTIPT  NOT NUMERIC                                  00005860
           OR  FD-CANTIDAD NOT NUMERIC                                  00005870
           OR  FD-IMPORTE  NOT NUMERIC                                  00005880
               MOVE CA-MOT-LINEA             TO WK-MOTIVO-NUEVO         00005890
               PERFORM 2800-ANOTAR-RECHAZO                              00005900
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00005910
               GO TO 2200-TRATAR-LINEA-EXIT                             00005920
           END-IF                                                       00005930
                                                                        00005940
           IF  NOT FD-SERVICIO-VALIDO                                   00005950
               MOVE CA-MOT-SERVICIO          TO WK-MOTIVO-NUEVO         00005960
               PERFORM 2800-ANOTAR-RECHAZO                              00005970
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00005980
               GO TO 2200-TRATAR-LINEA-EXIT                             00005990
           END-IF                                                       00006000
                                                                        00006010
           IF  WK-NUM-LINEAS >= CN-MAX-LINEAS                           00006020
               MOVE CA-MOT-DEMASIADAS        TO WK-MOTIVO-NUEVO         00006030
               PERFORM 2800-ANOTAR-RECHAZO                              00006040
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00006050
               GO TO 2200-TRATAR-LINEA-EXIT                             00006060
           END-IF                                                       00006070
                                                                        00006080
           ADD CN-1                          TO WK-NUM-LINEAS           00006090
           MOVE FD-INDTIPT         TO WK-LN-INDTIPT  (WK-NUM-LINEAS)    00006100
           MOVE FD-SERVICIO        TO WK-LN-SERVICIO (WK-NUM-LINEAS)    00006110
           MOVE FD-CANTIDAD        TO WK-LN-CANTIDAD (WK-NUM-LINEAS)    00006120
           MOVE FD-IMPORTE         TO WK-LN-IMPORTE  (WK-NUM-LINEAS)    00006130
           ADD FD-IMPORTE                    TO WK-FC-IMPORTE           00006140
                                                                        00006150
           .                                                            00006160
       2200-TRATAR-LINEA-EXIT.                                          00006170
           EXIT.                                                        00006180
                                                                        00006190
      ******************************************************************00006200
      ***                   2300-TRATAR-CIERRE                       ***00006210
      ***                   ------------------                       ***00006220
      * SE CUADRAN LOS TOTALES DE CONTROL DEL CIERRE CON LAS LINEAS    *00006230
      * RECIBIDAS Y, SI LA FACTURA ES CORRECTA Y NO ESTA YA CARGADA,   *00006240
      * SE CARGA EN EMBOZ_FACTURA; EN OTRO CASO SE RECHAZA.            *00006250
      ******************************************************************00006260
       2300-TRATAR-CIERRE.                                              00006270
                                                                        00006280
           IF  NO-FACTURA-ABIERTA                                       00006290
               ADD CN-1                      TO CT-SIN-FACTURA          00006300
               GO TO 2300-TRATAR-CIERRE-EXIT                            00006310
           END-IF                                                       00006320
                                                                        00006330
           IF  FT-NUM-LINEAS NOT NUMERIC                                00006340
           OR  FT-IMPORTE    NOT NUMERIC                                00006350
               MOVE CA-MOT-CIERRE            TO WK-MOTIVO-NUEVO         00006360
               PERFORM 2800-ANOTAR-RECHAZO                              00006370
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00006380
           ELSE                                                         00006390
               IF  FT-NUM-LINEAS NOT = WK-NUM-LINEAS                    00006400
                   MOVE CA-MOT-NUM-LINEAS    TO WK-MOTIVO-NUEVO         00006410
                   PERFORM 2800-ANOTAR-RECHAZO                          00006420
                      THRU 2800-ANOTAR-RECHAZO-EXIT                     00006430
               END-IF                                                   00006440
               IF  FT-IMPORTE NOT = WK-FC-IMPORTE                       00006450
                   MOVE CA-MOT-IMPORTE       TO WK-MOTIVO-NUEVO         00006460
                   PERFORM 2800-ANOTAR-RECHAZO                          00006470
                      THRU 2800-ANOTAR-RECHAZO-EXIT                     00006480
               END-IF                                                   00006490
           END-IF                                                       00006500
                                                                        00006510
           IF  SI-FACTURA-VALIDA                                        00006520
               PERFORM 2600-COMPROBAR-DUPLICADA                         00006530
                  THRU 2600-COMPROBAR-DUPLICADA-EXIT                    00006540
           END-IF                                                       00006550
                                                                        00006560
           IF  SI-FACTURA-VALIDA                                        00006570
               PERFORM 2700-CARGAR-FACTURA                              00006580
                  THRU 2700-CARGAR-FACTURA-EXIT                         00006590
           ELSE                                                         00006600
               PERFORM 2500-RECHAZAR-FACTURA                            00006610
                  THRU 2500-RECHAZAR-FACTURA-EXIT                       00006620
           END-IF                                                       00006630
                                                                        00006640
           SET NO-FACTURA-ABIERTA            TO TRUE                    00006650
                                                                        00006660
           .                                                            00006670
       2300-TRATAR-CIERRE-EXIT.                                         00006680
           EXIT.                                                        00006690
                                                                        00006700
      ******************************************************************00006710
      ***                   2400-TRATAR-DESCONOCIDO                  ***00006720
      ***                   -----------------------                  ***00006730
      * UN REGISTRO DE TIPO DESCONOCIDO INVALIDA LA FACTURA EN CURSO.  *00006740
      ******************************************************************00006750
       2400-TRATAR-DESCONOCIDO.                                         00006760
                                                                        00006770
           IF  NO-FACTURA-ABIERTA                                       00006780
               ADD CN-1                      TO CT-SIN-FACTURA          00006790
           ELSE                                                         00006800
               MOVE CA-MOT-TIPO-REG          TO WK-MOTIVO-NUEVO         00006810
               PERFORM 2800-ANOTAR-RECHAZO                              00006820
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00006830
           END-IF                                                       00006840
                                                                        00006850
           .                                                            00006860
       2400-TRATAR-DESCONOCIDO-EXIT.                                    00006870
           EXIT.                                                        00006880
                                                                        00006890
      ******************************************************************00006900
      ***                   2500-RECHAZAR-FACTURA                    ***00006910
      ***                   ---------------------                    ***00006920
      * SE LISTA LA FACTURA RECHAZADA CON EL PRIMER MOTIVO DETECTADO.  *00006930
      ******************************************************************00006940
       2500-RECHAZAR-FACTURA.                                           00006950
                                                                        00006960
           ADD CN-1                          TO CT-RECHAZADAS           00006970
                                                                        00006980
           MOVE WK-MOTIVO-RECHAZO            TO WL-RESULTADO            00006990
                                                                        00007000
           PERFORM 2900-ESCRIBIR-RESULTADO                              00007010
              THRU 2900-ESCRIBIR-RESULTADO-EXIT                         00007020
                                                                        00007030
           .                                                            00007040
       2500-RECHAZAR-FACTURA-EXIT.                                      00007050
           EXIT.                                                        00007060
                                                                        00007070
      ******************************************************************00007080
      ***                   2600-COMPROBAR-DUPLICADA                 ***00007090
      ***                   ------------------------                 ***00007100
      * SE COMPRUEBA QUE LA FACTURA NO ESTE YA CARGADA PARA EL CENTRO. *00007110
      ******************************************************************00007120
       2600-COMPROBAR-DUPLICADA.                                        00007130
                                                                        00007140
           MOVE WK-FC-CENTROEMB              TO G3215-CENTROEMB         00007150
           MOVE WK-FC-NUMFACT                TO G3215-NUMFACT           00007160
                                                                        00007170
           EXEC SQL                                                     00007180
                SELECT COUNT(*)                                         00007190
                  INTO :WK-LINEAS-EXISTENTES                            00007200
                  FROM EMBOZ_FACTURA                                    00007210
                 WHERE G3215_CENTROEMB = :G3215-CENTROEMB               00007220
                   AND G3215_NUMFACT   = :G3215-NUMFACT                 00007230
           END-EXEC                                                     00007240
                                                                        00007250
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007260
                                                                        00007270
           IF  NOT DB2-OK                                               00007280
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00007290
               MOVE CA-ERR-FACTURA           TO WK-DESCRIPCION          00007300
               MOVE CA-PRF-2600              TO WK-PARRAFO              00007310
               MOVE CA-MPCHFCG               TO WK-RUTINA               00007320
               MOVE CA-EMBOZ-FACTURA         TO WK-TABLA-DB2            00007330
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00007340
                                                                        00007350
               PERFORM 9000-CANCELACION                                 00007360
                  THRU 9000-CANCELACION-EXIT                            00007370
                                                                        00007380
           END-IF                                                       00007390
                                                                        00007400
           IF  WK-LINEAS-EXISTENTES > ZEROES                            00007410
               MOVE CA-MOT-DUPLICADA         TO WK-MOTIVO-NUEVO         00007420
               PERFORM 2800-ANOTAR-RECHAZO                              00007430
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00007440
           END-IF                                                       00007450
                                                                        00007460
           .                                                            00007470
       2600-COMPROBAR-DUPLICADA-EXIT.                                   00007480
           EXIT.                                                        00007490
                                                                        00007500
      ******************************************************************00007510
      ***                   2700-CARGAR-FACTURA                      ***00007520
      ***                   -------------------                      ***00007530
      * SE INSERTAN LAS LINEAS DE LA FACTURA, SE CONFIRMA LA UNIDAD DE *00007540
      * TRABAJO Y SE LISTA LA FACTURA COMO CARGADA.                    *00007550
      ******************************************************************00007560
       2700-CARGAR-FACTURA.                                             00007570
                                                                        00007580
           PERFORM 2710-INSERTAR-LINEA                                  00007590
              THRU 2710-INSERTAR-LINEA-EXIT                             00007600
             VARYING WK-IDX FROM 1 BY 1                                 00007610
               UNTIL WK-IDX > WK-NUM-LINEAS                             00007620
                                                                        00007630
           EXEC SQL                                                     00007640
                COMMIT                                                  00007650
           END-EXEC                                                     00007660
                                                                        00007670
           ADD CN-1                          TO CT-CARGADAS             00007680
           ADD WK-NUM-LINEAS                 TO CT-LINEAS-CARGADAS      00007690
                                                                        00007700
           MOVE CA-CARGADA                   TO WL-RESULTADO            00007710
                                                                        00007720
           PERFORM 2900-ESCRIBIR-RESULTADO                              00007730
              THRU 2900-ESCRIBIR-RESULTADO-EXIT                         00007740
                                                                        00007750
           .                                                            00007760
       2700-CARGAR-FACTURA-EXIT.                                        00007770
           EXIT.                                                        00007780
                                                                        00007790
      ******************************************************************00007800
      ***                   2710-INSERTAR-LINEA                      ***00007810
      ***                   -------------------                      ***00007820
      * SE INSERTA UNA LINEA DE LA FACTURA EN EMBOZ_FACTURA.           *00007830
      ******************************************************************00007840
       2710-INSERTAR-LINEA.                                             00007850
                                                                        00007860
           MOVE WK-FC-CENTROEMB              TO G3215-CENTROEMB         00007870
           MOVE WK-FC-NUMFACT                TO G3215-NUMFACT           00007880
           MOVE WK-IDX                       TO G3215-NUMLINEA          00007890
           MOVE WK-FC-PERIODO                TO G3215-PERIODO           00007900
           MOVE WK-FC-FECFACT                TO G3215-FECFACT           00007910
           MOVE WK-LN-INDTIPT  (WK-IDX)      TO G3215-INDTIPT           00007920
           MOVE WK-LN-SERVICIO (WK-IDX)      TO G3215-SERVICIO          00007930
           MOVE WK-LN-CANTIDAD (WK-IDX)      TO G3215-CANTIDAD          00007940
           MOVE WK-LN-IMPORTE  (WK-IDX)      TO G3215-IMPORTE           00007950
                                                                        00007960
           EXEC SQL                                                     00007970
                INSERT INTO EMBOZ_FACTURA                               00007980
                      (G3215_CENTROEMB, G3215_NUMFACT,                  00007990
                       G3215_NUMLINEA , G3215_PERIODO,                  00008000
                       G3215_FECFACT  , G3215_INDTIPT,                  00008010
                       G3215_SERVICIO , G3215_CANTIDAD,                 00008020
                       G3215_IMPORTE  ,                                 00008030
                       G3215_USUAUDIT , G3215_CONTCUR)                  00008040
                VALUES                                                  00008050
                      (:G3215-CENTROEMB, :G3215-NUMFACT,                00008060
                       :G3215-NUMLINEA , :G3215-PERIODO,                00008070
                       :G3215-FECFACT  , :G3215-INDTIPT,                00008080
                       :G3215-SERVICIO , :G3215-CANTIDAD,               00008090
                       :G3215-IMPORTE  ,                                00008100
                       :WK-PROGRAMA    , CURRENT TIMESTAMP)             00008110
           END-EXEC                                                     00008120
                                                                        00008130
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008140
                                                                        00008150
           IF  NOT DB2-OK                                               00008160
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00008170
               MOVE CA-ERR-FACTURA           TO WK-DESCRIPCION          00008180
               MOVE CA-PRF-2710              TO WK-PARRAFO              00008190
               MOVE CA-MPCHFCG               TO WK-RUTINA               00008200
               MOVE CA-EMBOZ-FACTURA         TO WK-TABLA-DB2            00008210
               MOVE CA-INSERT                TO WK-DATOS-ACCESO         00008220
                                                                        00008230
               PERFORM 9000-CANCELACION                                 00008240
                  THRU 9000-CANCELACION-EXIT                            00008250
                                                                        00008260
           END-IF                                                       00008270
                                                                        00008280
           .                                                            00008290
       2710-INSERTAR-LINEA-EXIT.                                        00008300
           EXIT.                                                        00008310
                                                                        00008320
      ******************************************************************00008330
      ***                   2800-ANOTAR-RECHAZO                      ***00008340
      ***                   -------------------                      ***00008350
      * SE MARCA LA FACTURA EN CURSO COMO NO VALIDA, CONSERVANDO EL    *00008360
      * PRIMER MOTIVO DE RECHAZO DETECTADO.                            *00008370
      ******************************************************************00008380
       2800-ANOTAR-RECHAZO.                                             00008390
                                                                        00008400
           IF  SI-FACTURA-VALIDA                                        00008410
               MOVE WK-MOTIVO-NUEVO          TO WK-MOTIVO-RECHAZO       00008420
               SET NO-FACTURA-VALIDA         TO TRUE                    00008430
           END-IF                                                       00008440
                                                                        00008450
           .                                                            00008460
       2800-ANOTAR-RECHAZO-EXIT.                                        00008470
           EXIT.                                                        00008480
                                                                        00008490
      ******************************************************************00008500
      ***                   2900-ESCRIBIR-RESULTADO                  ***00008510
      ***                   -----------------------                  ***00008520
      * SE ESCRIBE EN EL LISTADO LA LINEA DE RESULTADO DE LA FACTURA.  *00008530
      ******************************************************************00008540
       2900-ESCRIBIR-RESULTADO.                                         00008550
                                                                        00008560
           MOVE WK-FC-CENTROEMB              TO WL-CENTROEMB            00008570
           MOVE WK-FC-NUMFACT                TO WL-NUMFACT              00008580
           MOVE WK-FC-PERIODO                TO WL-PERIODO              00008590
           MOVE WK-NUM-LINEAS                TO WL-LINEAS               00008600
           MOVE WK-FC-IMPORTE                TO WL-IMPORTE              00008610
                                                                        00008620
           WRITE REG-MPCHFGS1 FROM WK-LINEA-DETALLE                     00008630
                                                                        00008640
           IF  FS-MPCHFGS1 NOT = CA-FS-OK                               00008650
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008660
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00008670
               MOVE CA-PRF-2900              TO WK-PARRAFO              00008680
               MOVE CA-MPCHFGS1              TO WK-DDNAME               00008690
               MOVE FS-MPCHFGS1              TO WK-FILE-STATUS          00008700
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00008710
                                                                        00008720
               PERFORM 9000-CANCELACION                                 00008730
                  THRU 9000-CANCELACION-EXIT                            00008740
                                                                        00008750
           END-IF                                                       00008760
                                                                        00008770
           .                                                            00008780
       2900-ESCRIBIR-RESULTADO-EXIT.                                    00008790
           EXIT.                                                        00008800
                                                                        00008810
      ******************************************************************00008820
      ***                   3000-FIN                                 ***00008830
      ***                   --------                                 ***00008840
      * SE RECHAZA LA ULTIMA FACTURA SI QUEDO SIN CIERRE, SE CIERRAN   *00008850
      * LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS.                   *00008860
      ******************************************************************00008870
       3000-FIN.                                                        00008880
                                                                        00008890
           IF  SI-FACTURA-ABIERTA                                       00008900
               MOVE CA-MOT-SIN-CIERRE        TO WK-MOTIVO-NUEVO         00008910
               PERFORM 2800-ANOTAR-RECHAZO                              00008920
                  THRU 2800-ANOTAR-RECHAZO-EXIT                         00008930
               PERFORM 2500-RECHAZAR-FACTURA                            00008940
                  THRU 2500-RECHAZAR-FACTURA-EXIT                       00008950
           END-IF                                                       00008960
                                                                        00008970
           PERFORM 3100-CERRAR-FICHEROS                                 00008980
              THRU 3100-CERRAR-FICHEROS-EXIT                            00008990
                                                                        00009000
           PERFORM 3200-ESTADISTICAS                                    00009010
              THRU 3200-ESTADISTICAS-EXIT                               00009020
                                                                        00009030
           IF  CT-RECHAZADAS  > ZEROES                                  00009040
           OR  CT-SIN-FACTURA > ZEROES                                  00009050
               MOVE CN-4                     TO RETURN-CODE             00009060
           END-IF                                                       00009070
                                                                        00009080
           STOP RUN                                                     00009090
                                                                        00009100
           .                                                            00009110
       3000-FIN-EXIT.                                                   00009120
           EXIT.                                                        00009130
                                                                        00009140
      ******************************************************************00009150
      ***                   3100-CERRAR-FICHEROS                     ***00009160
      ***                   ---------------------                    ***00009170
      * SE CIERRAN LOS FICHEROS.                                       *00009180
      ******************************************************************00009190
       3100-CERRAR-FICHEROS.                                            00009200
                                                                        00009210
           CLOSE MPCHFGE1                                               00009220
                 MPCHFGS1                                               00009230
                                                                        00009240
           IF  FS-MPCHFGS1 NOT = CA-FS-OK                               00009250
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009260
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00009270
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009280
               MOVE CA-MPCHFGS1              TO WK-DDNAME               00009290
               MOVE FS-MPCHFGS1              TO WK-FILE-STATUS          00009300
                                                                        00009310
               PERFORM 9000-CANCELACION                                 00009320
                  THRU 9000-CANCELACION-EXIT                            00009330
                                                                        00009340
           END-IF                                                       00009350
                                                                        00009360
           .                                                            00009370
       3100-CERRAR-FICHEROS-EXIT.                                       00009380
           EXIT.                                                        00009390
                                                                        00009400
      ******************************************************************00009410
      ***                   3200-ESTADISTICAS                        ***00009420
      ***                   -----------------                        ***00009430
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00009440
      ******************************************************************00009450
       3200-ESTADISTICAS.                                               00009460
                                                                        00009470
           MOVE CT-LEIDOS                     TO WK-LEIDOS-ED           00009480
           MOVE CT-FACTURAS                   TO WK-FACTURAS-ED         00009490
           MOVE CT-CARGADAS                   TO WK-CARGADAS-ED         00009500
           MOVE CT-LINEAS-CARGADAS            TO WK-LINEAS-ED           00009510
           MOVE CT-RECHAZADAS                 TO WK-RECHAZADAS-ED       00009520
           MOVE CT-SIN-FACTURA                TO WK-SIN-FACTURA-ED      00009530
                                                                        00009540
           DISPLAY WK-CAB-1                                             00009550
           DISPLAY WK-CAB-2                                             00009560
           DISPLAY WK-CAB-1                                             00009570
           DISPLAY WK-CAB-3                                             00009580
           DISPLAY WK-CAB-4                                             00009590
           DISPLAY WK-CAB-5                                             00009600
           DISPLAY WK-CAB-6                                             00009610
           DISPLAY WK-CAB-7                                             00009620
           DISPLAY WK-CAB-8                                             00009630
           DISPLAY WK-CAB-1                                             00009640
                                                                        00009650
           .                                                            00009660
       3200-ESTADISTICAS-EXIT.                                          00009670
           EXIT.                                                        00009680
                                                                        00009690
      ******************************************************************00009700
      ***                   9100-LEER-MPCHFGE1                       ***00009710
      ***                   ------------------                       ***00009720
      * SE LEE EL SIGUIENTE REGISTRO DEL FICHERO DE FACTURAS.          *00009730
      ******************************************************************00009740
       9100-LEER-MPCHFGE1.                                              00009750
                                                                        00009760
           READ MPCHFGE1                                                00009770
           AT END                                                       00009780
                SET SI-FIN-MPCHFGE1          TO TRUE                    00009790
           END-READ                                                     00009800
                                                                        00009810
           IF  FS-MPCHFGE1 NOT = CA-FS-OK AND CA-FS-EOF                 00009820
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009830
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00009840
               MOVE CA-PRF-9100              TO WK-PARRAFO              00009850
               MOVE CA-MPCHFGE1              TO WK-DDNAME               00009860
               MOVE FS-MPCHFGE1              TO WK-FILE-STATUS          00009870
                                                                        00009880
               PERFORM 9000-CANCELACION                                 00009890
                  THRU 9000-CANCELACION-EXIT                            00009900
                                                                        00009910
           END-IF                                                       00009920
                                                                        00009930
           IF  NOT SI-FIN-MPCHFGE1                                      00009940
               ADD CN-1                      TO CT-LEIDOS               00009950
           END-IF                                                       00009960
                                                                        00009970
           .                                                            00009980
       9100-LEER-MPCHFGE1-EXIT.                                         00009990
           EXIT.                                                        00010000
                                                                        00010010
      ******************************************************************00010020
      ***                   9000-CANCELACION                         ***00010030
      ***                   ----------------                         ***00010040
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00010050
      ******************************************************************00010060
       9000-CANCELACION.                                                00010070
                                                                        00010080
           MOVE CA-RESP                       TO WK-RESPONSABLE         00010090
                                                                        00010100
           EVALUATE  TRUE                                               00010110
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00010120
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010130
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010140
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00010150
                         RESPONSABLE('WK-RESPONSABLE')                  00010160
                         DESCRIPCION('WK-DESCRIPCION')                  00010170
                         PROGRAMA('WK-PROGRAMA')                        00010180
                         PARRAFO('WK-PARRAFO')                          00010190
                         SQLCA('SQLCA')                                 00010200
                         TABLA_DB2('WK-TABLA-DB2')                      00010210
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00010220
                     END-FUN                                            00010230
                                                                        00010240
               WHEN  OTHER                                              00010250
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010260
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010270
                         RESPONSABLE('WK-RESPONSABLE')                  00010280
                         DESCRIPCION('WK-DESCRIPCION')                  00010290
                         PROGRAMA('WK-PROGRAMA')                        00010300
                         PARRAFO('WK-PARRAFO')                          00010310
                         DDNAME('WK-DDNAME')                            00010320
                         FILE_STATUS('WK-FILE-STATUS')                  00010330
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00010340
                     END-FUN                                            00010350
                                                                        00010360
           END-EVALUATE                                                 00010370
                                                                        00010380
           .                                                            00010390
       9000-CANCELACION-EXIT.                                           00010400
           EXIT.                                                        00010410
