      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCIAVI.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: AVISO ANTICIPADO DEL FIN DE LOS AUTORIZADOS DE   *00000110
      *               LAS EMPRESAS (TABLA PARM_FIRMANTE). SE           *00000120
      *               SELECCIONAN LOS REGISTROS VIGENTES CUYA FECHA DE *00000130
      *               BAJA (G3183_FEBAJA) CAE DENTRO DE LOS PROXIMOS N *00000140
      *               DIAS Y QUE NO TIENEN YA UN REGISTRO POSTERIOR    *00000150
      *               PARA LA MISMA EMPRESA Y AUTORIZADO. POR CADA     *00000160
      *               EMPRESA (IBAN, CON SU ALIAS DE NT_NOTAS) SE      *00000170
      *               GRABA UN AVISO POR AUTORIZADO PARA EL SISTEMA DE *00000180
      *               CORRESPONDENCIA Y SE LISTA. LAS EMPRESAS QUE SE  *00000190
      *               QUEDARIAN SIN NINGUN AUTORIZADO VIGENTE SE       *00000200
      *               MARCAN EN EL AVISO Y SE RELACIONAN AL FINAL DEL  *00000210
      *               LISTADO PARA EL GESTOR DE LA RELACION.           *00000220
      *-                                                              -*00000230
      *  PARAMETROS SYSIN:                                             *00000240
      *        DIAS DE ANTELACION DEL AVISO (3 DIGITOS). EN BLANCO SE  *00000250
      *        TOMAN 30.                                               *00000260
      *-                                                              -*00000270
      *  FICHEROS DE SALIDA:                                           *00000280
      *        MPCIAVS1 : AVISOS PARA EL SISTEMA DE CORRESPONDENCIA.   *00000290
      *        MPCIAVS2 : LISTADO DE AVISOS.                           *00000300
      *-                                                              -*00000310
      *  TABLAS DB2:                                                   *00000320
      *        PARM_FIRMANTE : CONSULTA.                               *00000330
      *        NT_NOTAS      : CONSULTA DEL ALIAS DE LA EMPRESA.       *00000340
      *-                                                              -*00000350
      *  RUTINAS Y MODULOS:                                            *00000360
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000370
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000380
      *-                                                              -*00000390
      ******************************************************************00000400
      *                  M O D I F I C A C I O N E S                   *00000410
      *                  ---------------------------                   *00000420
      *                                                                *00000430
      * USUARIO  FECHA        DESCRIPCION                              *00000440
      * -------- ----------   ---------------------------------------- *00000450
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. AVISO ANTICIPADO *00000460
      *                        DEL FIN DE LOS AUTORIZADOS.             *00000470
      *                                                                *00000480
      ******************************************************************00000490
                                                                        00000500
      ******************************************************************00000510
      * IDENTIFICATION DIVISION                                        *00000520
      ******************************************************************00000530
       IDENTIFICATION DIVISION.                                         00000540
       PROGRAM-ID.    MPCIAVI.                                          00000550
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
      * -- AVISOS PARA EL SISTEMA DE CORRESPONDENCIA.                   00000810
           SELECT MPCIAVS1 ASSIGN MPCIAVS1                              00000820
                  ACCESS MODE IS SEQUENTIAL                             00000830
                  FILE STATUS IS FS-MPCIAVS1.                           00000840
                                                                        00000850
      * -- LISTADO DE AVISOS.                                           00000860
           SELECT MPCIAVS2 ASSIGN MPCIAVS2                              00000870
                  ACCESS MODE IS SEQUENTIAL                             00000880
                  FILE STATUS IS FS-MPCIAVS2.                           00000890
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
       FD  MPCIAVS1                                                     00001010
           BLOCK CONTAINS 0 RECORDS                                     00001020
           RECORDING MODE IS F                                          00001030
           LABEL RECORD ARE STANDARD                                    00001040
           RECORD CONTAINS 200 CHARACTERS                               00001050
           DATA RECORD IS REG-MPCIAVS1.                                 00001060
       01  REG-MPCIAVS1                    PIC X(200).                  00001070
                                                                        00001080
       FD  MPCIAVS2                                                     00001090
           BLOCK CONTAINS 0 RECORDS                                     00001100
           RECORDING MODE IS F                                          00001110
           LABEL RECORD ARE STANDARD                                    00001120
           RECORD CONTAINS 132 CHARACTERS                               00001130
           DATA RECORD IS REG-MPCIAVS2.                                 00001140
       01  REG-MPCIAVS2                    PIC X(132).                  00001150
                                                                        00001160
      *----------------------------------------------------------------*00001170
      * WORKING-STORAGE SECTION                                        *00001180
      *----------------------------------------------------------------*00001190
       WORKING-STORAGE SECTION.                                         00001200
                                                                        00001210
      ******************************************************************00001220
      *                        S W I T C H E S                         *00001230
      ******************************************************************00001240
       01  SW-SWITCHES.                                                 00001250
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001260
               88  DB2-OK                              VALUE 0.         00001270
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001280
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001290
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001300
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001310
           05  SW-FIN-FIRMANTES            PIC X(01)   VALUE 'N'.       00001320
               88  SI-FIN-FIRMANTES                    VALUE 'S'.       00001330
               88  NO-FIN-FIRMANTES                    VALUE 'N'.       00001340
           05  SW-SIN-FIRMANTE             PIC X(01)   VALUE 'N'.       00001350
               88  SI-SIN-FIRMANTE                     VALUE 'S'.       00001360
               88  NO-SIN-FIRMANTE                     VALUE 'N'.       00001370
                                                                        00001380
      ******************************************************************00001390
      *                      C O N S T A N T E S                       *00001400
      ******************************************************************00001410
       01  CT-CONSTANTES.                                               00001420
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001430
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001440
               10  CA-RESP                 PIC X(14)   VALUE            00001450
                                   'MEDIOS DE PAGO'.                    00001460
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001470
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001480
               10  CA-MPCIAVI              PIC X(08)   VALUE 'MPCIAVI'. 00001490
               10  CA-MPCIAVS1             PIC X(08)   VALUE 'MPCIAVS1'.00001500
               10  CA-MPCIAVS2             PIC X(08)   VALUE 'MPCIAVS2'.00001510
               10  CA-PARM-FIRMANTE        PIC X(13)   VALUE            00001520
                                   'PARM_FIRMANTE'.                     00001530
               10  CA-NT-NOTAS             PIC X(08)   VALUE 'NT_NOTAS'.00001540
               10  CA-SYSDUMMY1            PIC X(16)   VALUE            00001550
                                   'SYSIBM.SYSDUMMY1'.                  00001560
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001570
               10  CA-SIN-ALIAS            PIC X(11)   VALUE            00001580
                                   '(SIN ALIAS)'.                       00001590
               10  CA-TIT-SIN-FIRMANTE     PIC X(50)   VALUE            00001600
                   'EMPRESAS QUE QUEDARAN SIN AUTORIZADOS VIGENTES'.    00001610
               10  CA-MARCA-SIN-FIRMANTE   PIC X(40)   VALUE            00001620
                   '*** QUEDARA SIN AUTORIZADOS VIGENTES ***'.          00001630
               10  CA-SIN-AVISOS           PIC X(40)   VALUE            00001640
                   '   SIN AUTORIZADOS CON FIN PROXIMO'.                00001650
               10  CA-SIN-EMPRESAS         PIC X(40)   VALUE            00001660
                   '   NINGUNA EMPRESA'.                                00001670
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001680
                                   'ERROR AL ABRIR UN FICHERO'.         00001690
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001700
                                   'ERROR AL CERRAR UN FICHERO'.        00001710
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001720
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001730
               10  CA-ERR-PARAMETROS       PIC X(38)   VALUE            00001740
                         'PARAMETROS DE SYSIN ERRONEOS          '.      00001750
               10  CA-ERR-FECHAS           PIC X(38)   VALUE            00001760
                         'ERROR AL OBTENER FECHAS DEL PROCESO   '.      00001770
               10  CA-ERR-CURSOR           PIC X(38)   VALUE            00001780
                         'ERROR EN EL CURSOR DE PARM_FIRMANTE   '.      00001790
               10  CA-ERR-VIGENTES         PIC X(38)   VALUE            00001800
                         'ERROR AL CONTAR AUTORIZADOS VIGENTES  '.      00001810
               10  CA-ERR-ALIAS            PIC X(38)   VALUE            00001820
                         'ERROR AL OBTENER EL ALIAS DE EMPRESA  '.      00001830
               10  CA-ERR-TABLA-LLENA      PIC X(38)   VALUE            00001840
                         'TABLA DE EMPRESAS SIN FIRMANTE LLENA  '.      00001850
               10  CA-PRF-1050             PIC X(23)   VALUE            00001860
                                   '1050-VALIDAR-PARAMETROS'.           00001870
               10  CA-PRF-1080             PIC X(20)   VALUE            00001880
                                   '1080-OBTENER-FECHAS'.               00001890
               10  CA-PRF-1100             PIC X(19)   VALUE            00001900
                                   '1100-ABRIR-FICHEROS'.               00001910
               10  CA-PRF-1400             PIC X(19)   VALUE            00001920
                                   '1400-ABRIR-CURSOR'.                 00001930
               10  CA-PRF-2110             PIC X(20)   VALUE            00001940
                                   '2110-OBTENER-ALIAS'.                00001950
               10  CA-PRF-2120             PIC X(22)   VALUE            00001960
                                   '2120-CONTAR-VIGENTES'.              00001970
               10  CA-PRF-2130             PIC X(25)   VALUE            00001980
                                   '2130-GUARDAR-SIN-FIRMANTE'.         00001990
               10  CA-PRF-3100             PIC X(20)   VALUE            00002000
                                   '3100-CERRAR-FICHEROS'.              00002010
               10  CA-PRF-9100             PIC X(20)   VALUE            00002020
                                   '9100-LEER-FIRMANTE'.                00002030
               10  CA-PRF-9200             PIC X(20)   VALUE            00002040
                                   '9200-ESCRIBIR-AVISO'.               00002050
               10  CA-PRF-9300             PIC X(22)   VALUE            00002060
                                   '9300-ESCRIBIR-LISTADO'.             00002070
                                                                        00002080
           05  CN-CONSTANTES-NUMERICAS.                                 00002090
               10  CN-1                    PIC 9(01)   VALUE 1.         00002100
               10  CN-DIAS-DEFECTO         PIC 9(03)   VALUE 30.        00002110
               10  CN-MAX-SIN-FIRMANTE     PIC 9(04)   VALUE 2000.      00002120
                                                                        00002130
      ******************************************************************00002140
      *                    C O N T A D O R E S                         *00002150
      ******************************************************************00002160
       01  CT-CONTADORES.                                               00002170
           05  CT-FIRMANTES                PIC 9(9)    VALUE ZEROES.    00002180
           05  CT-EMPRESAS                 PIC 9(9)    VALUE ZEROES.    00002190
           05  CT-SIN-FIRMANTE             PIC 9(9)    VALUE ZEROES.    00002200
           05  CT-AVISOS                   PIC 9(9)    VALUE ZEROES.    00002210
                                                                        00002220
      ******************************************************************00002230
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002240
      ******************************************************************00002250
       01  WK-ESTADISTICA.                                              00002260
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002270
           05  WK-CAB-2                    PIC X(55)   VALUE            00002280
                   '* ESTADISTICAS DE MPCIAVI                   *'.     00002290
           05  WK-CAB-3.                                                00002300
               10  FILLER                  PIC X(45)   VALUE            00002310
                   '* AUTORIZADOS CON FIN PROXIMO:             '.       00002320
               10  WK-FIRMANTES-ED         PIC ZZZZZZZZ9.               00002330
               10  FILLER                  PIC X(01)   VALUE '*'.       00002340
           05  WK-CAB-4.                                                00002350
               10  FILLER                  PIC X(45)   VALUE            00002360
                   '* EMPRESAS AVISADAS:                       '.       00002370
               10  WK-EMPRESAS-ED          PIC ZZZZZZZZ9.               00002380
               10  FILLER                  PIC X(01)   VALUE '*'.       00002390
           05  WK-CAB-5.                                                00002400
               10  FILLER                  PIC X(45)   VALUE            00002410
                   '* EMPRESAS QUE QUEDARAN SIN AUTORIZADOS:   '.       00002420
               10  WK-SIN-FIRMANTE-ED      PIC ZZZZZZZZ9.               00002430
               10  FILLER                  PIC X(01)   VALUE '*'.       00002440
           05  WK-CAB-6.                                                00002450
               10  FILLER                  PIC X(45)   VALUE            00002460
                   '* AVISOS GRABADOS (MPCIAVS1):              '.       00002470
               10  WK-AVISOS-ED            PIC ZZZZZZZZ9.               00002480
               10  FILLER                  PIC X(01)   VALUE '*'.       00002490
                                                                        00002500
      ******************************************************************00002510
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002520
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002530
      ******************************************************************00002540
       01  WK-CANCELACION-BATCH.                                        00002550
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002560
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002570
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002580
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCIAVI'. 00002590
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002600
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002610
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002620
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002630
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002640
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002650
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002660
                                                                        00002670
      ******************************************************************00002680
      *                      F I L E  S T A T U S                      *00002690
      ******************************************************************00002700
       01  FS-FILE-STATUS.                                              00002710
           05  FS-MPCIAVS1                 PIC X(02).                   00002720
           05  FS-MPCIAVS2                 PIC X(02).                   00002730
                                                                        00002740
      ******************************************************************00002750
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00002760
      ******************************************************************00002770
       01  WK-PARAMETROS-SYSIN.                                         00002780
           05  WK-DIAS-AN                  PIC X(03)   VALUE SPACES.    00002790
                                                                        00002800
      ******************************************************************00002810
      * DIAS DE ANTELACION Y FECHAS DEL PROCESO (AAAA-MM-DD).          *00002820
      ******************************************************************00002830
       01  WK-DIAS-AVISO                   PIC S9(09) COMP VALUE ZEROES.00002840
       01  WK-FECHA-PROCESO                PIC X(10)   VALUE SPACES.    00002850
       01  WK-FECHA-LIMITE                 PIC X(10)   VALUE SPACES.    00002860
                                                                        00002870
      ******************************************************************00002880
      * DATOS DE LA EMPRESA EN CURSO Y DEL AUTORIZADO LEIDO.           *00002890
      ******************************************************************00002900
       01  WK-IBAN-ANTERIOR                PIC X(24)   VALUE SPACES.    00002910
       01  WK-ALIAS-EMPRESA                PIC X(50)   VALUE SPACES.    00002920
       01  WK-NUM-VIGENTES                 PIC S9(09) COMP VALUE ZEROES.00002930
       01  WK-DIAS-RESTANTES               PIC S9(09) COMP VALUE ZEROES.00002940
                                                                        00002950
      ******************************************************************00002960
      * EMPRESAS QUE QUEDARAN SIN AUTORIZADOS VIGENTES, CON LA FECHA DE*00002970
      * BAJA DEL ULTIMO DE ELLOS, PARA LA RELACION FINAL DEL LISTADO.  *00002980
      ******************************************************************00002990
       01  WK-TABLA-SIN-FIRMANTE.                                       00003000
           05  WK-NUM-SIN-FIRMANTE         PIC 9(04)   VALUE ZEROES.    00003010
           05  WK-IDX-SIN                  PIC 9(04)   VALUE ZEROES.    00003020
           05  WK-SIN-FIRMANTE-TAB         OCCURS 2000 TIMES.           00003030
               10  WK-SF-IBANEMPR          PIC X(24).                   00003040
               10  WK-SF-ALIEMPRE          PIC X(50).                   00003050
               10  WK-SF-AUTORIZADOS       PIC 9(05).                   00003060
               10  WK-SF-FEBAJA            PIC X(10).                   00003070
                                                                        00003080
      ******************************************************************00003090
      * REGISTRO DE AVISO PARA EL SISTEMA DE CORRESPONDENCIA           *00003100
      * (MPCIAVS1). AV-IND-SIN-FIRMANTE = 'S' SI LA EMPRESA QUEDARA SIN*00003110
      * NINGUN AUTORIZADO VIGENTE.                                     *00003120
      ******************************************************************00003130
       01  WK-REG-AVISO.                                                00003140
           05  AV-IBANEMPR                 PIC X(24).                   00003150
           05  AV-ALIEMPRE                 PIC X(50).                   00003160
           05  AV-CODAUTOR                 PIC X(09).                   00003170
           05  AV-DOCAUTOR                 PIC X(09).                   00003180
           05  AV-NOMAUTOR                 PIC X(50).                   00003190
           05  AV-FEBAJA                   PIC X(10).                   00003200
           05  AV-DIAS-RESTANTES           PIC 9(03).                   00003210
           05  AV-IND-SIN-FIRMANTE         PIC X(01).                   00003220
           05  AV-FECHA-PROCESO            PIC X(10).                   00003230
           05  FILLER                      PIC X(34).                   00003240
                                                                        00003250
      ******************************************************************00003260
      *                 L I N E A S  D E  I N F O R M E                *00003270
      ******************************************************************00003280
       01  WK-LINEA-CABECERA.                                           00003290
           05  FILLER                      PIC X(48)   VALUE            00003300
               'MPCIAVI - AVISO DE FIN DE AUTORIZADOS DE EMPRESA'.      00003310
           05  FILLER                      PIC X(09)   VALUE            00003320
                                   ' - FECHA '.                         00003330
           05  WC-FECHA-PROCESO            PIC X(10).                   00003340
           05  FILLER                      PIC X(17)   VALUE            00003350
                                   ' - BAJAS HASTA EL'.                 00003360
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003370
           05  WC-FECHA-LIMITE             PIC X(10).                   00003380
           05  FILLER                      PIC X(02)   VALUE ' ('.      00003390
           05  WC-DIAS                     PIC ZZ9.                     00003400
           05  FILLER                      PIC X(06)   VALUE ' DIAS)'.  00003410
           05  FILLER                      PIC X(26)   VALUE SPACES.    00003420
                                                                        00003430
       01  WK-LINEA-TITULOS.                                            00003440
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003450
           05  FILLER                      PIC X(11)   VALUE 'CODIGO'.  00003460
           05  FILLER                      PIC X(11)   VALUE            00003470
                                   'DOCUMENTO'.                         00003480
           05  FILLER                      PIC X(52)   VALUE 'NOMBRE'.  00003490
           05  FILLER                      PIC X(12)   VALUE            00003500
                                   'FECHA BAJA'.                        00003510
           05  FILLER                      PIC X(42)   VALUE 'DIAS'.    00003520
                                                                        00003530
       01  WK-LINEA-EMPRESA.                                            00003540
           05  FILLER                      PIC X(09)   VALUE            00003550
                                   'EMPRESA: '.                         00003560
           05  WE-IBANEMPR                 PIC X(24).                   00003570
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003580
           05  WE-ALIEMPRE                 PIC X(50).                   00003590
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003600
           05  WE-MARCA                    PIC X(40).                   00003610
           05  FILLER                      PIC X(05)   VALUE SPACES.    00003620
                                                                        00003630
       01  WK-LINEA-DETALLE.                                            00003640
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003650
           05  WD-CODAUTOR                 PIC X(09).                   00003660
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003670
           05  WD-DOCAUTOR                 PIC X(09).                   00003680
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003690
           05  WD-NOMAUTOR                 PIC X(50).                   00003700
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003710
           05  WD-FEBAJA                   PIC X(10).                   00003720
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003730
           05  WD-DIAS                     PIC ZZ9.                     00003740
           05  FILLER                      PIC X(39)   VALUE SPACES.    00003750
                                                                        00003760
       01  WK-LINEA-SECCION.                                            00003770
           05  WS-TITULO                   PIC X(50).                   00003780
           05  FILLER                      PIC X(82)   VALUE SPACES.    00003790
                                                                        00003800
       01  WK-LINEA-SIN-FIRMANTE.                                       00003810
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003820
           05  WF-IBANEMPR                 PIC X(24).                   00003830
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003840
           05  WF-ALIEMPRE                 PIC X(50).                   00003850
           05  FILLER                      PIC X(14)   VALUE            00003860
                                   '  AUTORIZ.:'.                       00003870
           05  WF-AUTORIZADOS              PIC ZZZZ9.                   00003880
           05  FILLER                      PIC X(15)   VALUE            00003890
                                   '  ULTIMA BAJA: '.                   00003900
           05  WF-FEBAJA                   PIC X(10).                   00003910
           05  FILLER                      PIC X(08)   VALUE SPACES.    00003920
                                                                        00003930
      *----------------------------------------------------------------*00003940
      * AREA DE COMUNICACION CON DB2                                   *00003950
      *----------------------------------------------------------------*00003960
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003970
                                                                        00003980
      * -- DCLGEN DE LA TABLA PARM_FIRMANTE.                            00003990
           EXEC SQL INCLUDE D4463400 END-EXEC.                          00004000
                                                                        00004010
      * -- DCLGEN DE LA TABLA NT_NOTAS.                                 00004020
           EXEC SQL INCLUDE D4466000 END-EXEC.                          00004030
                                                                        00004040
      ******************************************************************00004050
      *                       PROCEDURE DIVISION                       *00004060
      ******************************************************************00004070
       PROCEDURE DIVISION.                                              00004080
                                                                        00004090
           PERFORM 1000-INICIO                                          00004100
              THRU 1000-INICIO-EXIT                                     00004110
                                                                        00004120
           PERFORM 2000-PROCESO                                         00004130
              THRU 2000-PROCESO-EXIT                                    00004140
             UNTIL SI-FIN-FIRMANTES                                     00004150
                                                                        00004160
           PERFORM 3000-FIN                                             00004170
              THRU 3000-FIN-EXIT                                        00004180
                                                                        00004190
           .                                                            00004200
                                                                        00004210
      ******************************************************************00004220
      ***                   1000-INICIO                              ***00004230
      ***                   -----------                              ***00004240
      * SE VALIDAN LOS PARAMETROS, SE OBTIENEN LAS FECHAS DEL PROCESO, *00004250
      * SE ABREN LOS FICHEROS Y EL CURSOR, SE ESCRIBE LA CABECERA DEL  *00004260
      * LISTADO Y SE LEE EL PRIMER AUTORIZADO.                         *00004270
      ******************************************************************00004280
       1000-INICIO.                                                     00004290
                                                                        00004300
           INITIALIZE CT-CONTADORES                                     00004310
                                                                        00004320
           MOVE ZEROES                       TO WK-NUM-SIN-FIRMANTE     00004330
           MOVE SPACES                       TO WK-IBAN-ANTERIOR        00004340
                                                                        00004350
           SET NO-FIN-FIRMANTES              TO TRUE                    00004360
                                                                        00004370
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004380
                                                                        00004390
           PERFORM 1050-VALIDAR-PARAMETROS                              00004400
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00004410
                                                                        00004420
           PERFORM 1080-OBTENER-FECHAS                                  00004430
              THRU 1080-OBTENER-FECHAS-EXIT                             00004440
                                                                        00004450
           PERFORM 1100-ABRIR-FICHEROS                                  00004460
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004470
                                                                        00004480
           PERFORM 1300-ESCRIBIR-CABECERA                               00004490
              THRU 1300-ESCRIBIR-CABECERA-EXIT                          00004500
                                                                        00004510
           PERFORM 1400-ABRIR-CURSOR                                    00004520
              THRU 1400-ABRIR-CURSOR-EXIT                               00004530
                                                                        00004540
           PERFORM 9100-LEER-FIRMANTE                                   00004550
              THRU 9100-LEER-FIRMANTE-EXIT                              00004560
                                                                        00004570
           .                                                            00004580
       1000-INICIO-EXIT.                                                00004590
           EXIT.                                                        00004600
                                                                        00004610
      ******************************************************************00004620
      ***                   1050-VALIDAR-PARAMETROS                  ***00004630
      ***                   -----------------------                  ***00004640
      * SE VALIDAN LOS DIAS DE ANTELACION. EN BLANCO SE TOMA EL VALOR  *00004650
      * POR DEFECTO; NO NUMERICO O A CERO CANCELA EL PROCESO.          *00004660
      ******************************************************************00004670
       1050-VALIDAR-PARAMETROS.                                         00004680
                                                                        00004690
           IF  WK-DIAS-AN = SPACES                                      00004700
               MOVE CN-DIAS-DEFECTO          TO WK-DIAS-AVISO           00004710
               GO TO 1050-VALIDAR-PARAMETROS-EXIT                       00004720
           END-IF                                                       00004730
                                                                        00004740
           IF  WK-DIAS-AN NOT NUMERIC                                   00004750
            OR WK-DIAS-AN = '000'                                       00004760
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004770
               MOVE CA-ERR-PARAMETROS        TO WK-DESCRIPCION          00004780
               MOVE CA-PRF-1050              TO WK-PARRAFO              00004790
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00004800
                                                                        00004810
               PERFORM 9000-CANCELACION                                 00004820
                  THRU 9000-CANCELACION-EXIT                            00004830
                                                                        00004840
           END-IF                                                       00004850
                                                                        00004860
           MOVE WK-DIAS-AN                   TO WK-DIAS-AVISO           00004870
                                                                        00004880
           .                                                            00004890
       1050-VALIDAR-PARAMETROS-EXIT.                                    00004900
           EXIT.                                                        00004910
                                                                        00004920
      ******************************************************************00004930
      ***                   1080-OBTENER-FECHAS                      ***00004940
      ***                   -------------------                      ***00004950
      * SE OBTIENEN DE DB2 LA FECHA DEL PROCESO Y LA FECHA LIMITE DE   *00004960
      * BAJA DEL AVISO EN FORMATO ISO (AAAA-MM-DD).                    *00004970
      ******************************************************************00004980
       1080-OBTENER-FECHAS.                                             00004990
                                                                        00005000
           EXEC SQL                                                     00005010
                SELECT CHAR(CURRENT DATE, ISO),                         00005020
                       CHAR(CURRENT DATE + :WK-DIAS-AVISO DAYS, ISO)    00005030
                  INTO :WK-FECHA-PROCESO,                               00005040
                       :WK-FECHA-LIMITE                                 00005050
                  FROM SYSIBM.SYSDUMMY1                                 00005060
           END-EXEC                                                     00005070
                                                                        00005080
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005090
                                                                        00005100
           IF  NOT DB2-OK                                               00005110
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005120
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00005130
               MOVE CA-PRF-1080               TO WK-PARRAFO             00005140
               MOVE CA-MPCIAVI                TO WK-RUTINA              00005150
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00005160
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005170
                                                                        00005180
               PERFORM 9000-CANCELACION                                 00005190
                  THRU 9000-CANCELACION-EXIT                            00005200
                                                                        00005210
           END-IF                                                       00005220
                                                                        00005230
           .                                                            00005240
       1080-OBTENER-FECHAS-EXIT.                                        00005250
           EXIT.                                                        00005260
                                                                        00005270
      ******************************************************************00005280
      ***                   1100-ABRIR-FICHEROS                      ***00005290
      ***                   -------------------                      ***00005300
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00005310
      ******************************************************************00005320
       1100-ABRIR-FICHEROS.                                             00005330
                                                                        00005340
           OPEN OUTPUT MPCIAVS1                                         00005350
                       MPCIAVS2                                         00005360
                                                                        00005370
           IF  FS-MPCIAVS1 NOT = CA-FS-OK                               00005380
               MOVE CA-MPCIAVS1              TO WK-DDNAME               00005390
               MOVE FS-MPCIAVS1              TO WK-FILE-STATUS          00005400
               GO TO 1100-ERROR-APERTURA                                00005410
           END-IF                                                       00005420
                                                                        00005430
           IF  FS-MPCIAVS2 NOT = CA-FS-OK                               00005440
               MOVE CA-MPCIAVS2              TO WK-DDNAME               00005450
               MOVE FS-MPCIAVS2              TO WK-FILE-STATUS          00005460
               GO TO 1100-ERROR-APERTURA                                00005470
           END-IF                                                       00005480
                                                                        00005490
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00005500
                                                                        00005510
           .                                                            00005520
       1100-ERROR-APERTURA.                                             00005530
                                                                        00005540
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00005550
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00005560
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00005570
                                                                        00005580
           PERFORM 9000-CANCELACION                                     00005590
              THRU 9000-CANCELACION-EXIT                                00005600
                                                                        00005610
           .                                                            00005620
       1100-ABRIR-FICHEROS-EXIT.                                        00005630
           EXIT.                                                        00005640
                                                                        00005650
      ******************************************************************00005660
      ***                   1300-ESCRIBIR-CABECERA                   ***00005670
      ***                   ----------------------                   ***00005680
      * SE ESCRIBEN LA CABECERA Y LOS TITULOS DEL LISTADO.             *00005690
      ******************************************************************00005700
       1300-ESCRIBIR-CABECERA.                                          00005710
                                                                        00005720
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00005730
           MOVE WK-FECHA-LIMITE              TO WC-FECHA-LIMITE         00005740
           MOVE WK-DIAS-AVISO                TO WC-DIAS                 00005750
                                                                        00005760
           MOVE WK-LINEA-CABECERA            TO REG-MPCIAVS2            00005770
           PERFORM 9300-ESCRIBIR-LISTADO                                00005780
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005790
                                                                        00005800
           MOVE WK-LINEA-TITULOS             TO REG-MPCIAVS2            00005810
           PERFORM 9300-ESCRIBIR-LISTADO                                00005820
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005830
                                                                        00005840
           .                                                            00005850
       1300-ESCRIBIR-CABECERA-EXIT.                                     00005860
           EXIT.                                                        00005870
                                                                        00005880
      ******************************************************************00005890
      ***                   1400-ABRIR-CURSOR                        ***00005900
      ***                   -----------------                        ***00005910
      * SE DECLARA Y ABRE EL CURSOR DE LOS REGISTROS VIGENTES CUYA BAJA*00005920
      * LLEGA ANTES DE LA FECHA LIMITE, EXCLUIDOS LOS AUTORIZADOS QUE  *00005930
      * YA TIENEN UN REGISTRO QUE SE EXTIENDE MAS ALLA DE ELLA, POR    *00005940
      * EMPRESA Y FECHA DE BAJA.                                       *00005950
      ******************************************************************00005960
       1400-ABRIR-CURSOR.                                               00005970
                                                                        00005980
           EXEC SQL                                                     00005990
                DECLARE C-FIRMANTES CURSOR FOR                          00006000
                SELECT A.G3183_IBANEMPR, A.G3183_CODAUTOR,              00006010
                       A.G3183_DOCAUTOR, A.G3183_NOMAUTOR,              00006020
                       CHAR(A.G3183_FEBAJA, ISO),                       00006030
                       DAYS(A.G3183_FEBAJA) - DAYS(CURRENT DATE)        00006040
                  FROM PARM_FIRMANTE A                                  00006050
                 WHERE A.G3183_FECALTA <= CURRENT DATE                  00006060
                   AND A.G3183_FEBAJA  >= CURRENT DATE                  00006070
                   AND A.G3183_FEBAJA  <= :WK-FECHA-LIMITE              00006080
                   AND NOT EXISTS                                       00006090
                      (SELECT 1                                         00006100
                         FROM PARM_FIRMANTE B                           00006110
                        WHERE B.G3183_IBANEMPR = A.G3183_IBANEMPR       00006120
                          AND B.G3183_CODAUTOR = A.G3183_CODAUTOR       00006130
                          AND B.G3183_FEBAJA   > :WK-FECHA-LIMITE)      00006140
                 ORDER BY A.G3183_IBANEMPR, A.G3183_FEBAJA,             00006150
                          A.G3183_CODAUTOR                              00006160
           END-EXEC                                                     00006170
                                                                        00006180
           EXEC SQL                                                     00006190
                OPEN C-FIRMANTES                                        00006200
           END-EXEC                                                     00006210
                                                                        00006220
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006230
                                                                        00006240
           IF  NOT DB2-OK                                               00006250
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006260
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00006270
               MOVE CA-PRF-1400               TO WK-PARRAFO             00006280
               MOVE CA-MPCIAVI                TO WK-RUTINA              00006290
               MOVE CA-PARM-FIRMANTE          TO WK-TABLA-DB2           00006300
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006310
                                                                        00006320
               PERFORM 9000-CANCELACION                                 00006330
                  THRU 9000-CANCELACION-EXIT                            00006340
                                                                        00006350
           END-IF                                                       00006360
                                                                        00006370
           .                                                            00006380
       1400-ABRIR-CURSOR-EXIT.                                          00006390
           EXIT.                                                        00006400
                                                                        00006410
      ******************************************************************00006420
      ***                   2000-PROCESO                             ***00006430
      ***                   ------------                             ***00006440
      * AL CAMBIAR DE EMPRESA SE TRATA SU CABECERA; DESPUES SE GRABA Y *00006450
      * SE LISTA EL AVISO DEL AUTORIZADO Y SE LEE EL SIGUIENTE.        *00006460
      ******************************************************************00006470
       2000-PROCESO.                                                    00006480
                                                                        00006490
           IF  G3183-IBANEMPR NOT = WK-IBAN-ANTERIOR                    00006500
               PERFORM 2100-NUEVA-EMPRESA                               00006510
                  THRU 2100-NUEVA-EMPRESA-EXIT                          00006520
           END-IF                                                       00006530
                                                                        00006540
           PERFORM 2200-TRATAR-FIRMANTE                                 00006550
              THRU 2200-TRATAR-FIRMANTE-EXIT                            00006560
                                                                        00006570
           PERFORM 9100-LEER-FIRMANTE                                   00006580
              THRU 9100-LEER-FIRMANTE-EXIT                              00006590
                                                                        00006600
           .                                                            00006610
       2000-PROCESO-EXIT.                                               00006620
           EXIT.                                                        00006630
                                                                        00006640
      ******************************************************************00006650
      ***                   2100-NUEVA-EMPRESA                       ***00006660
      ***                   ------------------                       ***00006670
      * SE OBTIENEN EL ALIAS DE LA EMPRESA Y EL NUMERO DE AUTORIZADOS  *00006680
      * QUE SEGUIRAN VIGENTES TRAS LA FECHA LIMITE. SI NO QUEDA NINGUNO*00006690
      * LA EMPRESA SE MARCA Y SE GUARDA PARA LA RELACION FINAL.        *00006700
      ******************************************************************00006710
       2100-NUEVA-EMPRESA.                                              00006720
                                                                        00006730
           ADD CN-1                          TO CT-EMPRESAS             00006740
           MOVE G3183-IBANEMPR               TO WK-IBAN-ANTERIOR        00006750
                                                                        00006760
           PERFORM 2110-OBTENER-ALIAS                                   00006770
              THRU 2110-OBTENER-ALIAS-EXIT                              00006780
                                                                        00006790
           PERFORM 2120-CONTAR-VIGENTES                                 00006800
              THRU 2120-CONTAR-VIGENTES-EXIT                            00006810
                                                                        00006820
           MOVE SPACES                       TO REG-MPCIAVS2            00006830
           PERFORM 9300-ESCRIBIR-LISTADO                                00006840
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006850
                                                                        00006860
           MOVE G3183-IBANEMPR               TO WE-IBANEMPR             00006870
           MOVE WK-ALIAS-EMPRESA             TO WE-ALIEMPRE             00006880
           MOVE SPACES                       TO WE-MARCA                00006890
                                                                        00006900
           IF  WK-NUM-VIGENTES = ZEROES                                 00006910
               SET SI-SIN-FIRMANTE           TO TRUE                    00006920
               MOVE CA-MARCA-SIN-FIRMANTE    TO WE-MARCA                00006930
                                                                        00006940
               PERFORM 2130-GUARDAR-SIN-FIRMANTE                        00006950
                  THRU 2130-GUARDAR-SIN-FIRMANTE-EXIT                   00006960
           ELSE                                                         00006970
               SET NO-SIN-FIRMANTE           TO TRUE                    00006980
           END-IF                                                       00006990
                                                                        00007000
           MOVE WK-LINEA-EMPRESA             TO REG-MPCIAVS2            00007010
           PERFORM 9300-ESCRIBIR-LISTADO                                00007020
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007030
                                                                        00007040
           .                                                            00007050
       2100-NUEVA-EMPRESA-EXIT.                                         00007060
           EXIT.                                                        00007070
                                                                        00007080
      ******************************************************************00007090
      ***                   2110-OBTENER-ALIAS                       ***00007100
      ***                   ------------------                       ***00007110
      * SE TOMA EL ALIAS DEL FORMULARIO MAS RECIENTE DE LA EMPRESA EN  *00007120
      * NT_NOTAS. SI NO HAY NINGUNO SE INDICA QUE NO TIENE ALIAS.      *00007130
      ******************************************************************00007140
       2110-OBTENER-ALIAS.                                              00007150
                                                                        00007160
           EXEC SQL                                                     00007170
                SELECT G3209_ALIEMPRE                                   00007180
                  INTO :G3209-ALIEMPRE                                  00007190
                  FROM NT_NOTAS                                         00007200
                 WHERE G3209_IBANEMPR = :G3183-IBANEMPR                 00007210
                 ORDER BY G3209_ALTAMODIF DESC                          00007220
                 FETCH FIRST 1 ROW ONLY                                 00007230
           END-EXEC                                                     00007240
                                                                        00007250
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007260
                                                                        00007270
           EVALUATE  TRUE                                               00007280
               WHEN  DB2-OK                                             00007290
                     MOVE G3209-ALIEMPRE      TO WK-ALIAS-EMPRESA       00007300
                                                                        00007310
               WHEN  DB2-CLV-NOT-FOUND                                  00007320
                     MOVE CA-SIN-ALIAS        TO WK-ALIAS-EMPRESA       00007330
                                                                        00007340
               WHEN  OTHER                                              00007350
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007360
                     MOVE CA-ERR-ALIAS        TO WK-DESCRIPCION         00007370
                     MOVE CA-PRF-2110         TO WK-PARRAFO             00007380
                     MOVE CA-MPCIAVI          TO WK-RUTINA              00007390
                     MOVE CA-NT-NOTAS         TO WK-TABLA-DB2           00007400
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007410
                                                                        00007420
                     PERFORM 9000-CANCELACION                           00007430
                        THRU 9000-CANCELACION-EXIT                      00007440
                                                                        00007450
           END-EVALUATE                                                 00007460
                                                                        00007470
           .                                                            00007480
       2110-OBTENER-ALIAS-EXIT.                                         00007490
           EXIT.                                                        00007500
                                                                        00007510
      ******************************************************************00007520
      ***                   2120-CONTAR-VIGENTES                     ***00007530
      ***                   --------------------                     ***00007540
      * SE CUENTAN LOS REGISTROS DE LA EMPRESA CUYA BAJA ES POSTERIOR A*00007550
      * LA FECHA LIMITE, ES DECIR, LOS AUTORIZADOS QUE LE QUEDARAN.    *00007560
      ******************************************************************00007570
       2120-CONTAR-VIGENTES.                                            00007580
                                                                        00007590
           EXEC SQL                                                     00007600
                SELECT COUNT(*)                                         00007610
                  INTO :WK-NUM-VIGENTES                                 00007620
                  FROM PARM_FIRMANTE                                    00007630
                 WHERE G3183_IBANEMPR = :G3183-IBANEMPR                 00007640
                   AND G3183_FEBAJA   > :WK-FECHA-LIMITE                00007650
           END-EXEC                                                     00007660
                                                                        00007670
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007680
                                                                        00007690
           IF  NOT DB2-OK                                               00007700
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007710
               MOVE CA-ERR-VIGENTES           TO WK-DESCRIPCION         00007720
               MOVE CA-PRF-2120               TO WK-PARRAFO             00007730
               MOVE CA-MPCIAVI                TO WK-RUTINA              00007740
               MOVE CA-PARM-FIRMANTE          TO WK-TABLA-DB2           00007750
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00007760
                                                                        00007770
               PERFORM 9000-CANCELACION                                 00007780
                  THRU 9000-CANCELACION-EXIT                            00007790
                                                                        00007800
           END-IF                                                       00007810
                                                                        00007820
           .                                                            00007830
       2120-CONTAR-VIGENTES-EXIT.                                       00007840
           EXIT.                                                        00007850
                                                                        00007860
      ******************************************************************00007870
      ***                   2130-GUARDAR-SIN-FIRMANTE                ***00007880
      ***                   -------------------------                ***00007890
      * SE GUARDA LA EMPRESA QUE QUEDARA SIN AUTORIZADOS VIGENTES.     *00007900
      ******************************************************************00007910
       2130-GUARDAR-SIN-FIRMANTE.                                       00007920
                                                                        00007930
           IF  WK-NUM-SIN-FIRMANTE NOT < CN-MAX-SIN-FIRMANTE            00007940
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007950
               MOVE CA-ERR-TABLA-LLENA       TO WK-DESCRIPCION          00007960
               MOVE CA-PRF-2130              TO WK-PARRAFO              00007970
               MOVE G3183-IBANEMPR           TO WK-DATOS-REGISTRO       00007980
                                                                        00007990
               PERFORM 9000-CANCELACION                                 00008000
                  THRU 9000-CANCELACION-EXIT                            00008010
                                                                        00008020
           END-IF                                                       00008030
                                                                        00008040
           ADD CN-1                          TO CT-SIN-FIRMANTE         00008050
                                                WK-NUM-SIN-FIRMANTE     00008060
           MOVE WK-NUM-SIN-FIRMANTE          TO WK-IDX-SIN              00008070
           MOVE G3183-IBANEMPR   TO WK-SF-IBANEMPR (WK-IDX-SIN)         00008080
           MOVE WK-ALIAS-EMPRESA TO WK-SF-ALIEMPRE (WK-IDX-SIN)         00008090
           MOVE ZEROES           TO WK-SF-AUTORIZADOS (WK-IDX-SIN)      00008100
           MOVE SPACES           TO WK-SF-FEBAJA (WK-IDX-SIN)           00008110
                                                                        00008120
           .                                                            00008130
       2130-GUARDAR-SIN-FIRMANTE-EXIT.                                  00008140
           EXIT.                                                        00008150
                                                                        00008160
      ******************************************************************00008170
      ***                   2200-TRATAR-FIRMANTE                     ***00008180
      ***                   --------------------                     ***00008190
      * SE GRABA EL AVISO DEL AUTORIZADO Y SE LISTA. SI LA EMPRESA     *00008200
      * QUEDARA SIN AUTORIZADOS SE ACTUALIZA SU ENTRADA DE LA RELACION *00008210
      * FINAL (LOS AUTORIZADOS VIENEN POR FECHA DE BAJA ASCENDENTE).   *00008220
      ******************************************************************00008230
       2200-TRATAR-FIRMANTE.                                            00008240
                                                                        00008250
           MOVE SPACES                       TO WK-REG-AVISO            00008260
           MOVE G3183-IBANEMPR               TO AV-IBANEMPR             00008270
           MOVE WK-ALIAS-EMPRESA             TO AV-ALIEMPRE             00008280
           MOVE G3183-CODAUTOR               TO AV-CODAUTOR             00008290
           MOVE G3183-DOCAUTOR               TO AV-DOCAUTOR             00008300
           MOVE G3183-NOMAUTOR               TO AV-NOMAUTOR             00008310
           MOVE G3183-FEBAJA                 TO AV-FEBAJA               00008320
           MOVE WK-DIAS-RESTANTES            TO AV-DIAS-RESTANTES       00008330
           MOVE SW-SIN-FIRMANTE              TO AV-IND-SIN-FIRMANTE     00008340
           MOVE WK-FECHA-PROCESO             TO AV-FECHA-PROCESO        00008350
                                                                        00008360
           PERFORM 9200-ESCRIBIR-AVISO                                  00008370
              THRU 9200-ESCRIBIR-AVISO-EXIT                             00008380
                                                                        00008390
           MOVE G3183-CODAUTOR               TO WD-CODAUTOR             00008400
           MOVE G3183-DOCAUTOR               TO WD-DOCAUTOR             00008410
           MOVE G3183-NOMAUTOR               TO WD-NOMAUTOR             00008420
           MOVE G3183-FEBAJA                 TO WD-FEBAJA               00008430
           MOVE WK-DIAS-RESTANTES            TO WD-DIAS                 00008440
                                                                        00008450
           MOVE WK-LINEA-DETALLE             TO REG-MPCIAVS2            00008460
           PERFORM 9300-ESCRIBIR-LISTADO                                00008470
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00008480
                                                                        00008490
           IF  SI-SIN-FIRMANTE                                          00008500
               ADD CN-1      TO WK-SF-AUTORIZADOS (WK-IDX-SIN)          00008510
               MOVE G3183-FEBAJA TO WK-SF-FEBAJA (WK-IDX-SIN)           00008520
           END-IF                                                       00008530
                                                                        00008540
           .                                                            00008550
       2200-TRATAR-FIRMANTE-EXIT.                                       00008560
           EXIT.                                                        00008570
                                                                        00008580
      ******************************************************************00008590
      ***                   3000-FIN                                 ***00008600
      ***                   --------                                 ***00008610
      * SE ESCRIBE LA RELACION DE EMPRESAS QUE QUEDARAN SIN            *00008620
      * AUTORIZADOS, SE CIERRAN EL CURSOR Y LOS FICHEROS Y SE MUESTRAN *00008630
      * LAS ESTADISTICAS.                                              *00008640
      ******************************************************************00008650
       3000-FIN.                                                        00008660
                                                                        00008670
           IF  CT-FIRMANTES = ZEROES                                    00008680
               MOVE CA-SIN-AVISOS            TO REG-MPCIAVS2            00008690
               PERFORM 9300-ESCRIBIR-LISTADO                            00008700
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00008710
           END-IF                                                       00008720
                                                                        00008730
           MOVE SPACES                       TO REG-MPCIAVS2            00008740
           PERFORM 9300-ESCRIBIR-LISTADO                                00008750
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00008760
                                                                        00008770
           MOVE CA-TIT-SIN-FIRMANTE          TO WS-TITULO               00008780
           MOVE WK-LINEA-SECCION             TO REG-MPCIAVS2            00008790
           PERFORM 9300-ESCRIBIR-LISTADO                                00008800
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00008810
                                                                        00008820
           PERFORM 3050-LISTAR-SIN-FIRMANTE                             00008830
              THRU 3050-LISTAR-SIN-FIRMANTE-EXIT                        00008840
             VARYING WK-IDX-SIN FROM CN-1 BY CN-1                       00008850
               UNTIL WK-IDX-SIN > WK-NUM-SIN-FIRMANTE                   00008860
                                                                        00008870
           IF  WK-NUM-SIN-FIRMANTE = ZEROES                             00008880
               MOVE CA-SIN-EMPRESAS          TO REG-MPCIAVS2            00008890
               PERFORM 9300-ESCRIBIR-LISTADO                            00008900
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00008910
           END-IF                                                       00008920
                                                                        00008930
           PERFORM 3100-CERRAR-FICHEROS                                 00008940
              THRU 3100-CERRAR-FICHEROS-EXIT                            00008950
                                                                        00008960
           PERFORM 3200-ESTADISTICAS                                    00008970
              THRU 3200-ESTADISTICAS-EXIT                               00008980
                                                                        00008990
           STOP RUN                                                     00009000
                                                                        00009010
           .                                                            00009020
       3000-FIN-EXIT.                                                   00009030
           EXIT.                                                        00009040
                                                                        00009050
      ******************************************************************00009060
      ***                   3050-LISTAR-SIN-FIRMANTE                 ***00009070
      ***                   ------------------------                 ***00009080
      * SE LISTA UNA EMPRESA QUE QUEDARA SIN AUTORIZADOS VIGENTES.     *00009090
      ******************************************************************00009100
       3050-LISTAR-SIN-FIRMANTE.                                        00009110
                                                                        00009120
           MOVE WK-SF-IBANEMPR (WK-IDX-SIN)    TO WF-IBANEMPR           00009130
           MOVE WK-SF-ALIEMPRE (WK-IDX-SIN)    TO WF-ALIEMPRE           00009140
           MOVE WK-SF-AUTORIZADOS (WK-IDX-SIN) TO WF-AUTORIZADOS        00009150
           MOVE WK-SF-FEBAJA (WK-IDX-SIN)      TO WF-FEBAJA             00009160
                                                                        00009170
           MOVE WK-LINEA-SIN-FIRMANTE          TO REG-MPCIAVS2          00009180
           PERFORM 9300-ESCRIBIR-LISTADO                                00009190
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00009200
                                                                        00009210
           .                                                            00009220
       3050-LISTAR-SIN-FIRMANTE-EXIT.                                   00009230
           EXIT.                                                        00009240
                                                                        00009250
      ******************************************************************00009260
      ***                   3100-CERRAR-FICHEROS                     ***00009270
      ***                   --------------------                     ***00009280
      * SE REALIZA EL CIERRE DEL CURSOR Y DE LOS FICHEROS.             *00009290
      ******************************************************************00009300
       3100-CERRAR-FICHEROS.                                            00009310
                                                                        00009320
           EXEC SQL                                                     00009330
                CLOSE C-FIRMANTES                                       00009340
           END-EXEC                                                     00009350
                                                                        00009360
           CLOSE MPCIAVS1                                               00009370
                 MPCIAVS2                                               00009380
                                                                        00009390
           IF  FS-MPCIAVS1 NOT = CA-FS-OK                               00009400
               MOVE CA-MPCIAVS1              TO WK-DDNAME               00009410
               MOVE FS-MPCIAVS1              TO WK-FILE-STATUS          00009420
               GO TO 3100-ERROR-CIERRE                                  00009430
           END-IF                                                       00009440
                                                                        00009450
           IF  FS-MPCIAVS2 NOT = CA-FS-OK                               00009460
               MOVE CA-MPCIAVS2              TO WK-DDNAME               00009470
               MOVE FS-MPCIAVS2              TO WK-FILE-STATUS          00009480
               GO TO 3100-ERROR-CIERRE                                  00009490
           END-IF                                                       00009500
                                                                        00009510
           GO TO 3100-CERRAR-FICHEROS-EXIT                              00009520
                                                                        00009530
           .                                                            00009540
       3100-ERROR-CIERRE.                                               00009550
                                                                        00009560
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00009570
           MOVE CA-ERR-CERRAR                TO WK-DESCRIPCION          00009580
           MOVE CA-PRF-3100                  TO WK-PARRAFO              00009590
                                                                        00009600
           PERFORM 9000-CANCELACION                                     00009610
              THRU 9000-CANCELACION-EXIT                                00009620
                                                                        00009630
           .                                                            00009640
       3100-CERRAR-FICHEROS-EXIT.                                       00009650
           EXIT.                                                        00009660
                                                                        00009670
      ******************************************************************00009680
      ***                   3200-ESTADISTICAS                        ***00009690
      ***                   -----------------                        ***00009700
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00009710
      ******************************************************************00009720
       3200-ESTADISTICAS.                                               00009730
                                                                        00009740
           MOVE CT-FIRMANTES                  TO WK-FIRMANTES-ED        00009750
           MOVE CT-EMPRESAS                   TO WK-EMPRESAS-ED         00009760
           MOVE CT-SIN-FIRMANTE               TO WK-SIN-FIRMANTE-ED     00009770
           MOVE CT-AVISOS                     TO WK-AVISOS-ED           00009780
                                                                        00009790
           DISPLAY WK-CAB-1                                             00009800
           DISPLAY WK-CAB-2                                             00009810
           DISPLAY WK-CAB-1                                             00009820
           DISPLAY WK-CAB-3                                             00009830
           DISPLAY WK-CAB-4                                             00009840
           DISPLAY WK-CAB-5                                             00009850
           DISPLAY WK-CAB-6                                             00009860
           DISPLAY WK-CAB-1                                             00009870
                                                                        00009880
           .                                                            00009890
       3200-ESTADISTICAS-EXIT.                                          00009900
           EXIT.                                                        00009910
                                                                        00009920
      ******************************************************************00009930
      ***                   9100-LEER-FIRMANTE                       ***00009940
      ***                   ------------------                       ***00009950
      * SE LEE EL SIGUIENTE AUTORIZADO DEL CURSOR. A SU AGOTAMIENTO SE *00009960
      * ACTIVA EL FIN DE AUTORIZADOS.                                  *00009970
      ******************************************************************00009980
       9100-LEER-FIRMANTE.                                              00009990
                                                                        00010000
           EXEC SQL                                                     00010010
                FETCH C-FIRMANTES                                       00010020
                 INTO :G3183-IBANEMPR, :G3183-CODAUTOR,                 00010030
                      :G3183-DOCAUTOR, :G3183-NOMAUTOR,                 00010040
                      :G3183-FEBAJA,   :WK-DIAS-RESTANTES               00010050
           END-EXEC                                                     00010060
                                                                        00010070
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00010080
                                                                        00010090
           EVALUATE  TRUE                                               00010100
               WHEN  DB2-OK                                             00010110
                     ADD CN-1                 TO CT-FIRMANTES           00010120
                                                                        00010130
               WHEN  DB2-CLV-NOT-FOUND                                  00010140
                     SET SI-FIN-FIRMANTES     TO TRUE                   00010150
                                                                        00010160
               WHEN  OTHER                                              00010170
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00010180
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00010190
                     MOVE CA-PRF-9100         TO WK-PARRAFO             00010200
                     MOVE CA-MPCIAVI          TO WK-RUTINA              00010210
                     MOVE CA-PARM-FIRMANTE    TO WK-TABLA-DB2           00010220
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00010230
                                                                        00010240
                     PERFORM 9000-CANCELACION                           00010250
                        THRU 9000-CANCELACION-EXIT                      00010260
                                                                        00010270
           END-EVALUATE                                                 00010280
                                                                        00010290
           .                                                            00010300
       9100-LEER-FIRMANTE-EXIT.                                         00010310
           EXIT.                                                        00010320
                                                                        00010330
      ******************************************************************00010340
      ***                   9200-ESCRIBIR-AVISO                      ***00010350
      ***                   -------------------                      ***00010360
      * SE ESCRIBE UN AVISO PARA EL SISTEMA DE CORRESPONDENCIA.        *00010370
      ******************************************************************00010380
       9200-ESCRIBIR-AVISO.                                             00010390
                                                                        00010400
           WRITE REG-MPCIAVS1                FROM WK-REG-AVISO          00010410
                                                                        00010420
           IF  FS-MPCIAVS1 NOT = CA-FS-OK                               00010430
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010440
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010450
               MOVE CA-PRF-9200              TO WK-PARRAFO              00010460
               MOVE CA-MPCIAVS1              TO WK-DDNAME               00010470
               MOVE FS-MPCIAVS1              TO WK-FILE-STATUS          00010480
               MOVE WK-REG-AVISO             TO WK-DATOS-REGISTRO       00010490
                                                                        00010500
               PERFORM 9000-CANCELACION                                 00010510
                  THRU 9000-CANCELACION-EXIT                            00010520
                                                                        00010530
           END-IF                                                       00010540
                                                                        00010550
           ADD CN-1                          TO CT-AVISOS               00010560
                                                                        00010570
           .                                                            00010580
       9200-ESCRIBIR-AVISO-EXIT.                                        00010590
           EXIT.                                                        00010600
                                                                        00010610
      ******************************************************************00010620
      ***                   9300-ESCRIBIR-LISTADO                    ***00010630
      ***                   ---------------------                    ***00010640
      * SE ESCRIBE UNA LINEA DEL LISTADO DE AVISOS.                    *00010650
      ******************************************************************00010660
       9300-ESCRIBIR-LISTADO.                                           00010670
                                                                        00010680
           WRITE REG-MPCIAVS2                                           00010690
                                                                        00010700
           IF  FS-MPCIAVS2 NOT = CA-FS-OK                               00010710
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010720
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010730
               MOVE CA-PRF-9300              TO WK-PARRAFO              00010740
               MOVE CA-MPCIAVS2              TO WK-DDNAME               00010750
               MOVE FS-MPCIAVS2              TO WK-FILE-STATUS          00010760
               MOVE REG-MPCIAVS2             TO WK-DATOS-REGISTRO       00010770
                                                                        00010780
               PERFORM 9000-CANCELACION                                 00010790
                  THRU 9000-CANCELACION-EXIT                            00010800
                                                                        00010810
           END-IF                                                       00010820
                                                                        00010830
           .                                                            00010840
       9300-ESCRIBIR-LISTADO-EXIT.                                      00010850
           EXIT.                                                        00010860
                                                                        00010870
      ******************************************************************00010880
      ***                   9000-CANCELACION                         ***00010890
      ***                   ----------------                         ***00010900
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00010910
      ******************************************************************00010920
       9000-CANCELACION.                                                00010930
                                                                        00010940
           MOVE CA-RESP                       TO WK-RESPONSABLE         00010950
                                                                        00010960
           EVALUATE  TRUE                                               00010970
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00010980
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010990
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011000
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00011010
                         RESPONSABLE('WK-RESPONSABLE')                  00011020
                         DESCRIPCION('WK-DESCRIPCION')                  00011030
                         PROGRAMA('WK-PROGRAMA')                        00011040
                         PARRAFO('WK-PARRAFO')                          00011050
                         SQLCA('SQLCA')                                 00011060
                         TABLA_DB2('WK-TABLA-DB2')                      00011070
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00011080
                     END-FUN                                            00011090
                                                                        00011100
               WHEN  OTHER                                              00011110
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011120
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011130
                         RESPONSABLE('WK-RESPONSABLE')                  00011140
                         DESCRIPCION('WK-DESCRIPCION')                  00011150
                         PROGRAMA('WK-PROGRAMA')                        00011160
                         PARRAFO('WK-PARRAFO')                          00011170
                         DDNAME('WK-DDNAME')                            00011180
                         FILE_STATUS('WK-FILE-STATUS')                  00011190
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00011200
                     END-FUN                                            00011210
                                                                        00011220
           END-EVALUATE                                                 00011230
                                                                        00011240
           .                                                            00011250
       9000-CANCELACION-EXIT.                                           00011260
           EXIT.                                                        00011270
