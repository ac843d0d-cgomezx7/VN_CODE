      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCSA.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: EMISION A PETICION DE CERTIFICADOS DE SALDO.     *00000110
      *               POR CADA SOLICITUD DEL FICHERO DE ENTRADA (POR   *00000120
      *               CUENTA CENTALTA/CUENTNU O POR CLAVE DE POSICION, *00000130
      *               FECHA DEL CERTIFICADO E IDIOMA) SE OBTIENEN LAS  *00000140
      *               POSICIONES QUE LA CUENTA ALIMENTA SEGUN EL CRUCE *00000150
      *               POS_DISP_CONTR, SE CONSULTA EL SALDO DE CADA UNA *00000160
      *               EN ESA FECHA CON LA RUTINA KJBCCRI Y SE ESCRIBE  *00000170
      *               EL CERTIFICADO EN LA INTERFAZ DE IMPRESION CON   *00000180
      *               CABECERAS DE MODELO DE PAGINA. CADA CERTIFICADO  *00000190
      *               RECIBE UN NUMERO DE SERIE UNICO QUE SE REGISTRA  *00000200
      *               EN POS_CERT_SALDO PARA PODER COMPROBAR DESPUES   *00000210
      *               SU AUTENTICIDAD. LAS SOLICITUDES RECHAZADAS SE   *00000220
      *               DETALLAN EN EL INFORME DE CONTROL.               *00000230
      *               EL CERTIFICADO POR CUENTA SE ENTREGA POR EL      *00000231
      *               CANAL DEL TITULAR (RUTINA KJBCCCP): EL           *00000232
      *               ELECTRONICO VA A LA INTERFAZ DE ENTREGA          *00000233
      *               ELECTRONICA PRECEDIDO DE UN REGISTRO SOBRE CON   *00000234
      *               LA DIRECCION. EL CERTIFICADO NO ADMITE RENUNCIA. *00000235
      *-                                                              -*00000240
      *  FICHEROS DE ENTRADA:                                          *00000250
      *        KJBCSAE1 : SOLICITUDES DE CERTIFICADO DE SALDO.         *00000260
      *-                                                              -*00000270
      *  FICHEROS DE SALIDA:                                           *00000280
      *        KJBCSAS1 : INTERFAZ DE IMPRESION DE CERTIFICADOS.       *00000290
      *        KJBCSAS2 : INFORME DE CONTROL DE LA EMISION.            *00000300
      *        KJBCSAS3 : INTERFAZ DE ENTREGA ELECTRONICA.             *00000301
      *-                                                              -*00000310
      *  RUTINAS:                                                      *00000320
      *        KJBCCRI  : SALDO CONSOLIDADO EN UNA FECHA CONTABLE.     *00000330
      *        KJBCCCP  : CANAL DE ENTREGA DE LA CORRESPONDENCIA.      *00000331
      *-                                                              -*00000340
      *  TABLAS:                                                       *00000350
      *     POS_DISP_PMAS_HIST : FOTOS DIARIAS (LECTURA).              *00000360
      *     POS_DISP_CONTR     : CRUCE POSICION-CONTRATO (LECTURA).    *00000370
      *     MPDT007            : CONTRATOS (LECTURA).                  *00000380
      *     POS_CERT_SALDO     : REGISTRO DE CERTIFICADOS (ALTA).      *00000390
      *-                                                              -*00000400
      *  CODIGOS DE RETORNO:                                           *00000410
      *        0 : PROCESO CORRECTO.                                   *00000420
      *        4 : HAY SOLICITUDES RECHAZADAS.                         *00000430
      *-                                                              -*00000440
      ******************************************************************00000450
      *                  M O D I F I C A C I O N E S                   *00000460
      *                  ---------------------------                   *00000470
      *                                                                *00000480
      * USUARIO  FECHA        DESCRIPCION                              *00000490
      * -------- ----------   ---------------------------------------- *00000500
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000510
      * VIEWNEXT 15-10-2026    ENTREGA POR EL CANAL DEL TITULAR        *00000511
      *                        (KJBCCCP): NUEVA INTERFAZ ELECTRONICA   *00000512
      *                        KJBCSAS3.                               *00000513
      *                                                                *00000520
      ******************************************************************00000530
                                                                        00000540
      ******************************************************************00000550
      * IDENTIFICATION DIVISION                                        *00000560
      ******************************************************************00000570
       IDENTIFICATION DIVISION.                                         00000580
       PROGRAM-ID.    KJBCCSA.                                          00000590
       AUTHOR.        VIEWNEXT.                                         00000600
       DATE-WRITTEN.  15-10-2026.                                       00000610
       DATE-COMPILED.                                                   00000620
                                                                        00000630
      ******************************************************************00000640
      * ENVIRONMENT DIVISION                                           *00000650
      ******************************************************************00000660
       ENVIRONMENT DIVISION.                                            00000670
                                                                        00000680
      *----------------------------------------------------------------*00000690
      * CONFIGURATION SECTION                                          *00000700
      *----------------------------------------------------------------*00000710
       CONFIGURATION SECTION.                                           00000720
                                                                        00000730
       SOURCE-COMPUTER. IBM-3090.                                       00000740
       OBJECT-COMPUTER. IBM-3090.                                       00000750
       SPECIAL-NAMES.                                                   00000760
           DECIMAL-POINT IS COMMA.                                      00000770
                                                                        00000780
      *----------------------------------------------------------------*00000790
      * INPUT OUTPUT SECTION                                           *00000800
      *----------------------------------------------------------------*00000810
       INPUT-OUTPUT SECTION.                                            00000820
       FILE-CONTROL.                                                    00000830
                                                                        00000840
      * -- SOLICITUDES DE CERTIFICADO DE SALDO.                         00000850
           SELECT KJBCSAE1 ASSIGN KJBCSAE1                              00000860
                  ACCESS MODE IS SEQUENTIAL                             00000870
                  FILE STATUS IS FS-KJBCSAE1.                           00000880
                                                                        00000890
      * -- INTERFAZ DE IMPRESION DE CERTIFICADOS.                       00000900
           SELECT KJBCSAS1 ASSIGN KJBCSAS1                              00000910
                  ACCESS MODE IS SEQUENTIAL                             00000920
                  FILE STATUS IS FS-KJBCSAS1.                           00000930
                                                                        00000940
      * -- INFORME DE CONTROL DE LA EMISION.                            00000950
           SELECT KJBCSAS2 ASSIGN KJBCSAS2                              00000960
                  ACCESS MODE IS SEQUENTIAL                             00000970
                  FILE STATUS IS FS-KJBCSAS2.                           00000980
                                                                        00000990
      * -- INTERFAZ DE ENTREGA ELECTRONICA DE CERTIFICADOS.             00000991
           SELECT KJBCSAS3 ASSIGN KJBCSAS3                              00000992
                  ACCESS MODE IS SEQUENTIAL                             00000993
                  FILE STATUS IS FS-KJBCSAS3.                           00000994
                                                                        00000995
      ******************************************************************00001000
      * DATA DIVISION                                                  *00001010
      ******************************************************************00001020
       DATA DIVISION.                                                   00001030
                                                                        00001040
      *----------------------------------------------------------------*00001050
      * FILE SECTION                                                   *00001060
      *----------------------------------------------------------------*00001070
       FILE SECTION.                                                    00001080
                                                                        00001090
       FD  KJBCSAE1                                                     00001100
           BLOCK CONTAINS 0 RECORDS                                     00001110
           RECORDING MODE IS F                                          00001120
           LABEL RECORD ARE STANDARD                                    00001130
           RECORD CONTAINS 80 CHARACTERS                                00001140
           DATA RECORD IS REG-KJBCSAE1.                                 00001150
       01  REG-KJBCSAE1                    PIC X(80).                   00001160
                                                                        00001170
       FD  KJBCSAS1                                                     00001180
           BLOCK CONTAINS 0 RECORDS                                     00001190
           RECORDING MODE IS F                                          00001200
           LABEL RECORD ARE STANDARD                                    00001210
           RECORD CONTAINS 132 CHARACTERS                               00001220
           DATA RECORD IS REG-KJBCSAS1.                                 00001230
       01  REG-KJBCSAS1                    PIC X(132).                  00001240
                                                                        00001250
       FD  KJBCSAS2                                                     00001260
           BLOCK CONTAINS 0 RECORDS                                     00001270
           RECORDING MODE IS F                                          00001280
           LABEL RECORD ARE STANDARD                                    00001290
           RECORD CONTAINS 132 CHARACTERS                               00001300
           DATA RECORD IS REG-KJBCSAS2.                                 00001310
       01  REG-KJBCSAS2                    PIC X(132).                  00001320
                                                                        00001330
       FD  KJBCSAS3                                                     00001331
           BLOCK CONTAINS 0 RECORDS                                     00001332
           RECORDING MODE IS F                                          00001333
           LABEL RECORD ARE STANDARD                                    00001334
           RECORD CONTAINS 132 CHARACTERS                               00001335
           DATA RECORD IS REG-KJBCSAS3.                                 00001336
       01  REG-KJBCSAS3                    PIC X(132).                  00001337
                                                                        00001338
      *----------------------------------------------------------------*00001340
      * WORKING-STORAGE SECTION                                        *00001350
      *----------------------------------------------------------------*00001360
       WORKING-STORAGE SECTION.                                         00001370
                                                                        00001380
      ******************************************************************00001390
      *                        S W I T C H E S                         *00001400
      ******************************************************************00001410
       01  SW-SWITCHES.                                                 00001420
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001430
               88  DB2-OK                              VALUE 0.         00001440
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001450
               88  DB2-FECHA-INVALIDA                  VALUE -180       00001460
                                                             -181.      00001470
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001480
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001490
           05  SW-FIN-KJBCSAE1             PIC X(01)   VALUE 'N'.       00001500
               88  SI-FIN-KJBCSAE1                     VALUE 'S'.       00001510
               88  NO-FIN-KJBCSAE1                     VALUE 'N'.       00001520
           05  SW-FIN-POSICIONES           PIC X(01)   VALUE 'N'.       00001530
               88  SI-FIN-POSICIONES                   VALUE 'S'.       00001540
               88  NO-FIN-POSICIONES                   VALUE 'N'.       00001550
           05  SW-SOLICITUD                PIC X(01)   VALUE 'S'.       00001560
               88  SI-SOLICITUD-VALIDA                 VALUE 'S'.       00001570
               88  NO-SOLICITUD-VALIDA                 VALUE 'N'.       00001580
           05  SW-CANAL-ENVIO              PIC X(01)   VALUE 'P'.       00001581
               88  ENVIO-PAPEL                         VALUE 'P' 'A'.   00001582
               88  ENVIO-ELECTRONICO                   VALUE 'E' 'A'.   00001583
                                                                        00001590
      ******************************************************************00001600
      *                      C O N S T A N T E S                       *00001610
      ******************************************************************00001620
       01  CT-CONSTANTES.                                               00001630
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001640
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001650
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001660
               10  CA-00                   PIC X(02)   VALUE '00'.      00001670
               10  CA-88                   PIC X(02)   VALUE '88'.      00001680
               10  CA-KJBCCSA              PIC X(08)   VALUE 'KJBCCSA'. 00001690
               10  CA-KJBCCRI              PIC X(08)   VALUE 'KJBCCRI'. 00001700
               10  CA-KJBCCCP              PIC X(08)   VALUE 'KJBCCCP'. 00001701
               10  CA-TIPCORR-CERTIFICADO  PIC X(02)   VALUE '03'.      00001702
               10  CA-CANAL-PAPEL          PIC X(01)   VALUE 'P'.       00001703
               10  CA-RESP                 PIC X(14)   VALUE            00001710
                                   'MEDIOS DE PAGO'.                    00001720
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001730
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001740
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001750
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001760
               10  CA-COMMIT               PIC X(06)   VALUE 'COMMIT'.  00001770
               10  CA-IDIOMA-DEFECTO       PIC X(02)   VALUE 'ES'.      00001780
               10  CA-SEPARADOR            PIC X(01)   VALUE '/'.       00001790
               10  CA-RES-EMITIDO          PIC X(40)   VALUE            00001800
                         'CERTIFICADO EMITIDO'.                         00001810
               10  CA-RES-TIPO             PIC X(40)   VALUE            00001820
                         'RECHAZADA: TIPO DE CLAVE NO VALIDO'.          00001830
               10  CA-RES-CLAVE            PIC X(40)   VALUE            00001840
                         'RECHAZADA: CLAVE INCOMPLETA'.                 00001850
               10  CA-RES-FECHA            PIC X(40)   VALUE            00001860
                         'RECHAZADA: FECHA NO VALIDA'.                  00001870
               10  CA-RES-FECHA-FUTURA     PIC X(40)   VALUE            00001880
                         'RECHAZADA: FECHA POSTERIOR AL PROCESO'.       00001890
               10  CA-RES-IDIOMA           PIC X(40)   VALUE            00001900
                         'RECHAZADA: IDIOMA NO DISPONIBLE'.             00001910
               10  CA-RES-CUENTA           PIC X(40)   VALUE            00001920
                         'RECHAZADA: CUENTA INEXISTENTE'.               00001930
               10  CA-RES-SIN-POSICIONES   PIC X(40)   VALUE            00001940
                         'RECHAZADA: SIN POSICIONES A LA FECHA'.        00001950
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001960
                                   'ERROR AL ABRIR UN FICHERO'.         00001970
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001980
                                   'ERROR AL CERRAR UN FICHERO'.        00001990
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002000
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002010
               10  CA-ERR-LEER             PIC X(26)   VALUE            00002020
                                   'ERROR AL LEER UN FICHERO'.          00002030
               10  CA-ERR-FECHAS           PIC X(36)   VALUE            00002040
                         'ERROR AL OBTENER LA FECHA DE PROCESO'.        00002050
               10  CA-ERR-REGISTRO         PIC X(40)   VALUE            00002060
                         'ERROR EN ACCESO AL REGISTRO DE CERTIF.'.      00002070
               10  CA-ERR-CUENTA           PIC X(34)   VALUE            00002080
                         'ERROR EN ACCESO A LA TABLA MPDT007'.          00002090
               10  CA-ERR-POSICIONES       PIC X(39)   VALUE            00002100
                         'ERROR EN ACCESO AL CURSOR DE POSICIONES'.     00002110
               10  CA-ERR-RUTINA           PIC X(34)   VALUE            00002120
                         'LA RUTINA KJBCCRI DEVOLVIO ERROR'.            00002130
               10  CA-ERR-RUTINA-CANAL     PIC X(34)   VALUE            00002131
                         'LA RUTINA KJBCCCP DEVOLVIO ERROR'.            00002132
               10  CA-ERR-COMMIT           PIC X(30)   VALUE            00002140
                         'ERROR AL REALIZAR EL COMMIT'.                 00002150
               10  CA-KJBCSAE1             PIC X(08)   VALUE 'KJBCSAE1'.00002160
               10  CA-KJBCSAS1             PIC X(08)   VALUE 'KJBCSAS1'.00002170
               10  CA-KJBCSAS2             PIC X(08)   VALUE 'KJBCSAS2'.00002180
               10  CA-KJBCSAS3             PIC X(08)   VALUE 'KJBCSAS3'.00002181
               10  CA-SYSDUMMY1            PIC X(18)   VALUE            00002190
                                   'SYSIBM.SYSDUMMY1'.                  00002200
               10  CA-POS-CERT-SALDO       PIC X(14)   VALUE            00002210
                                   'POS_CERT_SALDO'.                    00002220
               10  CA-POS-DISP-PMAS-HIST   PIC X(18)   VALUE            00002230
                                   'POS_DISP_PMAS_HIST'.                00002240
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00002250
               10  CA-PRF-1050             PIC X(20)   VALUE            00002260
                                   '1050-ULTIMO-NUMERO'.                00002270
               10  CA-PRF-1100             PIC X(19)   VALUE            00002280
                                   '1100-ABRIR-FICHEROS'.               00002290
               10  CA-PRF-2110             PIC X(19)   VALUE            00002300
                                   '2110-VALIDAR-FECHA'.                00002310
               10  CA-PRF-2150             PIC X(21)   VALUE            00002320
                                   '2150-NOMBRE-TITULAR'.               00002330
               10  CA-PRF-2200             PIC X(23)   VALUE            00002340
                                   '2200-EMITIR-CERTIFICADO'.           00002350
               10  CA-PRF-2205             PIC X(19)   VALUE            00002351
                                   '2205-RESOLVER-CANAL'.               00002352
               10  CA-PRF-2250             PIC X(22)   VALUE            00002360
                                   '2250-CERTIFICAR-SALDO'.             00002370
               10  CA-PRF-2400             PIC X(24)   VALUE            00002380
                                   '2400-REGISTRAR-CERTIFIC'.           00002390
               10  CA-PRF-2750             PIC X(24)   VALUE            00002400
                                   '2750-GRABAR-CERTIFICADO'.           00002410
               10  CA-PRF-2760             PIC X(23)   VALUE            00002411
                                   '2760-GRABAR-ELECTRONICO'.           00002412
               10  CA-PRF-3050             PIC X(25)   VALUE            00002420
                                   '3050-CONFIRMAR-EMISION'.            00002430
               10  CA-PRF-3060             PIC X(19)   VALUE            00002440
                                   '3060-GRABAR-CONTROL'.               00002450
               10  CA-PRF-3100             PIC X(20)   VALUE            00002460
                                   '3100-CERRAR-FICHEROS'.              00002470
               10  CA-PRF-9100             PIC X(19)   VALUE            00002480
                                   '9100-LEER-KJBCSAE1'.                00002490
               10  CA-PRF-9300             PIC X(19)   VALUE            00002500
                                   '9300-LEER-POSICION'.                00002510
                                                                        00002520
           05  CN-CONSTANTES-NUMERICAS.                                 00002530
               10  CN-1                    PIC 9(01)   VALUE 1.         00002540
               10  CN-4                    PIC 9(01)   VALUE 4.         00002550
               10  CN-NUM-IDIOMAS          PIC 9(01)   VALUE 2.         00002560
                                                                        00002570
      ******************************************************************00002580
      *                    C O N T A D O R E S                         *00002590
      ******************************************************************00002600
       01  CT-CONTADORES.                                               00002610
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002620
           05  CT-EMITIDOS                 PIC 9(9)    VALUE ZEROES.    00002630
           05  CT-RECHAZADOS               PIC 9(9)    VALUE ZEROES.    00002640
           05  CT-POSICIONES               PIC 9(9)    VALUE ZEROES.    00002650
           05  CT-ELECTRONICOS             PIC 9(9)    VALUE ZEROES.    00002651
           05  CT-POS-CERTIFICADO          PIC 9(4)    VALUE ZEROES.    00002660
                                                                        00002670
      ******************************************************************00002680
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002690
      ******************************************************************00002700
       01  WK-ESTADISTICA.                                              00002710
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002720
           05  WK-CAB-2                    PIC X(55)   VALUE            00002730
                   '* ESTADISTICAS DE KJBCCSA                   *'.     00002740
           05  WK-CAB-3.                                                00002750
               10  FILLER                  PIC X(45)   VALUE            00002760
                   '* SOLICITUDES LEIDAS:                      '.       00002770
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002780
               10  FILLER                  PIC X(01)   VALUE '*'.       00002790
           05  WK-CAB-4.                                                00002800
               10  FILLER                  PIC X(45)   VALUE            00002810
                   '* CERTIFICADOS EMITIDOS:                   '.       00002820
               10  WK-EMITIDOS-ED          PIC ZZZZZZZZ9.               00002830
               10  FILLER                  PIC X(01)   VALUE '*'.       00002840
           05  WK-CAB-5.                                                00002850
               10  FILLER                  PIC X(45)   VALUE            00002860
                   '* SOLICITUDES RECHAZADAS:                  '.       00002870
               10  WK-RECHAZADOS-ED        PIC ZZZZZZZZ9.               00002880
               10  FILLER                  PIC X(01)   VALUE '*'.       00002890
           05  WK-CAB-6.                                                00002900
               10  FILLER                  PIC X(45)   VALUE            00002910
                   '* POSICIONES CERTIFICADAS:                 '.       00002920
               10  WK-POSICIONES-ED        PIC ZZZZZZZZ9.               00002930
               10  FILLER                  PIC X(01)   VALUE '*'.       00002940
           05  WK-CAB-7.                                                00002941
               10  FILLER                  PIC X(45)   VALUE            00002942
                   '* CERTIFICADOS EN ENTREGA ELECTRONICA:     '.       00002943
               10  WK-ELECTRONICOS-ED      PIC ZZZZZZZZ9.               00002944
               10  FILLER                  PIC X(01)   VALUE '*'.       00002945
                                                                        00002950
      ******************************************************************00002960
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002970
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002980
      ******************************************************************00002990
       01  WK-CANCELACION-BATCH.                                        00003000
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003010
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003020
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003030
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCSA'. 00003040
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003050
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003060
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003070
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003080
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003090
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003100
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003110
                                                                        00003120
      ******************************************************************00003130
      *                      F I L E  S T A T U S                      *00003140
      ******************************************************************00003150
       01  FS-FILE-STATUS.                                              00003160
           05  FS-KJBCSAE1                 PIC X(02).                   00003170
           05  FS-KJBCSAS1                 PIC X(02).                   00003180
           05  FS-KJBCSAS2                 PIC X(02).                   00003190
           05  FS-KJBCSAS3                 PIC X(02).                   00003191
                                                                        00003200
      ******************************************************************00003210
      *             S O L I C I T U D  D E  C E R T I F I C A D O      *00003220
      ******************************************************************00003230
      * -- TIPO DE CLAVE 'C': CUENTA IDEMPRD/CENTALTA/CUENTNU.          00003240
      * -- TIPO DE CLAVE 'P': POSICION IDEMPRD/IDCENTD/IDPRODD/CODSPROD.00003250
      * -- IDIOMA EN BLANCO: CASTELLANO.                                00003260
       01  WK-SOLICITUD.                                                00003270
           05  RE-TIPO-CLAVE               PIC X(01).                   00003280
               88  RE-POR-CUENTA                       VALUE 'C'.       00003290
               88  RE-POR-POSICION                     VALUE 'P'.       00003300
           05  RE-IDEMPRD                  PIC X(04).                   00003310
           05  RE-CENTALTA                 PIC X(04).                   00003320
           05  RE-CUENTNU                  PIC X(12).                   00003330
           05  RE-IDCENTD                  PIC X(04).                   00003340
           05  RE-IDPRODD                  PIC X(03).                   00003350
           05  RE-CODSPROD                 PIC X(03).                   00003360
           05  RE-FECHA-CERT               PIC X(10).                   00003370
           05  RE-IDIOMA                   PIC X(02).                   00003380
           05  RE-OFISOLIC                 PIC X(04).                   00003390
           05  FILLER                      PIC X(33).                   00003400
                                                                        00003410
      ******************************************************************00003420
      *          L I T E R A L E S  P O R  I D I O M A                 *00003430
      ******************************************************************00003440
       01  WK-TABLA-IDIOMAS.                                            00003450
           05  WK-IDIOMA-ES.                                            00003460
               10  FILLER                  PIC X(02)   VALUE 'ES'.      00003470
               10  FILLER                  PIC X(30)   VALUE            00003480
                   'CERTIFICADO DE SALDO'.                              00003490
               10  FILLER                  PIC X(14)   VALUE            00003500
                   'NUM. CERTIF.: '.                                    00003510
               10  FILLER                  PIC X(14)   VALUE            00003520
                   '  EMITIDO EL: '.                                    00003530
               10  FILLER                  PIC X(10)   VALUE            00003540
                   'CUENTA:   '.                                        00003550
               10  FILLER                  PIC X(10)   VALUE            00003560
                   'POSICION: '.                                        00003570
               10  FILLER                  PIC X(18)   VALUE            00003580
                   '  SALDOS A FECHA: '.                                00003590
               10  FILLER                  PIC X(55)   VALUE            00003600
           'CENT PRO SPR CTO MON  F.CONTABLE                  SALDO'.   00003610
               10  FILLER                  PIC X(60)   VALUE            00003620
           'LA ENTIDAD CERTIFICA QUE LOS SALDOS INDICADOS SON'.         00003630
               10  FILLER                  PIC X(60)   VALUE            00003640
           'LOS REGISTRADOS EN SUS LIBROS A LA FECHA SENALADA.'.        00003650
               10  FILLER                  PIC X(60)   VALUE            00003660
           'AUTENTICIDAD VERIFICABLE CON EL NUM. DE CERTIFICADO.'.      00003670
           05  WK-IDIOMA-EN.                                            00003680
               10  FILLER                  PIC X(02)   VALUE 'EN'.      00003690
               10  FILLER                  PIC X(30)   VALUE            00003700
                   'BALANCE CERTIFICATE'.                               00003710
               10  FILLER                  PIC X(14)   VALUE            00003720
                   'SERIAL NO.:   '.                                    00003730
               10  FILLER                  PIC X(14)   VALUE            00003740
                   '  ISSUED ON:  '.                                    00003750
               10  FILLER                  PIC X(10)   VALUE            00003760
                   'ACCOUNT:  '.                                        00003770
               10  FILLER                  PIC X(10)   VALUE            00003780
                   'POSITION: '.                                        00003790
               10  FILLER                  PIC X(18)   VALUE            00003800
                   '  BALANCES AS AT: '.                                00003810
               10  FILLER                  PIC X(55)   VALUE            00003820
           'CENT PRO SPR CTO CCY  BOOK DATE                 BALANCE'.   00003830
               10  FILLER                  PIC X(60)   VALUE            00003840
           'THE BANK CERTIFIES THAT THE BALANCES SHOWN ARE THOSE'.      00003850
               10  FILLER                  PIC X(60)   VALUE            00003860
                   'RECORDED IN ITS BOOKS AT THE DATE STATED.'.         00003870
               10  FILLER                  PIC X(60)   VALUE            00003880
           'AUTHENTICITY CAN BE VERIFIED WITH THE SERIAL NUMBER.'.      00003890
       01  WK-TABLA-IDIOMAS-R REDEFINES WK-TABLA-IDIOMAS.               00003900
           05  WK-IDIOMA OCCURS 2 TIMES.                                00003910
               10  WI-CODIGO               PIC X(02).                   00003920
               10  WI-TITULO               PIC X(30).                   00003930
               10  WI-LIT-NUMERO           PIC X(14).                   00003940
               10  WI-LIT-EMISION          PIC X(14).                   00003950
               10  WI-LIT-CUENTA           PIC X(10).                   00003960
               10  WI-LIT-POSICION         PIC X(10).                   00003970
               10  WI-LIT-FECHA            PIC X(18).                   00003980
               10  WI-TITULOS              PIC X(55).                   00003990
               10  WI-PIE-1                PIC X(60).                   00004000
               10  WI-PIE-2                PIC X(60).                   00004010
               10  WI-PIE-3                PIC X(60).                   00004020
                                                                        00004030
      ******************************************************************00004040
      *        L I N E A S  D E L  M O D E L O  D E  P A G I N A       *00004050
      ******************************************************************00004060
       01  WK-LINEA-CAB1.                                               00004070
           05  WC1-TITULO                  PIC X(30).                   00004080
           05  WC1-LIT-NUMERO              PIC X(14).                   00004090
           05  WC1-NUMCERT                 PIC 9(11).                   00004100
           05  WC1-LIT-EMISION             PIC X(14).                   00004110
           05  WC1-FECEMIS                 PIC X(10).                   00004120
           05  FILLER                      PIC X(53)   VALUE SPACES.    00004130
                                                                        00004140
       01  WK-LINEA-CAB2.                                               00004150
           05  WC2-LIT-CLAVE               PIC X(10).                   00004160
           05  WC2-CLAVE                   PIC X(30).                   00004170
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004180
           05  WC2-NOMBRE                  PIC X(30).                   00004190
           05  WC2-LIT-FECHA               PIC X(18).                   00004200
           05  WC2-FECCERT                 PIC X(10).                   00004210
           05  FILLER                      PIC X(33)   VALUE SPACES.    00004220
                                                                        00004230
       01  WK-LINEA-CAB3.                                               00004240
           05  WC3-TITULOS                 PIC X(55).                   00004250
           05  FILLER                      PIC X(77)   VALUE SPACES.    00004260
                                                                        00004270
       01  WK-LINEA-SALDO.                                              00004280
           05  WD-IDCENTD                  PIC X(04).                   00004290
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004300
           05  WD-IDPRODD                  PIC X(03).                   00004310
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004320
           05  WD-CODSPROD                 PIC X(03).                   00004330
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004340
           05  WD-CTOSALDO                 PIC X(03).                   00004350
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004360
           05  WD-CODMONSW                 PIC X(03).                   00004370
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004380
           05  WD-FECHA-CONTABLE           PIC X(10).                   00004390
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004400
           05  WD-SALDO                    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00004410
           05  FILLER                      PIC X(77)   VALUE SPACES.    00004420
                                                                        00004430
       01  WK-LINEA-PIE.                                                00004440
           05  WP-TEXTO                    PIC X(60).                   00004450
           05  FILLER                      PIC X(72)   VALUE SPACES.    00004460
                                                                        00004470
      * -- REGISTRO SOBRE QUE ENCABEZA CADA CERTIFICADO EN LA INTERFAZ  00004471
      * -- DE ENTREGA ELECTRONICA: TITULAR Y DIRECCION DE ENTREGA.      00004472
       01  WK-LINEA-SOBRE.                                              00004473
           05  FILLER                      PIC X(06)   VALUE '*SOBRE'.  00004474
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004475
           05  WE-TIPCORR                  PIC X(02).                   00004476
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004477
           05  WE-CENTALTA                 PIC X(04).                   00004478
           05  FILLER                      PIC X(01)   VALUE '/'.       00004479
           05  WE-CUENTNU                  PIC X(12).                   00004480
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004481
           05  WE-CANAL                    PIC X(01).                   00004482
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004483
           05  WE-DIRELEC                  PIC X(60).                   00004484
           05  FILLER                      PIC X(42)   VALUE SPACES.    00004485
                                                                        00004486
      ******************************************************************00004487
      *          L I N E A S  D E L  I N F O R M E  D E  C O N T R O L *00004490
      ******************************************************************00004500
       01  WK-LINEA-CONTROL-TIT.                                        00004510
           05  FILLER                      PIC X(12)   VALUE            00004520
               'NUM.CERTIF. '.                                          00004530
           05  FILLER                      PIC X(02)   VALUE 'T'.       00004540
           05  FILLER                      PIC X(31)   VALUE 'CLAVE'.   00004550
           05  FILLER                      PIC X(11)   VALUE 'FECHA'.   00004560
           05  FILLER                      PIC X(03)   VALUE 'ID'.      00004570
           05  FILLER                      PIC X(05)   VALUE 'POS.'.    00004580
           05  FILLER                      PIC X(40)   VALUE            00004590
               'RESULTADO'.                                             00004600
           05  FILLER                      PIC X(28)   VALUE SPACES.    00004610
                                                                        00004620
       01  WK-LINEA-CONTROL.                                            00004630
           05  WR-NUMCERT                  PIC ZZZZZZZZZZ9.             00004640
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004650
           05  WR-TIPO-CLAVE               PIC X(01).                   00004660
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004670
           05  WR-CLAVE                    PIC X(30).                   00004680
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004690
           05  WR-FECCERT                  PIC X(10).                   00004700
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004710
           05  WR-IDIOMA                   PIC X(02).                   00004720
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004730
           05  WR-NUM-POSICIONES           PIC ZZZ9.                    00004740
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004750
           05  WR-RESULTADO                PIC X(40).                   00004760
           05  FILLER                      PIC X(27)   VALUE SPACES.    00004770
                                                                        00004780
      ******************************************************************00004790
      *                      V A R I A B L E S                         *00004800
      ******************************************************************00004810
       01  WK-VARIABLES.                                                00004820
           05  WK-FECHA-PROCESO            PIC X(10).                   00004830
           05  WK-FECHA-VALIDADA           PIC X(10).                   00004840
           05  WK-ULTIMO-NUMCERT           PIC S9(11)  COMP-3.          00004850
           05  WK-IDX-IDIOMA               PIC 9(01).                   00004860
           05  WK-IDX                      PIC 9(01).                   00004870
           05  WK-CLAVE-CERT               PIC X(30).                   00004880
           05  WK-NOMBRE-TITULAR           PIC X(30).                   00004890
           05  WK-RESULTADO                PIC X(40).                   00004900
                                                                        00004910
      * -- ULTIMA POSICION LEIDA DEL CURSOR.                            00004920
       01  WK-FILA-POSICION.                                            00004930
           05  WF-IDEMPRD                  PIC X(04).                   00004940
           05  WF-IDCENTD                  PIC X(04).                   00004950
           05  WF-IDPRODD                  PIC X(03).                   00004960
           05  WF-CODSPROD                 PIC X(03).                   00004970
           05  WF-CTOSALDO                 PIC X(03).                   00004980
           05  WF-CODMONSW                 PIC X(03).                   00004990
                                                                        00005000
      * -- COPY DE COMUNICACION CON LA RUTINA KJBCCRI.                  00005010
           COPY KJYCCRI.                                                00005020
                                                                        00005021
      * -- COPY DE COMUNICACION CON LA RUTINA KJBCCCP.                  00005022
           COPY KJYCCCP.                                                00005023
                                                                        00005030
      * -- COPY DE COMUNICACION CON DB2.                                00005040
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005050
                                                                        00005060
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS_HIST.                       00005070
           EXEC SQL INCLUDE D7397401 END-EXEC.                          00005080
                                                                        00005090
      * -- DCLGEN DE LA TABLA POS_DISP_CONTR (CRUCE CONTRATO).          00005100
           EXEC SQL INCLUDE D7400100 END-EXEC.                          00005110
                                                                        00005120
      * -- DCLGEN DE LA TABLA MPDT007.                                  00005130
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00005140
                                                                        00005150
      * -- DCLGEN DE LA TABLA POS_CERT_SALDO.                           00005160
           EXEC SQL INCLUDE D7401100 END-EXEC.                          00005170
                                                                        00005180
      ******************************************************************00005190
      *                       PROCEDURE DIVISION                       *00005200
      ******************************************************************00005210
       PROCEDURE DIVISION.                                              00005220
                                                                        00005230
           PERFORM 1000-INICIO                                          00005240
              THRU 1000-INICIO-EXIT                                     00005250
                                                                        00005260
           PERFORM 2000-PROCESO                                         00005270
              THRU 2000-PROCESO-EXIT                                    00005280
             UNTIL SI-FIN-KJBCSAE1                                      00005290
                                                                        00005300
           PERFORM 3000-FIN                                             00005310
              THRU 3000-FIN-EXIT                                        00005320
                                                                        00005330
           .                                                            00005340
                                                                        00005350
      ******************************************************************00005360
      ***                   1000-INICIO                             *** 00005370
      ***                   -----------                             *** 00005380
      * SE INICIALIZAN LAS VARIABLES, SE OBTIENEN LA FECHA DE PROCESO  *00005390
      * Y EL ULTIMO NUMERO DE CERTIFICADO EMITIDO, SE ABREN LOS        *00005400
      * FICHEROS Y SE LEE LA PRIMERA SOLICITUD.                        *00005410
      ******************************************************************00005420
       1000-INICIO.                                                     00005430
                                                                        00005440
           INITIALIZE WK-VARIABLES                                      00005450
                      CT-CONTADORES                                     00005460
                                                                        00005470
           SET NO-FIN-KJBCSAE1               TO TRUE                    00005480
                                                                        00005490
           PERFORM 1050-ULTIMO-NUMERO                                   00005500
              THRU 1050-ULTIMO-NUMERO-EXIT                              00005510
                                                                        00005520
           PERFORM 1100-ABRIR-FICHEROS                                  00005530
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005540
                                                                        00005550
           MOVE WK-LINEA-CONTROL-TIT          TO REG-KJBCSAS2           00005560
           PERFORM 3060-GRABAR-CONTROL                                  00005570
              THRU 3060-GRABAR-CONTROL-EXIT                             00005580
                                                                        00005590
           PERFORM 9100-LEER-KJBCSAE1                                   00005600
              THRU 9100-LEER-KJBCSAE1-EXIT                              00005610
                                                                        00005620
           .                                                            00005630
       1000-INICIO-EXIT.                                                00005640
           EXIT.                                                        00005650
                                                                        00005660
      ******************************************************************00005670
      ***                   1050-ULTIMO-NUMERO                      *** 00005680
      ***                   ------------------                      *** 00005690
      * SE OBTIENEN LA FECHA DE PROCESO Y EL ULTIMO NUMERO DE SERIE    *00005700
      * REGISTRADO EN POS_CERT_SALDO, A PARTIR DEL CUAL SE NUMERAN LOS *00005710
      * CERTIFICADOS DE ESTA EJECUCION.                                *00005720
      ******************************************************************00005730
       1050-ULTIMO-NUMERO.                                              00005740
                                                                        00005750
           EXEC SQL                                                     00005760
                SELECT CHAR(CURRENT DATE, ISO)                          00005770
                  INTO :WK-FECHA-PROCESO                                00005780
                  FROM SYSIBM.SYSDUMMY1                                 00005790
           END-EXEC                                                     00005800
                                                                        00005810
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005820
                                                                        00005830
           IF  NOT DB2-OK                                               00005840
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005850
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00005860
               MOVE CA-PRF-1050               TO WK-PARRAFO             00005870
               MOVE CA-KJBCCSA                TO WK-RUTINA              00005880
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00005890
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005900
                                                                        00005910
               PERFORM 9000-CANCELACION                                 00005920
                  THRU 9000-CANCELACION-EXIT                            00005930
                                                                        00005940
           END-IF                                                       00005950
                                                                        00005960
           EXEC SQL                                                     00005970
                SELECT COALESCE(MAX(G6564_NUMCERT), 0)                  00005980
                  INTO :WK-ULTIMO-NUMCERT                               00005990
                  FROM POS_CERT_SALDO                                   00006000
           END-EXEC                                                     00006010
                                                                        00006020
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006030
                                                                        00006040
           IF  NOT DB2-OK                                               00006050
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006060
               MOVE CA-ERR-REGISTRO           TO WK-DESCRIPCION         00006070
               MOVE CA-PRF-1050               TO WK-PARRAFO             00006080
               MOVE CA-KJBCCSA                TO WK-RUTINA              00006090
               MOVE CA-POS-CERT-SALDO         TO WK-TABLA-DB2           00006100
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006110
                                                                        00006120
               PERFORM 9000-CANCELACION                                 00006130
                  THRU 9000-CANCELACION-EXIT                            00006140
                                                                        00006150
           END-IF                                                       00006160
                                                                        00006170
           .                                                            00006180
       1050-ULTIMO-NUMERO-EXIT.                                         00006190
           EXIT.                                                        00006200
                                                                        00006210
      ******************************************************************00006220
      ***                   1100-ABRIR-FICHEROS                     *** 00006230
      ***                   -------------------                     *** 00006240
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00006250
      ******************************************************************00006260
       1100-ABRIR-FICHEROS.                                             00006270
                                                                        00006280
           OPEN INPUT  KJBCSAE1                                         00006290
                OUTPUT KJBCSAS1                                         00006300
                       KJBCSAS2                                         00006310
                       KJBCSAS3                                         00006311
                                                                        00006320
           IF  FS-KJBCSAE1 NOT = CA-FS-OK                               00006330
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006340
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006350
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006360
               MOVE CA-KJBCSAE1              TO WK-DDNAME               00006370
               MOVE FS-KJBCSAE1              TO WK-FILE-STATUS          00006380
                                                                        00006390
               PERFORM 9000-CANCELACION                                 00006400
                  THRU 9000-CANCELACION-EXIT                            00006410
                                                                        00006420
           END-IF                                                       00006430
                                                                        00006440
           IF  FS-KJBCSAS1 NOT = CA-FS-OK                               00006450
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006460
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006470
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006480
               MOVE CA-KJBCSAS1              TO WK-DDNAME               00006490
               MOVE FS-KJBCSAS1              TO WK-FILE-STATUS          00006500
                                                                        00006510
               PERFORM 9000-CANCELACION                                 00006520
                  THRU 9000-CANCELACION-EXIT                            00006530
                                                                        00006540
           END-IF                                                       00006550
                                                                        00006560
           IF  FS-KJBCSAS2 NOT = CA-FS-OK                               00006570
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006580
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006590
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006600
               MOVE CA-KJBCSAS2              TO WK-DDNAME               00006610
               MOVE FS-KJBCSAS2              TO WK-FILE-STATUS          00006620
                                                                        00006621
               PERFORM 9000-CANCELACION                                 00006622
                  THRU 9000-CANCELACION-EXIT                            00006623
                                                                        00006624
           END-IF                                                       00006625
                                                                        00006626
           IF  FS-KJBCSAS3 NOT = CA-FS-OK                               00006627
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006628
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006629
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006630
               MOVE CA-KJBCSAS3              TO WK-DDNAME               00006631
               MOVE FS-KJBCSAS3              TO WK-FILE-STATUS          00006632
                                                                        00006633
               PERFORM 9000-CANCELACION                                 00006640
                  THRU 9000-CANCELACION-EXIT                            00006650
                                                                        00006660
           END-IF                                                       00006670
                                                                        00006680
           .                                                            00006690
       1100-ABRIR-FICHEROS-EXIT.                                        00006700
           EXIT.                                                        00006710
                                                                        00006720
      ******************************************************************00006730
      ***                   2000-PROCESO                            *** 00006740
      ***                   ------------                            *** 00006750
      * SE VALIDA LA SOLICITUD LEIDA Y, SI ES CORRECTA, SE EMITE SU    *00006760
      * CERTIFICADO. EL RESULTADO SE ANOTA EN EL INFORME DE CONTROL Y  *00006770
      * SE LEE LA SIGUIENTE SOLICITUD.                                 *00006780
      ******************************************************************00006790
       2000-PROCESO.                                                    00006800
                                                                        00006810
           SET SI-SOLICITUD-VALIDA            TO TRUE                   00006820
           MOVE ZEROES                        TO CT-POS-CERTIFICADO     00006830
                                                 G6564-NUMCERT          00006840
           MOVE SPACES                        TO WK-NOMBRE-TITULAR      00006850
                                                 WK-RESULTADO           00006860
                                                                        00006870
           PERFORM 2100-VALIDAR-SOLICITUD                               00006880
              THRU 2100-VALIDAR-SOLICITUD-EXIT                          00006890
                                                                        00006900
           IF  SI-SOLICITUD-VALIDA                                      00006910
           AND RE-POR-CUENTA                                            00006920
               PERFORM 2150-NOMBRE-TITULAR                              00006930
                  THRU 2150-NOMBRE-TITULAR-EXIT                         00006940
           END-IF                                                       00006950
                                                                        00006960
           IF  SI-SOLICITUD-VALIDA                                      00006970
               PERFORM 2200-EMITIR-CERTIFICADO                          00006980
                  THRU 2200-EMITIR-CERTIFICADO-EXIT                     00006990
           END-IF                                                       00007000
                                                                        00007010
           IF  SI-SOLICITUD-VALIDA                                      00007020
               ADD CN-1                       TO CT-EMITIDOS            00007030
               MOVE CA-RES-EMITIDO            TO WK-RESULTADO           00007040
           ELSE                                                         00007050
               ADD CN-1                       TO CT-RECHAZADOS          00007060
           END-IF                                                       00007070
                                                                        00007080
           MOVE G6564-NUMCERT                 TO WR-NUMCERT             00007090
           MOVE RE-TIPO-CLAVE                 TO WR-TIPO-CLAVE          00007100
           MOVE WK-CLAVE-CERT                 TO WR-CLAVE               00007110
           MOVE RE-FECHA-CERT                 TO WR-FECCERT             00007120
           MOVE RE-IDIOMA                     TO WR-IDIOMA              00007130
           MOVE CT-POS-CERTIFICADO            TO WR-NUM-POSICIONES      00007140
           MOVE WK-RESULTADO                  TO WR-RESULTADO           00007150
           MOVE WK-LINEA-CONTROL              TO REG-KJBCSAS2           00007160
                                                                        00007170
           PERFORM 3060-GRABAR-CONTROL                                  00007180
              THRU 3060-GRABAR-CONTROL-EXIT                             00007190
                                                                        00007200
           PERFORM 9100-LEER-KJBCSAE1                                   00007210
              THRU 9100-LEER-KJBCSAE1-EXIT                              00007220
                                                                        00007230
           .                                                            00007240
       2000-PROCESO-EXIT.                                               00007250
           EXIT.                                                        00007260
                                                                        00007270
      ******************************************************************00007280
      ***                   2100-VALIDAR-SOLICITUD                  *** 00007290
      ***                   ----------------------                  *** 00007300
      * SE VALIDAN EL TIPO Y LA CLAVE DE LA SOLICITUD, LA FECHA DEL    *00007310
      * CERTIFICADO (VALIDA Y NO POSTERIOR A LA DE PROCESO) Y EL       *00007320
      * IDIOMA, Y SE COMPONE LA CLAVE QUE SE IMPRIME.                  *00007330
      ******************************************************************00007340
       2100-VALIDAR-SOLICITUD.                                          00007350
                                                                        00007360
           MOVE SPACES                        TO WK-CLAVE-CERT          00007370
                                                                        00007380
           EVALUATE  TRUE                                               00007390
               WHEN  RE-POR-CUENTA                                      00007400
                     STRING RE-IDEMPRD  CA-SEPARADOR                    00007410
                            RE-CENTALTA CA-SEPARADOR                    00007420
                            RE-CUENTNU                                  00007430
                     DELIMITED BY SIZE INTO WK-CLAVE-CERT               00007440
                     IF  RE-IDEMPRD  = SPACES                           00007450
                      OR RE-CENTALTA = SPACES                           00007460
                      OR RE-CUENTNU  = SPACES                           00007470
                         SET NO-SOLICITUD-VALIDA  TO TRUE               00007480
                         MOVE CA-RES-CLAVE        TO WK-RESULTADO       00007490
                         GO TO 2100-VALIDAR-SOLICITUD-EXIT              00007500
                     END-IF                                             00007510
                                                                        00007520
               WHEN  RE-POR-POSICION                                    00007530
                     STRING RE-IDEMPRD  CA-SEPARADOR                    00007540
                            RE-IDCENTD  CA-SEPARADOR                    00007550
                            RE-IDPRODD  CA-SEPARADOR                    00007560
                            RE-CODSPROD                                 00007570
                     DELIMITED BY SIZE INTO WK-CLAVE-CERT               00007580
                     IF  RE-IDEMPRD  = SPACES                           00007590
                      OR RE-IDCENTD  = SPACES                           00007600
                      OR RE-IDPRODD  = SPACES                           00007610
                      OR RE-CODSPROD = SPACES                           00007620
                         SET NO-SOLICITUD-VALIDA  TO TRUE               00007630
                         MOVE CA-RES-CLAVE        TO WK-RESULTADO       00007640
                         GO TO 2100-VALIDAR-SOLICITUD-EXIT              00007650
                     END-IF                                             00007660
                                                                        00007670
               WHEN  OTHER                                              00007680
                     SET NO-SOLICITUD-VALIDA      TO TRUE               00007690
                     MOVE CA-RES-TIPO             TO WK-RESULTADO       00007700
                     GO TO 2100-VALIDAR-SOLICITUD-EXIT                  00007710
                                                                        00007720
           END-EVALUATE                                                 00007730
                                                                        00007740
           PERFORM 2110-VALIDAR-FECHA                                   00007750
              THRU 2110-VALIDAR-FECHA-EXIT                              00007760
                                                                        00007770
           IF  NO-SOLICITUD-VALIDA                                      00007780
               GO TO 2100-VALIDAR-SOLICITUD-EXIT                        00007790
           END-IF                                                       00007800
                                                                        00007810
           IF  RE-IDIOMA = SPACES                                       00007820
               MOVE CA-IDIOMA-DEFECTO         TO RE-IDIOMA              00007830
           END-IF                                                       00007840
                                                                        00007850
           MOVE ZEROES                        TO WK-IDX-IDIOMA          00007860
                                                                        00007870
           PERFORM 2120-BUSCAR-IDIOMA                                   00007880
              THRU 2120-BUSCAR-IDIOMA-EXIT                              00007890
             VARYING WK-IDX FROM 1 BY 1                                 00007900
               UNTIL WK-IDX > CN-NUM-IDIOMAS                            00007910
                                                                        00007920
           IF  WK-IDX-IDIOMA = ZEROES                                   00007930
               SET NO-SOLICITUD-VALIDA        TO TRUE                   00007940
               MOVE CA-RES-IDIOMA             TO WK-RESULTADO           00007950
           END-IF                                                       00007960
                                                                        00007970
           .                                                            00007980
       2100-VALIDAR-SOLICITUD-EXIT.                                     00007990
           EXIT.                                                        00008000
                                                                        00008010
      ******************************************************************00008020
      ***                   2110-VALIDAR-FECHA                      *** 00008030
      ***                   ------------------                      *** 00008040
      * SE COMPRUEBA QUE LA FECHA DEL CERTIFICADO ES UNA FECHA VALIDA  *00008050
      * Y QUE NO ES POSTERIOR A LA FECHA DE PROCESO.                   *00008060
      ******************************************************************00008070
       2110-VALIDAR-FECHA.                                              00008080
                                                                        00008090
           EXEC SQL                                                     00008100
                SELECT CHAR(DATE(:RE-FECHA-CERT), ISO)                  00008110
                  INTO :WK-FECHA-VALIDADA                               00008120
                  FROM SYSIBM.SYSDUMMY1                                 00008130
           END-EXEC                                                     00008140
                                                                        00008150
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008160
                                                                        00008170
           EVALUATE  TRUE                                               00008180
               WHEN  DB2-OK                                             00008190
                     IF  WK-FECHA-VALIDADA > WK-FECHA-PROCESO           00008200
                         SET NO-SOLICITUD-VALIDA  TO TRUE               00008210
                         MOVE CA-RES-FECHA-FUTURA TO WK-RESULTADO       00008220
                     ELSE                                               00008230
                         MOVE WK-FECHA-VALIDADA   TO RE-FECHA-CERT      00008240
                     END-IF                                             00008250
                                                                        00008260
               WHEN  DB2-FECHA-INVALIDA                                 00008270
                     SET NO-SOLICITUD-VALIDA      TO TRUE               00008280
                     MOVE CA-RES-FECHA            TO WK-RESULTADO       00008290
                                                                        00008300
               WHEN  OTHER                                              00008310
                     MOVE CA-ERROR-D              TO WK-TIPO-ERROR      00008320
                     MOVE CA-ERR-FECHAS           TO WK-DESCRIPCION     00008330
                     MOVE CA-PRF-2110             TO WK-PARRAFO         00008340
                     MOVE CA-KJBCCSA              TO WK-RUTINA          00008350
                     MOVE CA-SYSDUMMY1            TO WK-TABLA-DB2       00008360
                     MOVE CA-SELECT               TO WK-DATOS-ACCESO    00008370
                                                                        00008380
                     PERFORM 9000-CANCELACION                           00008390
                        THRU 9000-CANCELACION-EXIT                      00008400
                                                                        00008410
           END-EVALUATE                                                 00008420
                                                                        00008430
           .                                                            00008440
       2110-VALIDAR-FECHA-EXIT.                                         00008450
           EXIT.                                                        00008460
                                                                        00008470
      ******************************************************************00008480
      ***                   2120-BUSCAR-IDIOMA                      *** 00008490
      ***                   ------------------                      *** 00008500
      * SE COMPRUEBA SI EL IDIOMA SOLICITADO TIENE LITERALES.          *00008510
      ******************************************************************00008520
       2120-BUSCAR-IDIOMA.                                              00008530
                                                                        00008540
           IF  WI-CODIGO (WK-IDX) = RE-IDIOMA                           00008550
               MOVE WK-IDX                    TO WK-IDX-IDIOMA          00008560
           END-IF                                                       00008570
                                                                        00008580
           .                                                            00008590
       2120-BUSCAR-IDIOMA-EXIT.                                         00008600
           EXIT.                                                        00008610
                                                                        00008620
      ******************************************************************00008630
      ***                   2150-NOMBRE-TITULAR                     *** 00008640
      ***                   -------------------                     *** 00008650
      * EN LAS SOLICITUDES POR CUENTA SE OBTIENE EL NOMBRE DEL TITULAR *00008660
      * DEL CONTRATO. UNA CUENTA INEXISTENTE RECHAZA LA SOLICITUD.     *00008670
      ******************************************************************00008680
       2150-NOMBRE-TITULAR.                                             00008690
                                                                        00008700
           EXEC SQL                                                     00008710
                SELECT E1003_NOMREEMP                                   00008720
                  INTO :E1003-NOMREEMP                                  00008730
                  FROM MPDT007                                          00008740
                 WHERE E1003_CDGENTI  = :RE-IDEMPRD                     00008750
                   AND E1003_CENTALTA = :RE-CENTALTA                    00008760
                   AND E1003_CUENTNU  = :RE-CUENTNU                     00008770
           END-EXEC                                                     00008780
                                                                        00008790
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008800
                                                                        00008810
           EVALUATE  TRUE                                               00008820
               WHEN  DB2-OK                                             00008830
                     MOVE E1003-NOMREEMP      TO WK-NOMBRE-TITULAR      00008840
                                                                        00008850
               WHEN  DB2-CLV-NOT-FOUND                                  00008860
                     SET NO-SOLICITUD-VALIDA  TO TRUE                   00008870
                     MOVE CA-RES-CUENTA       TO WK-RESULTADO           00008880
                                                                        00008890
               WHEN  OTHER                                              00008900
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00008910
                     MOVE CA-ERR-CUENTA       TO WK-DESCRIPCION         00008920
                     MOVE CA-PRF-2150         TO WK-PARRAFO             00008930
                     MOVE CA-KJBCCSA          TO WK-RUTINA              00008940
                     MOVE CA-MPDT007          TO WK-TABLA-DB2           00008950
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008960
                                                                        00008970
                     PERFORM 9000-CANCELACION                           00008980
                        THRU 9000-CANCELACION-EXIT                      00008990
                                                                        00009000
           END-EVALUATE                                                 00009010
                                                                        00009020
           .                                                            00009030
       2150-NOMBRE-TITULAR-EXIT.                                        00009040
           EXIT.                                                        00009050
                                                                        00009060
      ******************************************************************00009070
      ***                   2200-EMITIR-CERTIFICADO                 *** 00009080
      ***                   -----------------------                 *** 00009090
      * SE ABRE EL CURSOR DE POSICIONES CON FOTO A LA FECHA DEL        *00009100
      * CERTIFICADO (LAS QUE LA CUENTA ALIMENTA SEGUN POS_DISP_CONTR,  *00009110
      * O LA POSICION SOLICITADA). SIN POSICIONES SE RECHAZA LA        *00009120
      * SOLICITUD; CON ELLAS SE ASIGNA EL NUMERO DE SERIE, SE ESCRIBE  *00009130
      * EL CERTIFICADO Y SE REGISTRA.                                  *00009140
      ******************************************************************00009150
       2200-EMITIR-CERTIFICADO.                                         00009160
                                                                        00009170
           EXEC SQL                                                     00009180
                DECLARE C-POSICIONES CURSOR FOR                         00009190
                SELECT DISTINCT                                         00009200
                       H.G6524H_IDEMPRD , H.G6524H_IDCENTD ,            00009210
                       H.G6524H_IDPRODD , H.G6524H_CODSPROD,            00009220
                       H.G6524H_CTOSALDO, H.G6524H_CODMONSW             00009230
                  FROM POS_DISP_PMAS_HIST H                             00009240
                 WHERE H.G6524H_IDEMPRD  = :RE-IDEMPRD                  00009250
                   AND H.G6524H_FECCONSO <= DATE(:RE-FECHA-CERT)        00009260
                   AND ((:RE-TIPO-CLAVE = 'P'                           00009270
                         AND H.G6524H_IDCENTD  = :RE-IDCENTD            00009280
                         AND H.G6524H_IDPRODD  = :RE-IDPRODD            00009290
                         AND H.G6524H_CODSPROD = :RE-CODSPROD)          00009300
                     OR (:RE-TIPO-CLAVE = 'C'                           00009310
                         AND EXISTS                                     00009320
                             (SELECT 1                                  00009330
                                FROM POS_DISP_CONTR C                   00009340
                               WHERE C.G6554_IDEMPRD  =                 00009350
                                     H.G6524H_IDEMPRD                   00009360
                                 AND C.G6554_IDCENTD  =                 00009370
                                     H.G6524H_IDCENTD                   00009380
                                 AND C.G6554_IDPRODD  =                 00009390
                                     H.G6524H_IDPRODD                   00009400
                                 AND C.G6554_CODSPROD =                 00009410
                                     H.G6524H_CODSPROD                  00009420
                                 AND C.G6554_CENTALTA = :RE-CENTALTA    00009430
                                 AND C.G6554_CUENTNU  = :RE-CUENTNU)))  00009440
                 ORDER BY 2, 3, 4, 5, 6                                 00009450
           END-EXEC                                                     00009460
                                                                        00009470
           EXEC SQL                                                     00009480
                OPEN C-POSICIONES                                       00009490
           END-EXEC                                                     00009500
                                                                        00009510
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009520
                                                                        00009530
           IF  NOT DB2-OK                                               00009540
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00009550
               MOVE CA-ERR-POSICIONES         TO WK-DESCRIPCION         00009560
               MOVE CA-PRF-2200               TO WK-PARRAFO             00009570
               MOVE CA-KJBCCSA                TO WK-RUTINA              00009580
               MOVE CA-POS-DISP-PMAS-HIST     TO WK-TABLA-DB2           00009590
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00009600
                                                                        00009610
               PERFORM 9000-CANCELACION                                 00009620
                  THRU 9000-CANCELACION-EXIT                            00009630
                                                                        00009640
           END-IF                                                       00009650
                                                                        00009660
           SET NO-FIN-POSICIONES              TO TRUE                   00009670
                                                                        00009680
           PERFORM 9300-LEER-POSICION                                   00009690
              THRU 9300-LEER-POSICION-EXIT                              00009700
                                                                        00009710
           IF  SI-FIN-POSICIONES                                        00009720
               SET NO-SOLICITUD-VALIDA        TO TRUE                   00009730
               MOVE CA-RES-SIN-POSICIONES     TO WK-RESULTADO           00009740
           ELSE                                                         00009750
               ADD CN-1                       TO WK-ULTIMO-NUMCERT      00009760
               MOVE WK-ULTIMO-NUMCERT         TO G6564-NUMCERT          00009770
                                                                        00009780
               PERFORM 2205-RESOLVER-CANAL                              00009781
                  THRU 2205-RESOLVER-CANAL-EXIT                         00009782
                                                                        00009783
               PERFORM 2210-ESCRIBIR-CABECERAS                          00009790
                  THRU 2210-ESCRIBIR-CABECERAS-EXIT                     00009800
                                                                        00009810
               PERFORM 2250-CERTIFICAR-SALDO                            00009820
                  THRU 2250-CERTIFICAR-SALDO-EXIT                       00009830
                 UNTIL SI-FIN-POSICIONES                                00009840
                                                                        00009850
               PERFORM 2300-ESCRIBIR-PIE                                00009860
                  THRU 2300-ESCRIBIR-PIE-EXIT                           00009870
                                                                        00009880
               PERFORM 2400-REGISTRAR-CERTIFIC                          00009890
                  THRU 2400-REGISTRAR-CERTIFIC-EXIT                     00009900
           END-IF                                                       00009910
                                                                        00009920
           EXEC SQL                                                     00009930
                CLOSE C-POSICIONES                                      00009940
           END-EXEC                                                     00009950
                                                                        00009960
           .                                                            00009970
       2200-EMITIR-CERTIFICADO-EXIT.                                    00009980
           EXIT.                                                        00009981
                                                                        00009982
      ******************************************************************00009983
      ***                   2205-RESOLVER-CANAL                     *** 00009984
      ***                   -------------------                     *** 00009985
      * EL CERTIFICADO POR CUENTA SE ENTREGA POR EL CANAL QUE KJBCCCP  *00009986
      * DEVUELVE PARA EL TITULAR; CON ENTREGA ELECTRONICA SE ESCRIBE   *00009987
      * ANTES EL REGISTRO SOBRE. EL CERTIFICADO POR POSICION VA        *00009988
      * SIEMPRE A LA INTERFAZ DE IMPRESION.                            *00009989
      ******************************************************************00009990
       2205-RESOLVER-CANAL.                                             00009991
                                                                        00009992
           MOVE CA-CANAL-PAPEL                TO SW-CANAL-ENVIO         00009993
                                                                        00009994
           IF  NOT RE-POR-CUENTA                                        00009995
               GO TO 2205-RESOLVER-CANAL-EXIT                           00009996
           END-IF                                                       00009997
                                                                        00009998
           INITIALIZE KJYCCCP                                           00009999
                                                                        00010000
           MOVE RE-CENTALTA                   TO KJYCCCP-CENTALTA       00010001
           MOVE RE-CUENTNU                    TO KJYCCCP-CUENTNU        00010002
           MOVE CA-TIPCORR-CERTIFICADO        TO KJYCCCP-TIPCORR        00010003
           MOVE WK-FECHA-PROCESO              TO KJYCCCP-FECHA-ENVIO    00010004
                                                                        00010005
           CALL CA-KJBCCCP               USING KJYCCCP                  00010006
                                                                        00010007
           IF  KJYCCCP-RETORNO NOT = CA-00                              00010008
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00010009
               MOVE CA-ERR-RUTINA-CANAL       TO WK-DESCRIPCION         00010010
               MOVE CA-PRF-2205               TO WK-PARRAFO             00010011
               MOVE KJYCCCP-DESCRIPCION       TO WK-DATOS-REGISTRO      00010012
                                                                        00010013
               PERFORM 9000-CANCELACION                                 00010014
                  THRU 9000-CANCELACION-EXIT                            00010015
                                                                        00010016
           END-IF                                                       00010017
                                                                        00010018
           MOVE KJYCCCP-CANAL                 TO SW-CANAL-ENVIO         00010019
                                                                        00010020
           IF  ENVIO-ELECTRONICO                                        00010021
               ADD CN-1                       TO CT-ELECTRONICOS        00010022
               MOVE CA-TIPCORR-CERTIFICADO    TO WE-TIPCORR             00010023
               MOVE KJYCCCP-CENTALTA          TO WE-CENTALTA            00010024
               MOVE KJYCCCP-CUENTNU           TO WE-CUENTNU             00010025
               MOVE KJYCCCP-CANAL             TO WE-CANAL               00010026
               MOVE KJYCCCP-DIRELEC           TO WE-DIRELEC             00010027
               MOVE WK-LINEA-SOBRE            TO REG-KJBCSAS3           00010028
                                                                        00010029
               PERFORM 2760-GRABAR-ELECTRONICO                          00010030
                  THRU 2760-GRABAR-ELECTRONICO-EXIT                     00010031
                                                                        00010032
           END-IF                                                       00010033
                                                                        00010034
           .                                                            00010035
       2205-RESOLVER-CANAL-EXIT.                                        00010036
           EXIT.                                                        00010037
                                                                        00010038
      ******************************************************************00010039
      ***                   2210-ESCRIBIR-CABECERAS                 *** 00010040
      ***                   -----------------------                 *** 00010041
      * SE ESCRIBEN LAS CABECERAS DEL MODELO DE PAGINA DEL CERTIFICADO *00010042
      * EN EL IDIOMA SOLICITADO.                                       *00010050
      ******************************************************************00010060
       2210-ESCRIBIR-CABECERAS.                                         00010070
                                                                        00010080
           MOVE WI-TITULO (WK-IDX-IDIOMA)     TO WC1-TITULO             00010090
           MOVE WI-LIT-NUMERO (WK-IDX-IDIOMA) TO WC1-LIT-NUMERO         00010100
           MOVE G6564-NUMCERT                 TO WC1-NUMCERT            00010110
           MOVE WI-LIT-EMISION (WK-IDX-IDIOMA)                          00010120
                                              TO WC1-LIT-EMISION        00010130
           MOVE WK-FECHA-PROCESO              TO WC1-FECEMIS            00010140
           MOVE WK-LINEA-CAB1                 TO REG-KJBCSAS1           00010150
           PERFORM 2750-GRABAR-CERTIFICADO                              00010160
              THRU 2750-GRABAR-CERTIFICADO-EXIT                         00010170
                                                                        00010180
           IF  RE-POR-CUENTA                                            00010190
               MOVE WI-LIT-CUENTA (WK-IDX-IDIOMA)                       00010200
                                              TO WC2-LIT-CLAVE          00010210
           ELSE                                                         00010220
               MOVE WI-LIT-POSICION (WK-IDX-IDIOMA)                     00010230
                                              TO WC2-LIT-CLAVE          00010240
           END-IF                                                       00010250
           MOVE WK-CLAVE-CERT                 TO WC2-CLAVE              00010260
           MOVE WK-NOMBRE-TITULAR             TO WC2-NOMBRE             00010270
           MOVE WI-LIT-FECHA (WK-IDX-IDIOMA)  TO WC2-LIT-FECHA          00010280
           MOVE RE-FECHA-CERT                 TO WC2-FECCERT            00010290
           MOVE WK-LINEA-CAB2                 TO REG-KJBCSAS1           00010300
           PERFORM 2750-GRABAR-CERTIFICADO                              00010310
              THRU 2750-GRABAR-CERTIFICADO-EXIT                         00010320
                                                                        00010330
           MOVE WI-TITULOS (WK-IDX-IDIOMA)    TO WC3-TITULOS            00010340
           MOVE WK-LINEA-CAB3                 TO REG-KJBCSAS1           00010350
           PERFORM 2750-GRABAR-CERTIFICADO                              00010360
              THRU 2750-GRABAR-CERTIFICADO-EXIT                         00010370
                                                                        00010380
           .                                                            00010390
       2210-ESCRIBIR-CABECERAS-EXIT.                                    00010400
           EXIT.                                                        00010410
                                                                        00010420
      ******************************************************************00010430
      ***                   2250-CERTIFICAR-SALDO                   *** 00010440
      ***                   ---------------------                   *** 00010450
      * SE CONSULTA CON KJBCCRI EL SALDO DE LA POSICION VIGENTE EN LA  *00010460
      * FECHA DEL CERTIFICADO Y SE ESCRIBE SU LINEA. LA POSICION SIN   *00010470
      * FOTO EN ESA FECHA NO SE CERTIFICA.                             *00010480
      ******************************************************************00010490
       2250-CERTIFICAR-SALDO.                                           00010500
                                                                        00010510
           INITIALIZE KJYCCRI                                           00010520
                                                                        00010530
           MOVE WF-IDEMPRD                    TO KJYCCRI-IDEMPR         00010540
           MOVE WF-IDCENTD                    TO KJYCCRI-IDCENT         00010550
           MOVE WF-IDPRODD                    TO KJYCCRI-IDPROD         00010560
           MOVE WF-CODSPROD                   TO KJYCCRI-CODSPROD       00010570
           MOVE WF-CTOSALDO                   TO KJYCCRI-CTOSALDO       00010580
           MOVE WF-CODMONSW                   TO KJYCCRI-CODMONSW       00010590
           MOVE RE-FECHA-CERT                 TO KJYCCRI-FECHA-CONSULTA 00010600
                                                                        00010610
           CALL CA-KJBCCRI               USING KJYCCRI                  00010620
                                                                        00010630
           EVALUATE  TRUE                                               00010640
               WHEN  KJYCCRI-RETORNO = CA-00                            00010650
                     ADD CN-1                 TO CT-POS-CERTIFICADO     00010660
                                                 CT-POSICIONES          00010670
                     MOVE WF-IDCENTD          TO WD-IDCENTD             00010680
                     MOVE WF-IDPRODD          TO WD-IDPRODD             00010690
                     MOVE WF-CODSPROD         TO WD-CODSPROD            00010700
                     MOVE WF-CTOSALDO         TO WD-CTOSALDO            00010710
                     MOVE WF-CODMONSW         TO WD-CODMONSW            00010720
                     MOVE KJYCCRI-FECHA-CONTABLE                        00010730
                                              TO WD-FECHA-CONTABLE      00010740
                     MOVE KJYCCRI-IMPORTE-CONSO                         00010750
                                              TO WD-SALDO               00010760
                     MOVE WK-LINEA-SALDO      TO REG-KJBCSAS1           00010770
                     PERFORM 2750-GRABAR-CERTIFICADO                    00010780
                        THRU 2750-GRABAR-CERTIFICADO-EXIT               00010790
                                                                        00010800
               WHEN  KJYCCRI-RETORNO = CA-88                            00010810
                     CONTINUE                                           00010820
                                                                        00010830
               WHEN  OTHER                                              00010840
                     MOVE CA-ERROR-F          TO WK-TIPO-ERROR          00010850
                     MOVE CA-ERR-RUTINA       TO WK-DESCRIPCION         00010860
                     MOVE CA-PRF-2250         TO WK-PARRAFO             00010870
                     MOVE KJYCCRI-DESCRIPCION TO WK-DATOS-REGISTRO      00010880
                                                                        00010890
                     PERFORM 9000-CANCELACION                           00010900
                        THRU 9000-CANCELACION-EXIT                      00010910
                                                                        00010920
           END-EVALUATE                                                 00010930
                                                                        00010940
           PERFORM 9300-LEER-POSICION                                   00010950
              THRU 9300-LEER-POSICION-EXIT                              00010960
                                                                        00010970
           .                                                            00010980
       2250-CERTIFICAR-SALDO-EXIT.                                      00010990
           EXIT.                                                        00011000
                                                                        00011010
      ******************************************************************00011020
      ***                   2300-ESCRIBIR-PIE                       *** 00011030
      ***                   -----------------                       *** 00011040
      * SE ESCRIBE EL TEXTO DE CERTIFICACION DEL PIE DEL CERTIFICADO.  *00011050
      ******************************************************************00011060
       2300-ESCRIBIR-PIE.                                               00011070
                                                                        00011080
           MOVE SPACES                        TO REG-KJBCSAS1           00011090
           PERFORM 2750-GRABAR-CERTIFICADO                              00011100
              THRU 2750-GRABAR-CERTIFICADO-EXIT                         00011110
                                                                        00011120
           MOVE WI-PIE-1 (WK-IDX-IDIOMA)      TO WP-TEXTO               00011130
           MOVE WK-LINEA-PIE                  TO REG-KJBCSAS1           00011140
           PERFORM 2750-GRABAR-CERTIFICADO                              00011150
              THRU 2750-GRABAR-CERTIFICADO-EXIT                         00011160
                                                                        00011170
           MOVE WI-PIE-2 (WK-IDX-IDIOMA)      TO WP-TEXTO               00011180
           MOVE WK-LINEA-PIE                  TO REG-KJBCSAS1           00011190
           PERFORM 2750-GRABAR-CERTIFICADO                              00011200
              THRU 2750-GRABAR-CERTIFICADO-EXIT                         00011210
                                                                        00011220
           MOVE WI-PIE-3 (WK-IDX-IDIOMA)      TO WP-TEXTO               00011230
           MOVE WK-LINEA-PIE                  TO REG-KJBCSAS1           00011240
           PERFORM 2750-GRABAR-CERTIFICADO                              00011250
              THRU 2750-GRABAR-CERTIFICADO-EXIT                         00011260
                                                                        00011270
           .                                                            00011280
       2300-ESCRIBIR-PIE-EXIT.                                          00011290
           EXIT.                                                        00011300
                                                                        00011310
      ******************************************************************00011320
      ***                   2400-REGISTRAR-CERTIFIC                 *** 00011330
      ***                   -----------------------                 *** 00011340
      * SE REGISTRA EL CERTIFICADO EMITIDO EN POS_CERT_SALDO CON SU    *00011350
      * NUMERO DE SERIE, CLAVE, FECHAS, IDIOMA Y OFICINA SOLICITANTE.  *00011360
      ******************************************************************00011370
       2400-REGISTRAR-CERTIFIC.                                         00011380
                                                                        00011390
           MOVE WK-FECHA-PROCESO              TO G6564-FECEMIS          00011400
           MOVE RE-FECHA-CERT                 TO G6564-FECCERT          00011410
           MOVE RE-IDIOMA                     TO G6564-IDIOMA           00011420
           MOVE RE-TIPO-CLAVE                 TO G6564-TIPCLAVE         00011430
           MOVE RE-IDEMPRD                    TO G6564-IDEMPRD          00011440
           MOVE SPACES                        TO G6564-CENTALTA         00011450
                                                 G6564-CUENTNU          00011460
                                                 G6564-IDCENTD          00011470
                                                 G6564-IDPRODD          00011480
                                                 G6564-CODSPROD         00011490
           IF  RE-POR-CUENTA                                            00011500
               MOVE RE-CENTALTA               TO G6564-CENTALTA         00011510
               MOVE RE-CUENTNU                TO G6564-CUENTNU          00011520
           ELSE                                                         00011530
               MOVE RE-IDCENTD                TO G6564-IDCENTD          00011540
               MOVE RE-IDPRODD                TO G6564-IDPRODD          00011550
               MOVE RE-CODSPROD               TO G6564-CODSPROD         00011560
           END-IF                                                       00011570
           MOVE CT-POS-CERTIFICADO            TO G6564-NUMPOSIC         00011580
           MOVE RE-OFISOLIC                   TO G6564-OFISOLIC         00011590
           MOVE CA-KJBCCSA                    TO G6564-PROGRAMA         00011600
                                                                        00011610
           EXEC SQL                                                     00011620
                INSERT INTO POS_CERT_SALDO                              00011630
                      (G6564_NUMCERT  , G6564_FECEMIS  ,                00011640
                       G6564_FECCERT  , G6564_IDIOMA   ,                00011650
                       G6564_TIPCLAVE , G6564_IDEMPRD  ,                00011660
                       G6564_CENTALTA , G6564_CUENTNU  ,                00011670
                       G6564_IDCENTD  , G6564_IDPRODD  ,                00011680
                       G6564_CODSPROD , G6564_NUMPOSIC ,                00011690
                       G6564_OFISOLIC , G6564_PROGRAMA ,                00011700
                       G6564_TSALTA)                                    00011710
                VALUES                                                  00011720
                      (:G6564-NUMCERT  , :G6564-FECEMIS  ,              00011730
                       :G6564-FECCERT  , :G6564-IDIOMA   ,              00011740
                       :G6564-TIPCLAVE , :G6564-IDEMPRD  ,              00011750
                       :G6564-CENTALTA , :G6564-CUENTNU  ,              00011760
                       :G6564-IDCENTD  , :G6564-IDPRODD  ,              00011770
                       :G6564-CODSPROD , :G6564-NUMPOSIC ,              00011780
                       :G6564-OFISOLIC , :G6564-PROGRAMA ,              00011790
                       CURRENT TIMESTAMP)                               00011800
           END-EXEC                                                     00011810
                                                                        00011820
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011830
                                                                        00011840
           IF  NOT DB2-OK                                               00011850
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00011860
               MOVE CA-ERR-REGISTRO           TO WK-DESCRIPCION         00011870
               MOVE CA-PRF-2400               TO WK-PARRAFO             00011880
               MOVE CA-KJBCCSA                TO WK-RUTINA              00011890
               MOVE CA-POS-CERT-SALDO         TO WK-TABLA-DB2           00011900
               MOVE CA-INSERT                 TO WK-DATOS-ACCESO        00011910
                                                                        00011920
               PERFORM 9000-CANCELACION                                 00011930
                  THRU 9000-CANCELACION-EXIT                            00011940
                                                                        00011950
           END-IF                                                       00011960
                                                                        00011970
           .                                                            00011980
       2400-REGISTRAR-CERTIFIC-EXIT.                                    00011990
           EXIT.                                                        00012000
                                                                        00012010
      ******************************************************************00012020
      ***                   2750-GRABAR-CERTIFICADO                 *** 00012030
      ***                   -----------------------                 *** 00012040
      * SE GRABA EL REGISTRO YA FORMATEADO EN LA INTERFAZ DE           *00012050
      * IMPRESION.                                                     *00012060
      ******************************************************************00012070
       2750-GRABAR-CERTIFICADO.                                         00012080
                                                                        00012090
           IF  ENVIO-ELECTRONICO                                        00012091
               MOVE REG-KJBCSAS1              TO REG-KJBCSAS3           00012092
                                                                        00012093
               PERFORM 2760-GRABAR-ELECTRONICO                          00012094
                  THRU 2760-GRABAR-ELECTRONICO-EXIT                     00012095
                                                                        00012096
           END-IF                                                       00012097
                                                                        00012098
           IF  NOT ENVIO-PAPEL                                          00012099
               GO TO 2750-GRABAR-CERTIFICADO-EXIT                       00012100
           END-IF                                                       00012101
                                                                        00012102
           WRITE REG-KJBCSAS1                                           00012103
                                                                        00012110
           IF  FS-KJBCSAS1 NOT = CA-FS-OK                               00012120
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012130
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00012140
               MOVE CA-PRF-2750              TO WK-PARRAFO              00012150
               MOVE CA-KJBCSAS1              TO WK-DDNAME               00012160
               MOVE FS-KJBCSAS1              TO WK-FILE-STATUS          00012170
               MOVE REG-KJBCSAS1             TO WK-DATOS-REGISTRO       00012180
                                                                        00012190
               PERFORM 9000-CANCELACION                                 00012200
                  THRU 9000-CANCELACION-EXIT                            00012210
                                                                        00012220
           END-IF                                                       00012230
                                                                        00012240
           .                                                            00012250
       2750-GRABAR-CERTIFICADO-EXIT.                                    00012260
           EXIT.                                                        00012270
                                                                        00012280
      ******************************************************************00012290
      ***                   2760-GRABAR-ELECTRONICO                 *** 00012291
      ***                   -----------------------                 *** 00012292
      * SE GRABA EL REGISTRO EN LA INTERFAZ DE ENTREGA ELECTRONICA.    *00012293
      ******************************************************************00012294
       2760-GRABAR-ELECTRONICO.                                         00012295
                                                                        00012296
           WRITE REG-KJBCSAS3                                           00012297
                                                                        00012298
           IF  FS-KJBCSAS3 NOT = CA-FS-OK                               00012299
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012300
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00012301
               MOVE CA-PRF-2760              TO WK-PARRAFO              00012302
               MOVE CA-KJBCSAS3              TO WK-DDNAME               00012303
               MOVE FS-KJBCSAS3              TO WK-FILE-STATUS          00012304
               MOVE REG-KJBCSAS3             TO WK-DATOS-REGISTRO       00012305
                                                                        00012306
               PERFORM 9000-CANCELACION                                 00012307
                  THRU 9000-CANCELACION-EXIT                            00012308
                                                                        00012309
           END-IF                                                       00012310
                                                                        00012311
           .                                                            00012312
       2760-GRABAR-ELECTRONICO-EXIT.                                    00012313
           EXIT.                                                        00012314
                                                                        00012315
      ******************************************************************00012316
      ***                   3000-FIN                                *** 00012317
      ***                   --------                                *** 00012318
      * SE CONFIRMA EL REGISTRO DE LOS CERTIFICADOS, SE ESCRIBEN LOS   *00012320
      * TOTALES DEL INFORME DE CONTROL, SE CIERRAN LOS FICHEROS Y SE   *00012330
      * MUESTRAN LAS ESTADISTICAS.                                     *00012340
      ******************************************************************00012350
       3000-FIN.                                                        00012360
                                                                        00012370
           PERFORM 3050-CONFIRMAR-EMISION                               00012380
              THRU 3050-CONFIRMAR-EMISION-EXIT                          00012390
                                                                        00012400
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00012410
           MOVE CT-EMITIDOS                   TO WK-EMITIDOS-ED         00012420
           MOVE CT-RECHAZADOS                 TO WK-RECHAZADOS-ED       00012430
           MOVE CT-POSICIONES                 TO WK-POSICIONES-ED       00012440
           MOVE CT-ELECTRONICOS               TO WK-ELECTRONICOS-ED     00012441
                                                                        00012450
           MOVE SPACES                        TO REG-KJBCSAS2           00012460
           PERFORM 3060-GRABAR-CONTROL                                  00012470
              THRU 3060-GRABAR-CONTROL-EXIT                             00012480
                                                                        00012490
           MOVE WK-CAB-3                      TO REG-KJBCSAS2           00012500
           PERFORM 3060-GRABAR-CONTROL                                  00012510
              THRU 3060-GRABAR-CONTROL-EXIT                             00012520
                                                                        00012530
           MOVE WK-CAB-4                      TO REG-KJBCSAS2           00012540
           PERFORM 3060-GRABAR-CONTROL                                  00012550
              THRU 3060-GRABAR-CONTROL-EXIT                             00012560
                                                                        00012570
           MOVE WK-CAB-5                      TO REG-KJBCSAS2           00012580
           PERFORM 3060-GRABAR-CONTROL                                  00012590
              THRU 3060-GRABAR-CONTROL-EXIT                             00012600
                                                                        00012610
           MOVE WK-CAB-6                      TO REG-KJBCSAS2           00012620
           PERFORM 3060-GRABAR-CONTROL                                  00012622
              THRU 3060-GRABAR-CONTROL-EXIT                             00012624
                                                                        00012626
           MOVE WK-CAB-7                      TO REG-KJBCSAS2           00012628
           PERFORM 3060-GRABAR-CONTROL                                  00012630
              THRU 3060-GRABAR-CONTROL-EXIT                             00012640
                                                                        00012650
           PERFORM 3100-CERRAR-FICHEROS                                 00012660
              THRU 3100-CERRAR-FICHEROS-EXIT                            00012670
                                                                        00012680
           PERFORM 3200-ESTADISTICAS                                    00012690
              THRU 3200-ESTADISTICAS-EXIT                               00012700
                                                                        00012710
           IF  CT-RECHAZADOS > ZEROES                                   00012720
               MOVE CN-4                      TO RETURN-CODE            00012730
           END-IF                                                       00012740
                                                                        00012750
           STOP RUN                                                     00012760
                                                                        00012770
           .                                                            00012780
       3000-FIN-EXIT.                                                   00012790
           EXIT.                                                        00012800
                                                                        00012810
      ******************************************************************00012820
      ***                   3050-CONFIRMAR-EMISION                  *** 00012830
      ***                   ----------------------                  *** 00012840
      * SE CONFIRMA (COMMIT) EL REGISTRO DE LOS CERTIFICADOS EMITIDOS. *00012850
      ******************************************************************00012860
       3050-CONFIRMAR-EMISION.                                          00012870
                                                                        00012880
           EXEC SQL                                                     00012890
                COMMIT                                                  00012900
           END-EXEC                                                     00012910
                                                                        00012920
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00012930
                                                                        00012940
           IF  NOT DB2-OK                                               00012950
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00012960
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00012970
               MOVE CA-PRF-3050               TO WK-PARRAFO             00012980
               MOVE CA-KJBCCSA                TO WK-RUTINA              00012990
               MOVE CA-POS-CERT-SALDO         TO WK-TABLA-DB2           00013000
               MOVE CA-COMMIT                 TO WK-DATOS-ACCESO        00013010
                                                                        00013020
               PERFORM 9000-CANCELACION                                 00013030
                  THRU 9000-CANCELACION-EXIT                            00013040
                                                                        00013050
           END-IF                                                       00013060
                                                                        00013070
           .                                                            00013080
       3050-CONFIRMAR-EMISION-EXIT.                                     00013090
           EXIT.                                                        00013100
                                                                        00013110
      ******************************************************************00013120
      ***                   3060-GRABAR-CONTROL                     *** 00013130
      ***                   -------------------                     *** 00013140
      * SE GRABA UNA LINEA DEL INFORME DE CONTROL.                     *00013150
      ******************************************************************00013160
       3060-GRABAR-CONTROL.                                             00013170
                                                                        00013180
           WRITE REG-KJBCSAS2                                           00013190
                                                                        00013200
           IF  FS-KJBCSAS2 NOT = CA-FS-OK                               00013210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013220
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00013230
               MOVE CA-PRF-3060              TO WK-PARRAFO              00013240
               MOVE CA-KJBCSAS2              TO WK-DDNAME               00013250
               MOVE FS-KJBCSAS2              TO WK-FILE-STATUS          00013260
               MOVE REG-KJBCSAS2             TO WK-DATOS-REGISTRO       00013270
                                                                        00013280
               PERFORM 9000-CANCELACION                                 00013290
                  THRU 9000-CANCELACION-EXIT                            00013300
                                                                        00013310
           END-IF                                                       00013320
                                                                        00013330
           .                                                            00013340
       3060-GRABAR-CONTROL-EXIT.                                        00013350
           EXIT.                                                        00013360
                                                                        00013370
      ******************************************************************00013380
      ***                   3100-CERRAR-FICHEROS                    *** 00013390
      ***                   --------------------                    *** 00013400
      * SE CIERRAN LOS FICHEROS.                                       *00013410
      ******************************************************************00013420
       3100-CERRAR-FICHEROS.                                            00013430
                                                                        00013440
           CLOSE KJBCSAE1                                               00013450
                 KJBCSAS1                                               00013460
                 KJBCSAS2                                               00013470
                 KJBCSAS3                                               00013471
                                                                        00013480
           IF  FS-KJBCSAE1 NOT = CA-FS-OK                               00013490
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013500
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013510
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013520
               MOVE CA-KJBCSAE1              TO WK-DDNAME               00013530
               MOVE FS-KJBCSAE1              TO WK-FILE-STATUS          00013540
                                                                        00013550
               PERFORM 9000-CANCELACION                                 00013560
                  THRU 9000-CANCELACION-EXIT                            00013570
                                                                        00013580
           END-IF                                                       00013590
                                                                        00013600
           IF  FS-KJBCSAS1 NOT = CA-FS-OK                               00013610
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013620
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013630
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013640
               MOVE CA-KJBCSAS1              TO WK-DDNAME               00013650
               MOVE FS-KJBCSAS1              TO WK-FILE-STATUS          00013660
                                                                        00013670
               PERFORM 9000-CANCELACION                                 00013680
                  THRU 9000-CANCELACION-EXIT                            00013690
                                                                        00013700
           END-IF                                                       00013710
                                                                        00013720
           IF  FS-KJBCSAS2 NOT = CA-FS-OK                               00013730
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013740
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013750
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013760
               MOVE CA-KJBCSAS2              TO WK-DDNAME               00013770
               MOVE FS-KJBCSAS2              TO WK-FILE-STATUS          00013780
                                                                        00013790
               PERFORM 9000-CANCELACION                                 00013800
                  THRU 9000-CANCELACION-EXIT                            00013810
                                                                        00013820
           END-IF                                                       00013830
                                                                        00013840
           IF  FS-KJBCSAS3 NOT = CA-FS-OK                               00013841
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013842
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013843
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013844
               MOVE CA-KJBCSAS3              TO WK-DDNAME               00013845
               MOVE FS-KJBCSAS3              TO WK-FILE-STATUS          00013846
                                                                        00013847
               PERFORM 9000-CANCELACION                                 00013848
                  THRU 9000-CANCELACION-EXIT                            00013849
                                                                        00013850
           END-IF                                                       00013851
                                                                        00013852
           .                                                            00013853
       3100-CERRAR-FICHEROS-EXIT.                                       00013860
           EXIT.                                                        00013870
                                                                        00013880
      ******************************************************************00013890
      ***                   3200-ESTADISTICAS                       *** 00013900
      ***                   -----------------                       *** 00013910
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00013920
      ******************************************************************00013930
       3200-ESTADISTICAS.                                               00013940
                                                                        00013950
           DISPLAY WK-CAB-1                                             00013960
           DISPLAY WK-CAB-2                                             00013970
           DISPLAY WK-CAB-1                                             00013980
           DISPLAY WK-CAB-3                                             00013990
           DISPLAY WK-CAB-4                                             00014000
           DISPLAY WK-CAB-5                                             00014010
           DISPLAY WK-CAB-6                                             00014020
           DISPLAY WK-CAB-7                                             00014021
           DISPLAY WK-CAB-1                                             00014030
                                                                        00014040
           .                                                            00014050
       3200-ESTADISTICAS-EXIT.                                          00014060
           EXIT.                                                        00014070
                                                                        00014080
      ******************************************************************00014090
      ***                   9100-LEER-KJBCSAE1                      *** 00014100
      ***                   ------------------                      *** 00014110
      * SE REALIZA LA LECTURA DEL FICHERO DE SOLICITUDES.              *00014120
      ******************************************************************00014130
       9100-LEER-KJBCSAE1.                                              00014140
                                                                        00014150
           READ KJBCSAE1 INTO WK-SOLICITUD                              00014160
           AT END                                                       00014170
                SET SI-FIN-KJBCSAE1          TO TRUE                    00014180
                                                                        00014190
             NOT AT END                                                 00014200
                ADD CN-1                     TO CT-REG-LEIDOS           00014210
                                                                        00014220
           END-READ                                                     00014230
                                                                        00014240
           IF  FS-KJBCSAE1 NOT = CA-FS-OK AND CA-FS-EOF                 00014250
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014260
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014270
               MOVE CA-PRF-9100              TO WK-PARRAFO              00014280
               MOVE CA-KJBCSAE1              TO WK-DDNAME               00014290
               MOVE FS-KJBCSAE1              TO WK-FILE-STATUS          00014300
                                                                        00014310
               PERFORM 9000-CANCELACION                                 00014320
                  THRU 9000-CANCELACION-EXIT                            00014330
                                                                        00014340
           END-IF                                                       00014350
                                                                        00014360
           .                                                            00014370
       9100-LEER-KJBCSAE1-EXIT.                                         00014380
           EXIT.                                                        00014390
                                                                        00014400
      ******************************************************************00014410
      ***                   9300-LEER-POSICION                      *** 00014420
      ***                   ------------------                      *** 00014430
      * SE REALIZA EL FETCH DEL CURSOR C-POSICIONES.                   *00014440
      ******************************************************************00014450
       9300-LEER-POSICION.                                              00014460
                                                                        00014470
           EXEC SQL                                                     00014480
                FETCH C-POSICIONES                                      00014490
                 INTO :WF-IDEMPRD  , :WF-IDCENTD ,                      00014500
                      :WF-IDPRODD  , :WF-CODSPROD,                      00014510
                      :WF-CTOSALDO , :WF-CODMONSW                       00014520
           END-EXEC                                                     00014530
                                                                        00014540
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00014550
                                                                        00014560
           EVALUATE  TRUE                                               00014570
               WHEN  DB2-OK                                             00014580
                     CONTINUE                                           00014590
                                                                        00014600
               WHEN  DB2-CLV-NOT-FOUND                                  00014610
                     SET SI-FIN-POSICIONES    TO TRUE                   00014620
                                                                        00014630
               WHEN  OTHER                                              00014640
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00014650
                     MOVE CA-ERR-POSICIONES   TO WK-DESCRIPCION         00014660
                     MOVE CA-PRF-9300         TO WK-PARRAFO             00014670
                     MOVE CA-KJBCCSA          TO WK-RUTINA              00014680
                     MOVE CA-POS-DISP-PMAS-HIST                         00014690
                                              TO WK-TABLA-DB2           00014700
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00014710
                                                                        00014720
                     PERFORM 9000-CANCELACION                           00014730
                        THRU 9000-CANCELACION-EXIT                      00014740
                                                                        00014750
           END-EVALUATE                                                 00014760
                                                                        00014770
           .                                                            00014780
       9300-LEER-POSICION-EXIT.                                         00014790
           EXIT.                                                        00014800
                                                                        00014810
      ******************************************************************00014820
      ***                   9000-CANCELACION                        *** 00014830
      ***                   ----------------                        *** 00014840
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00014850
      ******************************************************************00014860
       9000-CANCELACION.                                                00014870
                                                                        00014880
           MOVE CA-RESP                       TO WK-RESPONSABLE         00014890
                                                                        00014900
           EVALUATE  TRUE                                               00014910
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00014920
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014930
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014940
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00014950
                         RESPONSABLE('WK-RESPONSABLE')                  00014960
                         DESCRIPCION('WK-DESCRIPCION')                  00014970
                         PROGRAMA('WK-PROGRAMA')                        00014980
                         PARRAFO('WK-PARRAFO')                          00014990
                         SQLCA('SQLCA')                                 00015000
                         TABLA_DB2('WK-TABLA-DB2')                      00015010
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00015020
                     END-FUN                                            00015030
                                                                        00015040
               WHEN  OTHER                                              00015050
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015060
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015070
                         RESPONSABLE('WK-RESPONSABLE')                  00015080
                         DESCRIPCION('WK-DESCRIPCION')                  00015090
                         PROGRAMA('WK-PROGRAMA')                        00015100
                         PARRAFO('WK-PARRAFO')                          00015110
                         DDNAME('WK-DDNAME')                            00015120
                         FILE_STATUS('WK-FILE-STATUS')                  00015130
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00015140
                     END-FUN                                            00015150
                                                                        00015160
           END-EVALUATE                                                 00015170
                                                                        00015180
           .                                                            00015190
       9000-CANCELACION-EXIT.                                           00015200
           EXIT.                                                        00015210
