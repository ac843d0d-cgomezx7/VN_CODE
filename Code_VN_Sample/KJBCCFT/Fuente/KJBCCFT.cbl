      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCFT.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH MENSUAL DE PRECIOS DE              *00000110
      *               TRANSFERENCIA INTERNA DE FONDOS (FTP). APLICA AL *00000120
      *               SALDO MEDIO DEL PERIODO (POS_SLDO_MEDIO) DE CADA *00000130
      *               EMPRESA/CENTRO/PRODUCTO/MONEDA LA TASA FTP DE SU *00000140
      *               MONEDA VIGENTE A FIN DE MES (POS_TASA_FTP), POR  *00000150
      *               LOS DIAS DEL MES SOBRE BASE 360. UN SALDO MEDIO  *00000160
      *               POSITIVO (FONDOS APORTADOS) GENERA UN ABONO AL   *00000170
      *               CENTRO Y UNO NEGATIVO (FONDOS CONSUMIDOS) UN     *00000180
      *               CARGO.                                           *00000190
      *               EMITE EL LISTADO DE CARGOS/ABONOS, EL FICHERO DE *00000200
      *               APUNTES PARA CONTABILIDAD CON EL MISMO FORMATO   *00000210
      *               QUE KJBCCAS (POR EMPRESA/CENTRO CONTABLE) Y EL   *00000220
      *               LISTADO DE POSICIONES CUYA MONEDA NO TIENE TASA. *00000230
      *-                                                              -*00000240
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000250
      *        WK-PERIODO : PERIODO A LIQUIDAR (AAAA-MM).              *00000260
      *-                                                              -*00000270
      *  FICHEROS DE SALIDA:                                           *00000280
      *        KJBCFTS1 : LISTADO DE CARGOS/ABONOS FTP.                *00000290
      *        KJBCFTS2 : FICHERO DE APUNTES PARA CONTABILIDAD.        *00000300
      *        KJBCFTS3 : LISTADO DE POSICIONES SIN TASA FTP.          *00000310
      *-                                                              -*00000320
      *  TABLAS:                                                       *00000330
      *     POS_SLDO_MEDIO    : SALDOS MEDIOS DEL PERIODO (LECTURA).   *00000340
      *     POS_TASA_FTP      : TASAS FTP POR MONEDA (LECTURA).        *00000350
      *     POS_CENTRO_CONTAB : CENTRO CONTABLE (LECTURA).             *00000360
      *     POS_CAT_MONEDA    : DECIMALES POR MONEDA (LECTURA).        *00000370
      *-                                                              -*00000380
      *  CODIGOS DE RETORNO:                                           *00000390
      *        0 : PROCESO CORRECTO.                                   *00000400
      *        4 : HAY POSICIONES SIN TASA FTP.                        *00000410
      *-                                                              -*00000420
      ******************************************************************00000430
      *                  M O D I F I C A C I O N E S                   *00000440
      *                  ---------------------------                   *00000450
      *                                                                *00000460
      * USUARIO  FECHA        DESCRIPCION                              *00000470
      * -------- ----------   ---------------------------------------- *00000480
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000490
      *                                                                *00000500
      ******************************************************************00000510
                                                                        00000520
      ******************************************************************00000530
      * IDENTIFICATION DIVISION                                        *00000540
      ******************************************************************00000550
       IDENTIFICATION DIVISION.                                         00000560
       PROGRAM-ID.    KJBCCFT.                                          00000570
       AUTHOR.        VIEWNEXT.                                         00000580
       DATE-WRITTEN.  15-10-2026.                                       00000590
       DATE-COMPILED.                                                   00000600
                                                                        00000610
      ******************************************************************00000620
      * ENVIRONMENT DIVISION                                           *00000630
      ******************************************************************00000640
       ENVIRONMENT DIVISION.                                            00000650
                                                                        00000660
      *----------------------------------------------------------------*00000670
      * CONFIGURATION SECTION                                          *00000680
      *----------------------------------------------------------------*00000690
       CONFIGURATION SECTION.                                           00000700
                                                                        00000710
       SOURCE-COMPUTER. IBM-3090.                                       00000720
       OBJECT-COMPUTER. IBM-3090.                                       00000730
       SPECIAL-NAMES.                                                   00000740
           DECIMAL-POINT IS COMMA.                                      00000750
                                                                        00000760
      *----------------------------------------------------------------*00000770
      * INPUT OUTPUT SECTION                                           *00000780
      *----------------------------------------------------------------*00000790
       INPUT-OUTPUT SECTION.                                            00000800
       FILE-CONTROL.                                                    00000810
                                                                        00000820
      * -- LISTADO DE CARGOS/ABONOS FTP.                                00000830
           SELECT KJBCFTS1 ASSIGN KJBCFTS1                              00000840
                  ACCESS MODE IS SEQUENTIAL                             00000850
                  FILE STATUS IS FS-KJBCFTS1.                           00000860
                                                                        00000870
      * -- FICHERO DE APUNTES PARA CONTABILIDAD.                        00000880
           SELECT KJBCFTS2 ASSIGN KJBCFTS2                              00000890
                  ACCESS MODE IS SEQUENTIAL                             00000900
                  FILE STATUS IS FS-KJBCFTS2.                           00000910
                                                                        00000920
      * -- LISTADO DE POSICIONES SIN TASA FTP.                          00000930
           SELECT KJBCFTS3 ASSIGN KJBCFTS3                              00000940
                  ACCESS MODE IS SEQUENTIAL                             00000950
                  FILE STATUS IS FS-KJBCFTS3.                           00000960
                                                                        00000970
      ******************************************************************00000980
      * DATA DIVISION                                                  *00000990
      ******************************************************************00001000
       DATA DIVISION.                                                   00001010
                                                                        00001020
      *----------------------------------------------------------------*00001030
      * FILE SECTION                                                   *00001040
      *----------------------------------------------------------------*00001050
       FILE SECTION.                                                    00001060
                                                                        00001070
       FD  KJBCFTS1                                                     00001080
           BLOCK CONTAINS 0 RECORDS                                     00001090
           RECORDING MODE IS F                                          00001100
           LABEL RECORD ARE STANDARD                                    00001110
           RECORD CONTAINS 132 CHARACTERS                               00001120
           DATA RECORD IS REG-KJBCFTS1.                                 00001130
       01  REG-KJBCFTS1                    PIC X(132).                  00001140
                                                                        00001150
      * -- MISMO FORMATO QUE EL FICHERO DE APUNTES KJBCASS1 (KJBCCAS).  00001160
       FD  KJBCFTS2                                                     00001170
           BLOCK CONTAINS 0 RECORDS                                     00001180
           RECORDING MODE IS F                                          00001190
           LABEL RECORD ARE STANDARD                                    00001200
           RECORD CONTAINS 80 CHARACTERS                                00001210
           DATA RECORD IS REG-KJBCFTS2.                                 00001220
       01  REG-KJBCFTS2.                                                00001230
           05  RS-TIPO-REG                 PIC X(01).                   00001240
           05  RS-FECHA                    PIC X(10).                   00001250
           05  RS-CUENTA                   PIC X(10).                   00001260
           05  RS-DEBE-HABER               PIC X(01).                   00001270
           05  RS-SIGNO                    PIC X(01).                   00001280
           05  RS-IMPORTE                  PIC 9(15)V9(2).              00001290
           05  RS-CODMONSW                 PIC X(03).                   00001300
           05  RS-CLAVE-ORIGEN             PIC X(20).                   00001310
           05  RS-IDEMPCCO                 PIC X(04).                   00001320
           05  RS-IDCENCCO                 PIC X(04).                   00001330
           05  FILLER                      PIC X(09).                   00001340
                                                                        00001350
       FD  KJBCFTS3                                                     00001360
           BLOCK CONTAINS 0 RECORDS                                     00001370
           RECORDING MODE IS F                                          00001380
           LABEL RECORD ARE STANDARD                                    00001390
           RECORD CONTAINS 132 CHARACTERS                               00001400
           DATA RECORD IS REG-KJBCFTS3.                                 00001410
       01  REG-KJBCFTS3                    PIC X(132).                  00001420
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
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001560
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001570
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001580
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001590
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001600
           05  SW-EXISTE-TASA              PIC X(01)   VALUE 'N'.       00001610
               88  SI-EXISTE-TASA                      VALUE 'S'.       00001620
               88  NO-EXISTE-TASA                      VALUE 'N'.       00001630
                                                                        00001640
      ******************************************************************00001650
      *                      C O N S T A N T E S                       *00001660
      ******************************************************************00001670
       01  CT-CONSTANTES.                                               00001680
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001690
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001700
               10  CA-KJBCCFT              PIC X(08)   VALUE 'KJBCCFT'. 00001710
               10  CA-RESP                 PIC X(14)   VALUE            00001720
                                   'MEDIOS DE PAGO'.                    00001730
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001740
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001750
               10  CA-KJBCFTS1             PIC X(08)   VALUE 'KJBCFTS1'.00001760
               10  CA-KJBCFTS2             PIC X(08)   VALUE 'KJBCFTS2'.00001770
               10  CA-KJBCFTS3             PIC X(08)   VALUE 'KJBCFTS3'.00001780
               10  CA-POS-SLDO-MEDIO       PIC X(14)   VALUE            00001790
                                   'POS_SLDO_MEDIO'.                    00001800
               10  CA-POS-TASA-FTP         PIC X(12)   VALUE            00001810
                                   'POS_TASA_FTP'.                      00001820
               10  CA-POS-CENTRO-CONTAB    PIC X(17)   VALUE            00001830
                                   'POS_CENTRO_CONTAB'.                 00001840
               10  CA-POS-CAT-MONEDA       PIC X(14)   VALUE            00001850
                                   'POS_CAT_MONEDA'.                    00001860
               10  CA-SYSDUMMY1            PIC X(18)   VALUE            00001870
                                   'SYSIBM.SYSDUMMY1'.                  00001880
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001890
               10  CA-ORIGEN-FTP           PIC X(03)   VALUE 'FTP'.     00001900
               10  CA-TIPO-APUNTE          PIC X(01)   VALUE 'A'.       00001910
               10  CA-TIPO-FINAL           PIC X(01)   VALUE 'F'.       00001920
               10  CA-DEBE                 PIC X(01)   VALUE 'D'.       00001930
               10  CA-HABER                PIC X(01)   VALUE 'H'.       00001940
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00001950
               10  CA-CARGO                PIC X(05)   VALUE 'CARGO'.   00001960
               10  CA-ABONO                PIC X(05)   VALUE 'ABONO'.   00001970
               10  CA-OBS-SIN-TASA         PIC X(30)   VALUE            00001980
                                   'MONEDA SIN TASA FTP VIGENTE'.       00001990
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002000
                                   'ERROR AL ABRIR UN FICHERO'.         00002010
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002020
                                   'ERROR AL CERRAR UN FICHERO'.        00002030
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002040
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002050
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00002060
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00002070
               10  CA-ERR-CURSOR           PIC X(37)   VALUE            00002080
                         'ERROR EN ACCESO AL CURSOR C-SALDOS'.          00002090
               10  CA-ERR-TASA             PIC X(33)   VALUE            00002100
                         'ERROR EN ACCESO A POS_TASA_FTP'.              00002110
               10  CA-ERR-MAPA             PIC X(38)   VALUE            00002120
                         'ERROR EN ACCESO A POS_CENTRO_CONTAB'.         00002130
               10  CA-ERR-CAT-MONEDA       PIC X(41)   VALUE            00002140
                         'ERROR EN ACCESO A LA TABLA POS_CAT_MONEDA'.   00002150
               10  CA-PRF-1000             PIC X(11)   VALUE            00002160
                                   '1000-INICIO'.                       00002170
               10  CA-PRF-1100             PIC X(19)   VALUE            00002180
                                   '1100-ABRIR-FICHEROS'.               00002190
               10  CA-PRF-1150             PIC X(22)   VALUE            00002200
                                   '1150-FECHAS-PERIODO'.               00002210
               10  CA-PRF-1200             PIC X(17)   VALUE            00002220
                                   '1200-ABRIR-CURSOR'.                 00002230
               10  CA-PRF-2110             PIC X(19)   VALUE            00002240
                                   '2110-LEER-TASA'.                    00002250
               10  CA-PRF-2120             PIC X(22)   VALUE            00002260
                                   '2120-CENTRO-CONTABLE'.              00002270
               10  CA-PRF-2500             PIC X(19)   VALUE            00002280
                                   '2500-ESCRIBIR-LINEA'.               00002290
               10  CA-PRF-2510             PIC X(22)   VALUE            00002300
                                   '2510-ESCRIBIR-APUNTE'.              00002310
               10  CA-PRF-2520             PIC X(24)   VALUE            00002320
                                   '2520-ESCRIBIR-EXCEPCION'.           00002330
               10  CA-PRF-3100             PIC X(20)   VALUE            00002340
                                   '3100-CERRAR-FICHEROS'.              00002350
               10  CA-PRF-8800             PIC X(22)   VALUE            00002360
                                   '8800-AJUSTAR-DECIMALES'.            00002370
               10  CA-PRF-9200             PIC X(16)   VALUE            00002380
                                   '9200-LEER-CURSOR'.                  00002390
                                                                        00002400
           05  CN-CONSTANTES-NUMERICAS.                                 00002410
               10  CN-1                    PIC 9(01)   VALUE 1.         00002420
               10  CN-4                    PIC 9(01)   VALUE 4.         00002430
               10  CN-100                  PIC 9(03)   VALUE 100.       00002440
               10  CN-BASE-DIAS            PIC 9(03)   VALUE 360.       00002450
                                                                        00002460
      ******************************************************************00002470
      *                    C O N T A D O R E S                         *00002480
      ******************************************************************00002490
       01  CT-CONTADORES.                                               00002500
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002510
           05  CT-LIQUIDADOS               PIC 9(9)    VALUE ZEROES.    00002520
           05  CT-IMPORTE-CERO             PIC 9(9)    VALUE ZEROES.    00002530
           05  CT-SIN-TASA                 PIC 9(9)    VALUE ZEROES.    00002540
           05  CT-APUNTES                  PIC 9(9)    VALUE ZEROES.    00002550
                                                                        00002560
      ******************************************************************00002570
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002580
      ******************************************************************00002590
       01  WK-ESTADISTICA.                                              00002600
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002610
           05  WK-CAB-2                    PIC X(55)   VALUE            00002620
                   '* ESTADISTICAS DE KJBCCFT                   *'.     00002630
           05  WK-CAB-3.                                                00002640
               10  FILLER                  PIC X(45)   VALUE            00002650
                   '* SALDOS MEDIOS LEIDOS:                    '.       00002660
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002670
               10  FILLER                  PIC X(01)   VALUE '*'.       00002680
           05  WK-CAB-4.                                                00002690
               10  FILLER                  PIC X(45)   VALUE            00002700
                   '* CARGOS/ABONOS FTP LIQUIDADOS:            '.       00002710
               10  WK-LIQUIDADOS-ED        PIC ZZZZZZZZ9.               00002720
               10  FILLER                  PIC X(01)   VALUE '*'.       00002730
           05  WK-CAB-5.                                                00002740
               10  FILLER                  PIC X(45)   VALUE            00002750
                   '* LIQUIDACIONES DE IMPORTE CERO:           '.       00002760
               10  WK-IMPORTE-CERO-ED      PIC ZZZZZZZZ9.               00002770
               10  FILLER                  PIC X(01)   VALUE '*'.       00002780
           05  WK-CAB-6.                                                00002790
               10  FILLER                  PIC X(45)   VALUE            00002800
                   '* POSICIONES SIN TASA FTP:                 '.       00002810
               10  WK-SIN-TASA-ED          PIC ZZZZZZZZ9.               00002820
               10  FILLER                  PIC X(01)   VALUE '*'.       00002830
           05  WK-CAB-7.                                                00002840
               10  FILLER                  PIC X(45)   VALUE            00002850
                   '* REGISTROS DE APUNTE GENERADOS:           '.       00002860
               10  WK-APUNTES-ED           PIC ZZZZZZZZ9.               00002870
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
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCFT'. 00002980
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002990
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003000
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003010
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003020
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003030
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003040
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003050
                                                                        00003060
      ******************************************************************00003070
      *                      F I L E  S T A T U S                      *00003080
      ******************************************************************00003090
       01  FS-FILE-STATUS.                                              00003100
           05  FS-KJBCFTS1                 PIC X(02).                   00003110
           05  FS-KJBCFTS2                 PIC X(02).                   00003120
           05  FS-KJBCFTS3                 PIC X(02).                   00003130
                                                                        00003140
      ******************************************************************00003150
      *                 L I N E A S  D E  I N F O R M E                *00003160
      ******************************************************************00003170
      * -- LISTADO KJBCFTS1.                                            00003180
       01  WK-LINEA-TITULO.                                             00003190
           05  FILLER                      PIC X(30)   VALUE SPACES.    00003200
           05  FILLER                      PIC X(32)   VALUE            00003210
                                   'LIQUIDACION FTP DEL PERIODO '.      00003220
           05  WT-PERIODO                  PIC X(07).                   00003230
           05  FILLER                      PIC X(10)   VALUE            00003240
                                   '.  DIAS: '.                         00003250
           05  WT-DIAS-MES                 PIC Z9.                      00003260
           05  FILLER                      PIC X(15)   VALUE            00003270
                                   '  BASE: 360'.                       00003280
           05  FILLER                      PIC X(36)   VALUE SPACES.    00003290
                                                                        00003300
       01  WK-LINEA-CABECERA.                                           00003310
           05  FILLER                      PIC X(18)   VALUE            00003320
                                   'EMPR CENT PRO MON '.                00003330
           05  FILLER                      PIC X(25)   VALUE            00003340
                                   '              SALDO MEDIO'.         00003350
           05  FILLER                      PIC X(11)   VALUE            00003360
                                   '     TASA %'.                       00003370
           05  FILLER                      PIC X(25)   VALUE            00003380
                                   '              IMPORTE FTP'.         00003390
           05  FILLER                      PIC X(07)   VALUE            00003400
                                   '  TIPO '.                           00003410
           05  FILLER                      PIC X(11)   VALUE            00003420
                                   ' EMPR/CENT.'.                       00003430
           05  FILLER                      PIC X(35)   VALUE            00003440
                                   ' CONTABLE'.                         00003450
                                                                        00003460
       01  WK-LINEA-DETALLE.                                            00003470
           05  WD-IDEMPRD                  PIC X(04).                   00003480
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003490
           05  WD-IDCENTD                  PIC X(04).                   00003500
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003510
           05  WD-IDPRODD                  PIC X(03).                   00003520
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003530
           05  WD-CODMONSW                 PIC X(03).                   00003540
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003550
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003560
           05  WD-SLDMEDIO                 PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99. 00003570
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003580
           05  WD-PCTTASA                  PIC -ZZ9,9999.               00003590
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003600
           05  WD-IMPORTE-FTP              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99. 00003610
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003620
           05  WD-TIPO                     PIC X(05).                   00003630
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003640
           05  WD-IDEMPCCO                 PIC X(04).                   00003650
           05  FILLER                      PIC X(01)   VALUE '/'.       00003660
           05  WD-IDCENCCO                 PIC X(04).                   00003670
           05  FILLER                      PIC X(35)   VALUE SPACES.    00003680
                                                                        00003690
      * -- LISTADO KJBCFTS3.                                            00003700
       01  WK-LINEA-TITULO-EXC.                                         00003710
           05  FILLER                      PIC X(30)   VALUE SPACES.    00003720
           05  FILLER                      PIC X(41)   VALUE            00003730
                          'POSICIONES SIN TASA FTP. PERIODO '.          00003740
           05  WE-PERIODO                  PIC X(07).                   00003750
           05  FILLER                      PIC X(54)   VALUE SPACES.    00003760
                                                                        00003770
       01  WK-LINEA-EXCEPCION.                                          00003780
           05  WE-IDEMPRD                  PIC X(04).                   00003790
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003800
           05  WE-IDCENTD                  PIC X(04).                   00003810
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003820
           05  WE-IDPRODD                  PIC X(03).                   00003830
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003840
           05  WE-CODMONSW                 PIC X(03).                   00003850
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003860
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003870
           05  WE-SLDMEDIO                 PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99. 00003880
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003890
           05  WE-OBSERVACIONES            PIC X(30).                   00003900
           05  FILLER                      PIC X(57)   VALUE SPACES.    00003910
                                                                        00003920
      ******************************************************************00003930
      *                      V A R I A B L E S                         *00003940
      ******************************************************************00003950
       01  WK-VARIABLES.                                                00003960
           05  WK-PARAMETROS-SYSIN.                                     00003970
               10  WK-PERIODO              PIC X(07).                   00003980
                                                                        00003990
      * -- ULTIMO DIA Y NUMERO DE DIAS DEL PERIODO.                     00004000
           05  WK-FECHA-FIN-MES            PIC X(10).                   00004010
           05  WK-DIAS-MES                 PIC S9(4) COMP.              00004020
                                                                        00004030
           05  WK-IMPORTE-FTP              PIC S9(15)V9(2) COMP-3.      00004040
           05  WK-IMPORTE-APUNTE           PIC S9(15)V9(2) COMP-3.      00004050
           05  WK-CUENTA-CARGO             PIC X(10).                   00004060
           05  WK-CUENTA-ABONO             PIC X(10).                   00004070
           05  WK-TOTAL-DEBE               PIC S9(15)V9(2) COMP-3.      00004080
           05  WK-TOTAL-HABER              PIC S9(15)V9(2) COMP-3.      00004090
                                                                        00004100
      * -- EMPRESA/CENTRO CONTABLE DE LA POSICION.                      00004110
           05  WK-IDEMPCCO                 PIC X(04).                   00004120
           05  WK-IDCENCCO                 PIC X(04).                   00004130
                                                                        00004140
      * -- CLAVE DE ORIGEN DEL APUNTE.                                  00004150
           05  WK-CLAVE-ORIGEN.                                         00004160
               10  WK-CLAVE-TIPO           PIC X(03).                   00004170
               10  WK-CLAVE-IDEMPRD        PIC X(04).                   00004180
               10  WK-CLAVE-IDCENTD        PIC X(04).                   00004190
               10  WK-CLAVE-IDPRODD        PIC X(03).                   00004200
               10  WK-CLAVE-CODMONSW       PIC X(03).                   00004210
               10  FILLER                  PIC X(03).                   00004220
                                                                        00004230
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00004240
       01  WK-FILA-CURSOR.                                              00004250
           10  WF-IDEMPRD                  PIC X(04).                   00004260
           10  WF-IDCENTD                  PIC X(04).                   00004270
           10  WF-IDPRODD                  PIC X(03).                   00004280
           10  WF-CODMONSW                 PIC X(03).                   00004290
           10  WF-SLDMEDIO                 PIC S9(15)V9(2) COMP-3.      00004300
                                                                        00004310
      * -- AJUSTE DE IMPORTES AL NUMERO DE DECIMALES DE LA MONEDA       00004320
      * -- (CATALOGO POS_CAT_MONEDA).                                   00004330
       01  WK-AJUSTE-DECIMALES.                                         00004340
           05  WK-MONEDA-AJUSTE            PIC X(03).                   00004350
           05  WK-IMPORTE-AJUSTE           PIC S9(15)V9(2) USAGE COMP-3.00004360
           05  WK-IMP-CERO-DEC             PIC S9(15)      USAGE COMP-3.00004370
           05  WK-IMP-UN-DEC               PIC S9(15)V9(1) USAGE COMP-3.00004380
                                                                        00004390
      * -- COPY DE COMUNICACION CON DB2.                                00004400
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004410
                                                                        00004420
      * -- DCLGEN DE LA TABLA POS_TASA_FTP.                             00004430
           EXEC SQL INCLUDE D7401000 END-EXEC.                          00004440
                                                                        00004450
      * -- DCLGEN DE LA TABLA POS_CENTRO_CONTAB.                        00004460
           EXEC SQL INCLUDE D7400700 END-EXEC.                          00004470
                                                                        00004480
      * -- DCLGEN DE LA TABLA POS_CAT_MONEDA (DECIMALES POR MONEDA).    00004490
           EXEC SQL INCLUDE D7398600 END-EXEC.                          00004500
                                                                        00004510
      ******************************************************************00004520
      *                       PROCEDURE DIVISION                       *00004530
      ******************************************************************00004540
       PROCEDURE DIVISION.                                              00004550
                                                                        00004560
           PERFORM 1000-INICIO                                          00004570
              THRU 1000-INICIO-EXIT                                     00004580
                                                                        00004590
           PERFORM 2000-PROCESO                                         00004600
              THRU 2000-PROCESO-EXIT                                    00004610
             UNTIL SI-FIN-CURSOR                                        00004620
                                                                        00004630
           PERFORM 3000-FIN                                             00004640
              THRU 3000-FIN-EXIT                                        00004650
                                                                        00004660
           .                                                            00004670
                                                                        00004680
      ******************************************************************00004690
      ***                   1000-INICIO                             *** 00004700
      ***                   -----------                             *** 00004710
      * SE INICIALIZAN LAS VARIABLES, SE VALIDA EL SYSIN, SE OBTIENEN  *00004720
      * LAS FECHAS DEL PERIODO, SE ABREN LOS FICHEROS Y EL CURSOR Y SE *00004730
      * REALIZA LA PRIMERA LECTURA.                                    *00004740
      ******************************************************************00004750
       1000-INICIO.                                                     00004760
                                                                        00004770
           INITIALIZE WK-VARIABLES                                      00004780
                      WK-FILA-CURSOR                                    00004790
                      CT-CONTADORES                                     00004800
                                                                        00004810
           SET NO-FIN-CURSOR                 TO TRUE                    00004820
                                                                        00004830
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004840
                                                                        00004850
           IF  WK-PERIODO = SPACES OR LOW-VALUES                        00004860
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004870
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00004880
               MOVE CA-PRF-1000              TO WK-PARRAFO              00004890
                                                                        00004900
               PERFORM 9000-CANCELACION                                 00004910
                  THRU 9000-CANCELACION-EXIT                            00004920
                                                                        00004930
           END-IF                                                       00004940
                                                                        00004950
           PERFORM 1150-FECHAS-PERIODO                                  00004960
              THRU 1150-FECHAS-PERIODO-EXIT                             00004970
                                                                        00004980
           PERFORM 1100-ABRIR-FICHEROS                                  00004990
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005000
                                                                        00005010
           MOVE WK-PERIODO                   TO WT-PERIODO              00005020
                                                WE-PERIODO              00005030
           MOVE WK-DIAS-MES                  TO WT-DIAS-MES             00005040
                                                                        00005050
           MOVE WK-LINEA-TITULO              TO REG-KJBCFTS1            00005060
           PERFORM 2500-ESCRIBIR-LINEA                                  00005070
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005080
                                                                        00005090
           MOVE SPACES                       TO REG-KJBCFTS1            00005100
           PERFORM 2500-ESCRIBIR-LINEA                                  00005110
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005120
                                                                        00005130
           MOVE WK-LINEA-CABECERA            TO REG-KJBCFTS1            00005140
           PERFORM 2500-ESCRIBIR-LINEA                                  00005150
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005160
                                                                        00005170
           MOVE WK-LINEA-TITULO-EXC          TO REG-KJBCFTS3            00005180
           PERFORM 2520-ESCRIBIR-EXCEPCION                              00005190
              THRU 2520-ESCRIBIR-EXCEPCION-EXIT                         00005200
                                                                        00005210
           MOVE SPACES                       TO REG-KJBCFTS3            00005220
           PERFORM 2520-ESCRIBIR-EXCEPCION                              00005230
              THRU 2520-ESCRIBIR-EXCEPCION-EXIT                         00005240
                                                                        00005250
           PERFORM 1200-ABRIR-CURSOR                                    00005260
              THRU 1200-ABRIR-CURSOR-EXIT                               00005270
                                                                        00005280
           PERFORM 9200-LEER-CURSOR                                     00005290
              THRU 9200-LEER-CURSOR-EXIT                                00005300
                                                                        00005310
           .                                                            00005320
       1000-INICIO-EXIT.                                                00005330
           EXIT.                                                        00005340
                                                                        00005350
      ******************************************************************00005360
      ***                   1100-ABRIR-FICHEROS                     *** 00005370
      ***                   -------------------                     *** 00005380
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00005390
      ******************************************************************00005400
       1100-ABRIR-FICHEROS.                                             00005410
                                                                        00005420
           OPEN OUTPUT KJBCFTS1                                         00005430
                       KJBCFTS2                                         00005440
                       KJBCFTS3                                         00005450
                                                                        00005460
           IF  FS-KJBCFTS1 NOT = CA-FS-OK                               00005470
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005480
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005490
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005500
               MOVE CA-KJBCFTS1              TO WK-DDNAME               00005510
               MOVE FS-KJBCFTS1              TO WK-FILE-STATUS          00005520
                                                                        00005530
               PERFORM 9000-CANCELACION                                 00005540
                  THRU 9000-CANCELACION-EXIT                            00005550
                                                                        00005560
           END-IF                                                       00005570
                                                                        00005580
           IF  FS-KJBCFTS2 NOT = CA-FS-OK                               00005590
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005600
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005610
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005620
               MOVE CA-KJBCFTS2              TO WK-DDNAME               00005630
               MOVE FS-KJBCFTS2              TO WK-FILE-STATUS          00005640
                                                                        00005650
               PERFORM 9000-CANCELACION                                 00005660
                  THRU 9000-CANCELACION-EXIT                            00005670
                                                                        00005680
           END-IF                                                       00005690
                                                                        00005700
           IF  FS-KJBCFTS3 NOT = CA-FS-OK                               00005710
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005720
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005730
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005740
               MOVE CA-KJBCFTS3              TO WK-DDNAME               00005750
               MOVE FS-KJBCFTS3              TO WK-FILE-STATUS          00005760
                                                                        00005770
               PERFORM 9000-CANCELACION                                 00005780
                  THRU 9000-CANCELACION-EXIT                            00005790
                                                                        00005800
           END-IF                                                       00005810
                                                                        00005820
           .                                                            00005830
       1100-ABRIR-FICHEROS-EXIT.                                        00005840
           EXIT.                                                        00005850
                                                                        00005860
      ******************************************************************00005870
      ***                   1150-FECHAS-PERIODO                     *** 00005880
      ***                   -------------------                     *** 00005890
      * SE OBTIENEN EL ULTIMO DIA DEL PERIODO (FECHA DE VIGENCIA DE LA *00005900
      * TASA Y FECHA DE LOS APUNTES) Y EL NUMERO DE DIAS DEL MES. UN   *00005910
      * PERIODO QUE NO ES UNA FECHA VALIDA CANCELA EL PROCESO.         *00005920
      ******************************************************************00005930
       1150-FECHAS-PERIODO.                                             00005940
                                                                        00005950
           EXEC SQL                                                     00005960
                SELECT CHAR(LAST_DAY(DATE(:WK-PERIODO || '-01')), ISO), 00005970
                       DAY(LAST_DAY(DATE(:WK-PERIODO || '-01')))        00005980
                  INTO :WK-FECHA-FIN-MES,                               00005990
                       :WK-DIAS-MES                                     00006000
                  FROM SYSIBM.SYSDUMMY1                                 00006010
           END-EXEC                                                     00006020
                                                                        00006030
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006040
                                                                        00006050
           IF  NOT DB2-OK                                               00006060
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006070
               MOVE CA-ERR-SYSIN              TO WK-DESCRIPCION         00006080
               MOVE CA-PRF-1150               TO WK-PARRAFO             00006090
               MOVE CA-KJBCCFT                TO WK-RUTINA              00006100
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00006110
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006120
                                                                        00006130
               PERFORM 9000-CANCELACION                                 00006140
                  THRU 9000-CANCELACION-EXIT                            00006150
                                                                        00006160
           END-IF                                                       00006170
                                                                        00006180
           .                                                            00006190
       1150-FECHAS-PERIODO-EXIT.                                        00006200
           EXIT.                                                        00006210
                                                                        00006220
      ******************************************************************00006230
      ***                   1200-ABRIR-CURSOR                       *** 00006240
      ***                   -----------------                       *** 00006250
      * SE DECLARA Y ABRE EL CURSOR DE SALDOS MEDIOS DEL PERIODO POR   *00006260
      * EMPRESA, CENTRO, PRODUCTO Y MONEDA.                            *00006270
      ******************************************************************00006280
       1200-ABRIR-CURSOR.                                               00006290
                                                                        00006300
           EXEC SQL                                                     00006310
                DECLARE C-SALDOS CURSOR FOR                             00006320
                SELECT G6541_IDEMPRD , G6541_IDCENTD ,                  00006330
                       G6541_IDPRODD , G6541_CODMONSW,                  00006340
                       SUM(G6541_SLDMEDIO)                              00006350
                  FROM POS_SLDO_MEDIO                                   00006360
                 WHERE G6541_PERIODO = :WK-PERIODO                      00006370
                 GROUP BY G6541_IDEMPRD , G6541_IDCENTD ,               00006380
                          G6541_IDPRODD , G6541_CODMONSW                00006390
                 ORDER BY G6541_IDEMPRD , G6541_IDCENTD ,               00006400
                          G6541_IDPRODD , G6541_CODMONSW                00006410
           END-EXEC                                                     00006420
                                                                        00006430
           EXEC SQL                                                     00006440
                OPEN C-SALDOS                                           00006450
           END-EXEC                                                     00006460
                                                                        00006470
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006480
                                                                        00006490
           IF  NOT DB2-OK                                               00006500
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006510
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00006520
               MOVE CA-PRF-1200               TO WK-PARRAFO             00006530
               MOVE CA-KJBCCFT                TO WK-RUTINA              00006540
               MOVE CA-POS-SLDO-MEDIO         TO WK-TABLA-DB2           00006550
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006560
                                                                        00006570
               PERFORM 9000-CANCELACION                                 00006580
                  THRU 9000-CANCELACION-EXIT                            00006590
                                                                        00006600
           END-IF                                                       00006610
                                                                        00006620
           .                                                            00006630
       1200-ABRIR-CURSOR-EXIT.                                          00006640
           EXIT.                                                        00006650
                                                                        00006660
      ******************************************************************00006670
      ***                   2000-PROCESO                            *** 00006680
      ***                   ------------                            *** 00006690
      * SE LIQUIDA EL SALDO MEDIO LEIDO Y SE LEE EL SIGUIENTE.         *00006700
      ******************************************************************00006710
       2000-PROCESO.                                                    00006720
                                                                        00006730
           PERFORM 2100-LIQUIDAR-FTP                                    00006740
              THRU 2100-LIQUIDAR-FTP-EXIT                               00006750
                                                                        00006760
           PERFORM 9200-LEER-CURSOR                                     00006770
              THRU 9200-LEER-CURSOR-EXIT                                00006780
                                                                        00006790
           .                                                            00006800
       2000-PROCESO-EXIT.                                               00006810
           EXIT.                                                        00006820
                                                                        00006830
      ******************************************************************00006840
      ***                   2100-LIQUIDAR-FTP                       *** 00006850
      ***                   -----------------                       *** 00006860
      * SE OBTIENE LA TASA FTP DE LA MONEDA; SIN TASA LA POSICION SE   *00006870
      * LISTA COMO EXCEPCION. CON TASA SE CALCULA EL IMPORTE FTP       *00006880
      * (SALDO MEDIO * TASA / 100 * DIAS DEL MES / 360), SE AJUSTA A   *00006890
      * LOS DECIMALES DE LA MONEDA, SE LISTA Y, SI NO ES CERO, SE      *00006900
      * GENERA EL APUNTE CONTABLE.                                     *00006910
      ******************************************************************00006920
       2100-LIQUIDAR-FTP.                                               00006930
                                                                        00006940
           PERFORM 2110-LEER-TASA                                       00006950
              THRU 2110-LEER-TASA-EXIT                                  00006960
                                                                        00006970
           IF  NO-EXISTE-TASA                                           00006980
               PERFORM 2400-LISTAR-SIN-TASA                             00006990
                  THRU 2400-LISTAR-SIN-TASA-EXIT                        00007000
               GO TO 2100-LIQUIDAR-FTP-EXIT                             00007010
           END-IF                                                       00007020
                                                                        00007030
           COMPUTE WK-IMPORTE-AJUSTE ROUNDED =                          00007040
                   WF-SLDMEDIO * G6563-PCTTASA / CN-100                 00007050
                 * WK-DIAS-MES / CN-BASE-DIAS                           00007060
                                                                        00007070
           MOVE WF-CODMONSW                  TO WK-MONEDA-AJUSTE        00007080
                                                                        00007090
           PERFORM 8800-AJUSTAR-DECIMALES                               00007100
              THRU 8800-AJUSTAR-DECIMALES-EXIT                          00007110
                                                                        00007120
           MOVE WK-IMPORTE-AJUSTE            TO WK-IMPORTE-FTP          00007130
                                                                        00007140
           PERFORM 2120-CENTRO-CONTABLE                                 00007150
              THRU 2120-CENTRO-CONTABLE-EXIT                            00007160
                                                                        00007170
           PERFORM 2200-LISTAR-FTP                                      00007180
              THRU 2200-LISTAR-FTP-EXIT                                 00007190
                                                                        00007200
           IF  WK-IMPORTE-FTP = ZEROES                                  00007210
               ADD CN-1                      TO CT-IMPORTE-CERO         00007220
           ELSE                                                         00007230
               ADD CN-1                      TO CT-LIQUIDADOS           00007240
                                                                        00007250
               PERFORM 2300-GENERAR-APUNTE                              00007260
                  THRU 2300-GENERAR-APUNTE-EXIT                         00007270
                                                                        00007280
           END-IF                                                       00007290
                                                                        00007300
           .                                                            00007310
       2100-LIQUIDAR-FTP-EXIT.                                          00007320
           EXIT.                                                        00007330
                                                                        00007340
      ******************************************************************00007350
      ***                   2110-LEER-TASA                          *** 00007360
      ***                   --------------                          *** 00007370
      * SE OBTIENE LA TASA FTP DE LA MONEDA VIGENTE EL ULTIMO DIA DEL  *00007380
      * PERIODO, CON LAS CUENTAS DEL APUNTE. SI HAY VARIAS VIGENTES SE *00007390
      * TOMA LA DE INICIO MAS RECIENTE.                                *00007400
      ******************************************************************00007410
       2110-LEER-TASA.                                                  00007420
                                                                        00007430
           SET NO-EXISTE-TASA                TO TRUE                    00007440
                                                                        00007450
           INITIALIZE DCLPOS-TASA-FTP                                   00007460
                                                                        00007470
           EXEC SQL                                                     00007480
                SELECT G6563_PCTTASA , G6563_CTADEBE ,                  00007490
                       G6563_CTAHABER                                   00007500
                  INTO :G6563-PCTTASA, :G6563-CTADEBE,                  00007510
                       :G6563-CTAHABER                                  00007520
                  FROM POS_TASA_FTP                                     00007530
                 WHERE G6563_CODMONSW = :WF-CODMONSW                    00007540
                   AND G6563_FECINICI <= :WK-FECHA-FIN-MES              00007550
                   AND G6563_FECFIN   >= :WK-FECHA-FIN-MES              00007560
                 ORDER BY G6563_FECINICI DESC                           00007570
                 FETCH FIRST 1 ROW ONLY                                 00007580
           END-EXEC                                                     00007590
                                                                        00007600
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007610
                                                                        00007620
           EVALUATE  TRUE                                               00007630
               WHEN  DB2-OK                                             00007640
                     SET SI-EXISTE-TASA      TO TRUE                    00007650
                                                                        00007660
               WHEN  DB2-CLV-NOT-FOUND                                  00007670
                     CONTINUE                                           00007680
                                                                        00007690
               WHEN  OTHER                                              00007700
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00007710
                     MOVE CA-ERR-TASA        TO WK-DESCRIPCION          00007720
                     MOVE CA-PRF-2110        TO WK-PARRAFO              00007730
                     MOVE CA-KJBCCFT         TO WK-RUTINA               00007740
                     MOVE CA-POS-TASA-FTP    TO WK-TABLA-DB2            00007750
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00007760
                                                                        00007770
                     PERFORM 9000-CANCELACION                           00007780
                        THRU 9000-CANCELACION-EXIT                      00007790
                                                                        00007800
           END-EVALUATE                                                 00007810
                                                                        00007820
           .                                                            00007830
       2110-LEER-TASA-EXIT.                                             00007840
           EXIT.                                                        00007850
                                                                        00007860
      ******************************************************************00007870
      ***                   2120-CENTRO-CONTABLE                    *** 00007880
      ***                   --------------------                    *** 00007890
      * SE RESUELVE LA EMPRESA/CENTRO CONTABLE DE LA POSICION A FIN DE *00007900
      * MES SEGUN POS_CENTRO_CONTAB (EL MAPEO DEL PRODUCTO PREVALECE   *00007910
      * SOBRE EL DEL CENTRO). SIN MAPEO SE TOMA LA EMPRESA/CENTRO      *00007920
      * OPERATIVO.                                                     *00007930
      ******************************************************************00007940
       2120-CENTRO-CONTABLE.                                            00007950
                                                                        00007960
           MOVE WF-IDEMPRD                   TO WK-IDEMPCCO             00007970
           MOVE WF-IDCENTD                   TO WK-IDCENCCO             00007980
                                                                        00007990
           INITIALIZE DCLPOS-CENTRO-CONTAB                              00008000
                                                                        00008010
           EXEC SQL                                                     00008020
                SELECT G6560_IDEMPCCO, G6560_IDCENCCO                   00008030
                  INTO :G6560-IDEMPCCO, :G6560-IDCENCCO                 00008040
                  FROM POS_CENTRO_CONTAB                                00008050
                 WHERE G6560_IDEMPRD  = :WF-IDEMPRD                     00008060
                   AND G6560_IDCENTD  = :WF-IDCENTD                     00008070
                   AND G6560_IDPRODD IN (:WF-IDPRODD, ' ')              00008080
                   AND G6560_FECINICI <= :WK-FECHA-FIN-MES              00008090
                   AND G6560_FECFIN   >= :WK-FECHA-FIN-MES              00008100
                 ORDER BY G6560_IDPRODD DESC                            00008110
                 FETCH FIRST 1 ROW ONLY                                 00008120
           END-EXEC                                                     00008130
                                                                        00008140
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008150
                                                                        00008160
           EVALUATE  TRUE                                               00008170
               WHEN  DB2-OK                                             00008180
                     MOVE G6560-IDEMPCCO     TO WK-IDEMPCCO             00008190
                     MOVE G6560-IDCENCCO     TO WK-IDCENCCO             00008200
                                                                        00008210
               WHEN  DB2-CLV-NOT-FOUND                                  00008220
                     CONTINUE                                           00008230
                                                                        00008240
               WHEN  OTHER                                              00008250
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00008260
                     MOVE CA-ERR-MAPA        TO WK-DESCRIPCION          00008270
                     MOVE CA-PRF-2120        TO WK-PARRAFO              00008280
                     MOVE CA-KJBCCFT         TO WK-RUTINA               00008290
                     MOVE CA-POS-CENTRO-CONTAB                          00008300
                                             TO WK-TABLA-DB2            00008310
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00008320
                                                                        00008330
                     PERFORM 9000-CANCELACION                           00008340
                        THRU 9000-CANCELACION-EXIT                      00008350
                                                                        00008360
           END-EVALUATE                                                 00008370
                                                                        00008380
           .                                                            00008390
       2120-CENTRO-CONTABLE-EXIT.                                       00008400
           EXIT.                                                        00008410
                                                                        00008420
      ******************************************************************00008430
      ***                   2200-LISTAR-FTP                         *** 00008440
      ***                   ---------------                         *** 00008450
      * SE ESCRIBE EN EL LISTADO EL CARGO/ABONO FTP DE LA POSICION.    *00008460
      ******************************************************************00008470
       2200-LISTAR-FTP.                                                 00008480
                                                                        00008490
           MOVE WF-IDEMPRD                   TO WD-IDEMPRD              00008500
           MOVE WF-IDCENTD                   TO WD-IDCENTD              00008510
           MOVE WF-IDPRODD                   TO WD-IDPRODD              00008520
           MOVE WF-CODMONSW                  TO WD-CODMONSW             00008530
           MOVE WF-SLDMEDIO                  TO WD-SLDMEDIO             00008540
           MOVE G6563-PCTTASA                TO WD-PCTTASA              00008550
           MOVE WK-IMPORTE-FTP               TO WD-IMPORTE-FTP          00008560
           MOVE WK-IDEMPCCO                  TO WD-IDEMPCCO             00008570
           MOVE WK-IDCENCCO                  TO WD-IDCENCCO             00008580
                                                                        00008590
           EVALUATE  TRUE                                               00008600
               WHEN  WK-IMPORTE-FTP > ZEROES                            00008610
                     MOVE CA-ABONO           TO WD-TIPO                 00008620
               WHEN  WK-IMPORTE-FTP < ZEROES                            00008630
                     MOVE CA-CARGO           TO WD-TIPO                 00008640
               WHEN  OTHER                                              00008650
                     MOVE SPACES             TO WD-TIPO                 00008660
           END-EVALUATE                                                 00008670
                                                                        00008680
           MOVE WK-LINEA-DETALLE             TO REG-KJBCFTS1            00008690
                                                                        00008700
           PERFORM 2500-ESCRIBIR-LINEA                                  00008710
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00008720
                                                                        00008730
           .                                                            00008740
       2200-LISTAR-FTP-EXIT.                                            00008750
           EXIT.                                                        00008760
                                                                        00008770
      ******************************************************************00008780
      ***                   2300-GENERAR-APUNTE                     *** 00008790
      ***                   -------------------                     *** 00008800
      * SE GENERA EL APUNTE CUADRADO: UN ABONO AL CENTRO (IMPORTE      *00008810
      * POSITIVO) CARGA EN LA CUENTA DEBE DE LA TASA Y ABONA EN LA     *00008820
      * CUENTA HABER; UN CARGO AL CENTRO A LA INVERSA.                 *00008830
      ******************************************************************00008840
       2300-GENERAR-APUNTE.                                             00008850
                                                                        00008860
           IF  WK-IMPORTE-FTP > ZEROES                                  00008870
               MOVE G6563-CTADEBE            TO WK-CUENTA-CARGO         00008880
               MOVE G6563-CTAHABER           TO WK-CUENTA-ABONO         00008890
               MOVE WK-IMPORTE-FTP           TO WK-IMPORTE-APUNTE       00008900
           ELSE                                                         00008910
               MOVE G6563-CTAHABER           TO WK-CUENTA-CARGO         00008920
               MOVE G6563-CTADEBE            TO WK-CUENTA-ABONO         00008930
               COMPUTE WK-IMPORTE-APUNTE = WK-IMPORTE-FTP * -1          00008940
           END-IF                                                       00008950
                                                                        00008960
           MOVE CA-ORIGEN-FTP                TO WK-CLAVE-TIPO           00008970
           MOVE WF-IDEMPRD                   TO WK-CLAVE-IDEMPRD        00008980
           MOVE WF-IDCENTD                   TO WK-CLAVE-IDCENTD        00008990
           MOVE WF-IDPRODD                   TO WK-CLAVE-IDPRODD        00009000
           MOVE WF-CODMONSW                  TO WK-CLAVE-CODMONSW       00009010
                                                                        00009020
           MOVE SPACES                       TO REG-KJBCFTS2            00009030
           MOVE CA-TIPO-APUNTE               TO RS-TIPO-REG             00009040
           MOVE WK-FECHA-FIN-MES             TO RS-FECHA                00009050
           MOVE WK-CUENTA-CARGO              TO RS-CUENTA               00009060
           MOVE CA-DEBE                      TO RS-DEBE-HABER           00009070
           MOVE CA-SIGNO-MAS                 TO RS-SIGNO                00009080
           MOVE WK-IMPORTE-APUNTE            TO RS-IMPORTE              00009090
           MOVE WF-CODMONSW                  TO RS-CODMONSW             00009100
           MOVE WK-CLAVE-ORIGEN              TO RS-CLAVE-ORIGEN         00009110
           MOVE WK-IDEMPCCO                  TO RS-IDEMPCCO             00009120
           MOVE WK-IDCENCCO                  TO RS-IDCENCCO             00009130
                                                                        00009140
           PERFORM 2510-ESCRIBIR-APUNTE                                 00009150
              THRU 2510-ESCRIBIR-APUNTE-EXIT                            00009160
                                                                        00009170
           ADD WK-IMPORTE-APUNTE             TO WK-TOTAL-DEBE           00009180
                                                                        00009190
           MOVE SPACES                       TO REG-KJBCFTS2            00009200
           MOVE CA-TIPO-APUNTE               TO RS-TIPO-REG             00009210
           MOVE WK-FECHA-FIN-MES             TO RS-FECHA                00009220
           MOVE WK-CUENTA-ABONO              TO RS-CUENTA               00009230
           MOVE CA-HABER                     TO RS-DEBE-HABER           00009240
           MOVE CA-SIGNO-MAS                 TO RS-SIGNO                00009250
           MOVE WK-IMPORTE-APUNTE            TO RS-IMPORTE              00009260
           MOVE WF-CODMONSW                  TO RS-CODMONSW             00009270
           MOVE WK-CLAVE-ORIGEN              TO RS-CLAVE-ORIGEN         00009280
           MOVE WK-IDEMPCCO                  TO RS-IDEMPCCO             00009290
           MOVE WK-IDCENCCO                  TO RS-IDCENCCO             00009300
                                                                        00009310
           PERFORM 2510-ESCRIBIR-APUNTE                                 00009320
              THRU 2510-ESCRIBIR-APUNTE-EXIT                            00009330
                                                                        00009340
           ADD WK-IMPORTE-APUNTE             TO WK-TOTAL-HABER          00009350
                                                                        00009360
           .                                                            00009370
       2300-GENERAR-APUNTE-EXIT.                                        00009380
           EXIT.                                                        00009390
                                                                        00009400
      ******************************************************************00009410
      ***                   2400-LISTAR-SIN-TASA                    *** 00009420
      ***                   --------------------                    *** 00009430
      * SE LISTA COMO EXCEPCION LA POSICION CUYA MONEDA NO TIENE TASA  *00009440
      * FTP VIGENTE A FIN DE MES.                                      *00009450
      ******************************************************************00009460
       2400-LISTAR-SIN-TASA.                                            00009470
                                                                        00009480
           ADD CN-1                          TO CT-SIN-TASA             00009490
                                                                        00009500
           MOVE WF-IDEMPRD                   TO WE-IDEMPRD              00009510
           MOVE WF-IDCENTD                   TO WE-IDCENTD              00009520
           MOVE WF-IDPRODD                   TO WE-IDPRODD              00009530
           MOVE WF-CODMONSW                  TO WE-CODMONSW             00009540
           MOVE WF-SLDMEDIO                  TO WE-SLDMEDIO             00009550
           MOVE CA-OBS-SIN-TASA              TO WE-OBSERVACIONES        00009560
                                                                        00009570
           MOVE WK-LINEA-EXCEPCION           TO REG-KJBCFTS3            00009580
                                                                        00009590
           PERFORM 2520-ESCRIBIR-EXCEPCION                              00009600
              THRU 2520-ESCRIBIR-EXCEPCION-EXIT                         00009610
                                                                        00009620
           .                                                            00009630
       2400-LISTAR-SIN-TASA-EXIT.                                       00009640
           EXIT.                                                        00009650
                                                                        00009660
      ******************************************************************00009670
      ***                   2500-ESCRIBIR-LINEA                     *** 00009680
      ***                   -------------------                     *** 00009690
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO KJBCFTS1.          *00009700
      ******************************************************************00009710
       2500-ESCRIBIR-LINEA.                                             00009720
                                                                        00009730
           WRITE REG-KJBCFTS1                                           00009740
                                                                        00009750
           IF  FS-KJBCFTS1 NOT = CA-FS-OK                               00009760
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009770
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00009780
               MOVE CA-PRF-2500              TO WK-PARRAFO              00009790
               MOVE CA-KJBCFTS1              TO WK-DDNAME               00009800
               MOVE FS-KJBCFTS1              TO WK-FILE-STATUS          00009810
               MOVE REG-KJBCFTS1             TO WK-DATOS-REGISTRO       00009820
                                                                        00009830
               PERFORM 9000-CANCELACION                                 00009840
                  THRU 9000-CANCELACION-EXIT                            00009850
                                                                        00009860
           END-IF                                                       00009870
                                                                        00009880
           .                                                            00009890
       2500-ESCRIBIR-LINEA-EXIT.                                        00009900
           EXIT.                                                        00009910
                                                                        00009920
      ******************************************************************00009930
      ***                   2510-ESCRIBIR-APUNTE                    *** 00009940
      ***                   --------------------                    *** 00009950
      * SE ESCRIBE EL REGISTRO DE APUNTE EN CURSO.                     *00009960
      ******************************************************************00009970
       2510-ESCRIBIR-APUNTE.                                            00009980
                                                                        00009990
           WRITE REG-KJBCFTS2                                           00010000
                                                                        00010010
           IF  FS-KJBCFTS2 NOT = CA-FS-OK                               00010020
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010030
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010040
               MOVE CA-PRF-2510              TO WK-PARRAFO              00010050
               MOVE CA-KJBCFTS2              TO WK-DDNAME               00010060
               MOVE FS-KJBCFTS2              TO WK-FILE-STATUS          00010070
               MOVE REG-KJBCFTS2             TO WK-DATOS-REGISTRO       00010080
                                                                        00010090
               PERFORM 9000-CANCELACION                                 00010100
                  THRU 9000-CANCELACION-EXIT                            00010110
                                                                        00010120
           END-IF                                                       00010130
                                                                        00010140
           ADD CN-1                           TO CT-APUNTES             00010150
                                                                        00010160
           .                                                            00010170
       2510-ESCRIBIR-APUNTE-EXIT.                                       00010180
           EXIT.                                                        00010190
                                                                        00010200
      ******************************************************************00010210
      ***                   2520-ESCRIBIR-EXCEPCION                 *** 00010220
      ***                   -----------------------                 *** 00010230
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO KJBCFTS3.          *00010240
      ******************************************************************00010250
       2520-ESCRIBIR-EXCEPCION.                                         00010260
                                                                        00010270
           WRITE REG-KJBCFTS3                                           00010280
                                                                        00010290
           IF  FS-KJBCFTS3 NOT = CA-FS-OK                               00010300
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010310
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010320
               MOVE CA-PRF-2520              TO WK-PARRAFO              00010330
               MOVE CA-KJBCFTS3              TO WK-DDNAME               00010340
               MOVE FS-KJBCFTS3              TO WK-FILE-STATUS          00010350
               MOVE REG-KJBCFTS3             TO WK-DATOS-REGISTRO       00010360
                                                                        00010370
               PERFORM 9000-CANCELACION                                 00010380
                  THRU 9000-CANCELACION-EXIT                            00010390
                                                                        00010400
           END-IF                                                       00010410
                                                                        00010420
           .                                                            00010430
       2520-ESCRIBIR-EXCEPCION-EXIT.                                    00010440
           EXIT.                                                        00010450
                                                                        00010460
      ******************************************************************00010470
      ***                   3000-FIN                                *** 00010480
      ***                   --------                                *** 00010490
      * SE ESCRIBE EL REGISTRO FINAL CON LOS TOTALES DEBE/HABER, SE    *00010500
      * CIERRAN CURSOR Y FICHEROS, SE MUESTRAN LAS ESTADISTICAS Y SE   *00010510
      * FIJA EL CODIGO DE RETORNO SI HUBO POSICIONES SIN TASA.         *00010520
      ******************************************************************00010530
       3000-FIN.                                                        00010540
                                                                        00010550
           MOVE SPACES                       TO REG-KJBCFTS2            00010560
           MOVE CA-TIPO-FINAL                TO RS-TIPO-REG             00010570
           MOVE WK-FECHA-FIN-MES             TO RS-FECHA                00010580
           MOVE CA-DEBE                      TO RS-DEBE-HABER           00010590
           MOVE CA-SIGNO-MAS                 TO RS-SIGNO                00010600
           MOVE WK-TOTAL-DEBE                TO RS-IMPORTE              00010610
                                                                        00010620
           PERFORM 2510-ESCRIBIR-APUNTE                                 00010630
              THRU 2510-ESCRIBIR-APUNTE-EXIT                            00010640
                                                                        00010650
           MOVE SPACES                       TO REG-KJBCFTS2            00010660
           MOVE CA-TIPO-FINAL                TO RS-TIPO-REG             00010670
           MOVE WK-FECHA-FIN-MES             TO RS-FECHA                00010680
           MOVE CA-HABER                     TO RS-DEBE-HABER           00010690
           MOVE CA-SIGNO-MAS                 TO RS-SIGNO                00010700
           MOVE WK-TOTAL-HABER               TO RS-IMPORTE              00010710
                                                                        00010720
           PERFORM 2510-ESCRIBIR-APUNTE                                 00010730
              THRU 2510-ESCRIBIR-APUNTE-EXIT                            00010740
                                                                        00010750
           PERFORM 3100-CERRAR-FICHEROS                                 00010760
              THRU 3100-CERRAR-FICHEROS-EXIT                            00010770
                                                                        00010780
           PERFORM 3200-ESTADISTICAS                                    00010790
              THRU 3200-ESTADISTICAS-EXIT                               00010800
                                                                        00010810
           IF  CT-SIN-TASA > ZEROES                                     00010820
               MOVE CN-4                     TO RETURN-CODE             00010830
           END-IF                                                       00010840
                                                                        00010850
           STOP RUN                                                     00010860
                                                                        00010870
           .                                                            00010880
       3000-FIN-EXIT.                                                   00010890
           EXIT.                                                        00010900
                                                                        00010910
      ******************************************************************00010920
      ***                   3100-CERRAR-FICHEROS                    *** 00010930
      ***                   --------------------                    *** 00010940
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS.                    *00010950
      ******************************************************************00010960
       3100-CERRAR-FICHEROS.                                            00010970
                                                                        00010980
           EXEC SQL                                                     00010990
                CLOSE C-SALDOS                                          00011000
           END-EXEC                                                     00011010
                                                                        00011020
           CLOSE KJBCFTS1                                               00011030
                 KJBCFTS2                                               00011040
                 KJBCFTS3                                               00011050
                                                                        00011060
           IF  FS-KJBCFTS1 NOT = CA-FS-OK                               00011070
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011080
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00011090
               MOVE CA-PRF-3100              TO WK-PARRAFO              00011100
               MOVE CA-KJBCFTS1              TO WK-DDNAME               00011110
               MOVE FS-KJBCFTS1              TO WK-FILE-STATUS          00011120
                                                                        00011130
               PERFORM 9000-CANCELACION                                 00011140
                  THRU 9000-CANCELACION-EXIT                            00011150
                                                                        00011160
           END-IF                                                       00011170
                                                                        00011180
           IF  FS-KJBCFTS2 NOT = CA-FS-OK                               00011190
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011200
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00011210
               MOVE CA-PRF-3100              TO WK-PARRAFO              00011220
               MOVE CA-KJBCFTS2              TO WK-DDNAME               00011230
               MOVE FS-KJBCFTS2              TO WK-FILE-STATUS          00011240
                                                                        00011250
               PERFORM 9000-CANCELACION                                 00011260
                  THRU 9000-CANCELACION-EXIT                            00011270
                                                                        00011280
           END-IF                                                       00011290
                                                                        00011300
           IF  FS-KJBCFTS3 NOT = CA-FS-OK                               00011310
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011320
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00011330
               MOVE CA-PRF-3100              TO WK-PARRAFO              00011340
               MOVE CA-KJBCFTS3              TO WK-DDNAME               00011350
               MOVE FS-KJBCFTS3              TO WK-FILE-STATUS          00011360
                                                                        00011370
               PERFORM 9000-CANCELACION                                 00011380
                  THRU 9000-CANCELACION-EXIT                            00011390
                                                                        00011400
           END-IF                                                       00011410
                                                                        00011420
           .                                                            00011430
       3100-CERRAR-FICHEROS-EXIT.                                       00011440
           EXIT.                                                        00011450
                                                                        00011460
      ******************************************************************00011470
      ***                   3200-ESTADISTICAS                       *** 00011480
      ***                   -----------------                       *** 00011490
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00011500
      ******************************************************************00011510
       3200-ESTADISTICAS.                                               00011520
                                                                        00011530
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00011540
           MOVE CT-LIQUIDADOS                 TO WK-LIQUIDADOS-ED       00011550
           MOVE CT-IMPORTE-CERO               TO WK-IMPORTE-CERO-ED     00011560
           MOVE CT-SIN-TASA                   TO WK-SIN-TASA-ED         00011570
           MOVE CT-APUNTES                    TO WK-APUNTES-ED          00011580
                                                                        00011590
           DISPLAY WK-CAB-1                                             00011600
           DISPLAY WK-CAB-2                                             00011610
           DISPLAY WK-CAB-1                                             00011620
           DISPLAY WK-CAB-3                                             00011630
           DISPLAY WK-CAB-4                                             00011640
           DISPLAY WK-CAB-5                                             00011650
           DISPLAY WK-CAB-6                                             00011660
           DISPLAY WK-CAB-7                                             00011670
           DISPLAY WK-CAB-1                                             00011680
                                                                        00011690
           .                                                            00011700
       3200-ESTADISTICAS-EXIT.                                          00011710
           EXIT.                                                        00011720
                                                                        00011730
      ******************************************************************00011740
      ***                   8800-AJUSTAR-DECIMALES                  *** 00011750
      ***                   ----------------------                  *** 00011760
      * SE AJUSTA EL IMPORTE WK-IMPORTE-AJUSTE AL NUMERO DE DECIMALES  *00011770
      * DE SU MONEDA SEGUN EL CATALOGO POS_CAT_MONEDA. LAS MONEDAS NO  *00011780
      * CATALOGADAS O CON DOS DECIMALES SE DEJAN COMO ESTAN.           *00011790
      ******************************************************************00011800
       8800-AJUSTAR-DECIMALES.                                          00011810
                                                                        00011820
           EXEC SQL                                                     00011830
                SELECT G6538_NUMDECIM                                   00011840
                  INTO :G6538-NUMDECIM                                  00011850
                  FROM POS_CAT_MONEDA                                   00011860
                 WHERE G6538_CODMONSW = :WK-MONEDA-AJUSTE               00011870
           END-EXEC                                                     00011880
                                                                        00011890
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011900
                                                                        00011910
           EVALUATE  TRUE                                               00011920
               WHEN  DB2-OK AND G6538-NUMDECIM = ZEROES                 00011930
                     COMPUTE WK-IMP-CERO-DEC ROUNDED =                  00011940
                             WK-IMPORTE-AJUSTE                          00011950
                     MOVE WK-IMP-CERO-DEC     TO WK-IMPORTE-AJUSTE      00011960
                                                                        00011970
               WHEN  DB2-OK AND G6538-NUMDECIM = CN-1                   00011980
                     COMPUTE WK-IMP-UN-DEC ROUNDED =                    00011990
                             WK-IMPORTE-AJUSTE                          00012000
                     MOVE WK-IMP-UN-DEC       TO WK-IMPORTE-AJUSTE      00012010
                                                                        00012020
               WHEN  DB2-OK                                             00012030
               WHEN  DB2-CLV-NOT-FOUND                                  00012040
                     CONTINUE                                           00012050
                                                                        00012060
               WHEN  OTHER                                              00012070
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00012080
                     MOVE CA-ERR-CAT-MONEDA   TO WK-DESCRIPCION         00012090
                     MOVE CA-PRF-8800         TO WK-PARRAFO             00012100
                     MOVE CA-KJBCCFT          TO WK-RUTINA              00012110
                     MOVE CA-POS-CAT-MONEDA   TO WK-TABLA-DB2           00012120
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00012130
                                                                        00012140
                     PERFORM 9000-CANCELACION                           00012150
                        THRU 9000-CANCELACION-EXIT                      00012160
                                                                        00012170
           END-EVALUATE                                                 00012180
                                                                        00012190
           .                                                            00012200
       8800-AJUSTAR-DECIMALES-EXIT.                                     00012210
           EXIT.                                                        00012220
                                                                        00012230
      ******************************************************************00012240
      ***                   9200-LEER-CURSOR                        *** 00012250
      ***                   ----------------                        *** 00012260
      * SE REALIZA EL FETCH DEL CURSOR C-SALDOS.                       *00012270
      ******************************************************************00012280
       9200-LEER-CURSOR.                                                00012290
                                                                        00012300
           EXEC SQL                                                     00012310
                FETCH C-SALDOS                                          00012320
                 INTO :WF-IDEMPRD , :WF-IDCENTD ,                       00012330
                      :WF-IDPRODD , :WF-CODMONSW,                       00012340
                      :WF-SLDMEDIO                                      00012350
           END-EXEC                                                     00012360
                                                                        00012370
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00012380
                                                                        00012390
           EVALUATE  TRUE                                               00012400
               WHEN  DB2-OK                                             00012410
                     ADD CN-1                 TO CT-REG-LEIDOS          00012420
                                                                        00012430
               WHEN  DB2-CLV-NOT-FOUND                                  00012440
                     SET SI-FIN-CURSOR        TO TRUE                   00012450
                                                                        00012460
               WHEN  OTHER                                              00012470
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00012480
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00012490
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00012500
                     MOVE CA-KJBCCFT          TO WK-RUTINA              00012510
                     MOVE CA-POS-SLDO-MEDIO   TO WK-TABLA-DB2           00012520
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00012530
                                                                        00012540
                     PERFORM 9000-CANCELACION                           00012550
                        THRU 9000-CANCELACION-EXIT                      00012560
                                                                        00012570
           END-EVALUATE                                                 00012580
                                                                        00012590
           .                                                            00012600
       9200-LEER-CURSOR-EXIT.                                           00012610
           EXIT.                                                        00012620
                                                                        00012630
      ******************************************************************00012640
      ***                   9000-CANCELACION                        *** 00012650
      ***                   ----------------                        *** 00012660
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00012670
      ******************************************************************00012680
       9000-CANCELACION.                                                00012690
                                                                        00012700
           MOVE CA-RESP                       TO WK-RESPONSABLE         00012710
                                                                        00012720
           EVALUATE  TRUE                                               00012730
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00012740
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012750
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012760
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00012770
                         RESPONSABLE('WK-RESPONSABLE')                  00012780
                         DESCRIPCION('WK-DESCRIPCION')                  00012790
                         PROGRAMA('WK-PROGRAMA')                        00012800
                         PARRAFO('WK-PARRAFO')                          00012810
                         SQLCA('SQLCA')                                 00012820
                         TABLA_DB2('WK-TABLA-DB2')                      00012830
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00012840
                     END-FUN                                            00012850
                                                                        00012860
               WHEN  OTHER                                              00012870
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012880
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012890
                         RESPONSABLE('WK-RESPONSABLE')                  00012900
                         DESCRIPCION('WK-DESCRIPCION')                  00012910
                         PROGRAMA('WK-PROGRAMA')                        00012920
                         PARRAFO('WK-PARRAFO')                          00012930
                         DDNAME('WK-DDNAME')                            00012940
                         FILE_STATUS('WK-FILE-STATUS')                  00012950
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00012960
                     END-FUN                                            00012970
                                                                        00012980
           END-EVALUATE                                                 00012990
                                                                        00013000
           .                                                            00013010
       9000-CANCELACION-EXIT.                                           00013020
           EXIT.                                                        00013030
