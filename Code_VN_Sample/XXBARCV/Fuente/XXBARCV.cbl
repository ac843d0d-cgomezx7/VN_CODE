      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBARCV.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE COMPARACION DE DOS VERSIONES    *00000110
      *               ARCHIVADAS DEL MISMO LISTADO (MISMO PROGRAMA Y   *00000120
      *               FECHA DE NEGOCIO) EN EL REPOSITORIO DE INFORMES. *00000130
      *               CARGA LAS LINEAS DE AMBAS VERSIONES DE           *00000140
      *               REPO_INFORME_LIN Y LISTA LAS LINEAS ANADIDAS,    *00000150
      *               SUPRIMIDAS Y MODIFICADAS DE LA VERSION NUEVA     *00000160
      *               RESPECTO A LA ANTERIOR, CON UN RESUMEN FINAL.    *00000170
      *               PARA QUE LA COMPARACION SOLO MUESTRE CAMBIOS DE  *00000180
      *               CONTENIDO:                                       *00000190
      *               - SE OMITEN LAS LINEAS DE CABECERA DEL LISTADO   *00000200
      *                 (LAS CN-LINEAS-CABECERA PRIMERAS) Y CUALQUIER  *00000210
      *                 LINEA POSTERIOR IGUAL A UNA DE ELLAS (CABECERA *00000220
      *                 REPETIDA EN CADA PAGINA).                      *00000230
      *               - LAS MARCAS DE TIEMPO (AAAA-MM-DD-HH.MM.SS.NNNN *00000240
      *                 NN) Y LAS HORAS (HH:MM:SS O HH.MM.SS) SE       *00000250
      *                 ENMASCARAN ANTES DE COMPARAR, PERO EL LISTADO  *00000260
      *                 MUESTRA LA LINEA TAL COMO SE ARCHIVO.          *00000270
      *               LAS LINEAS SE EMPAREJAN EN ORDEN; ANTE UNA       *00000280
      *               DIFERENCIA SE BUSCA LA RESINCRONIZACION EN LAS   *00000290
      *               CN-VENTANA LINEAS SIGUIENTES DE CADA VERSION.    *00000300
      *               SI HAY DIFERENCIAS TERMINA CON CONDITION CODE 4. *00000310
      *-                                                              -*00000320
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000330
      *        WK-PROGRAMA-EMISOR : PROGRAMA QUE EMITIO EL LISTADO.    *00000340
      *        WK-FECHA-NEGOCIO   : FECHA DE NEGOCIO (AAAA-MM-DD).     *00000350
      *        WK-VERSION-ANT-X   : VERSION ANTERIOR (3 DIGITOS; EN    *00000360
      *                             BLANCO, LA PREVIA A LA NUEVA).     *00000370
      *        WK-VERSION-NUE-X   : VERSION NUEVA (3 DIGITOS; EN       *00000380
      *                             BLANCO, LA ULTIMA ARCHIVADA).      *00000390
      *-                                                              -*00000400
      *  FICHEROS DE SALIDA:                                           *00000410
      *        XXBARCS1 : LISTADO DE DIFERENCIAS ENTRE VERSIONES.      *00000420
      *-                                                              -*00000430
      *  TABLAS:                                                       *00000440
      *        REPO_INFORME_IDX : INDICE DEL REPOSITORIO (LECTURA).    *00000450
      *        REPO_INFORME_LIN : LINEAS ARCHIVADAS (LECTURA).         *00000460
      *-                                                              -*00000470
      ******************************************************************00000480
      *                  M O D I F I C A C I O N E S                   *00000490
      *                  ---------------------------                   *00000500
      *                                                                *00000510
      * USUARIO  FECHA        DESCRIPCION                              *00000520
      * -------- ----------   ---------------------------------------- *00000530
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. COMPARACION DE   *00000540
      *                        VERSIONES ARCHIVADAS DE UN LISTADO.     *00000550
      *                                                                *00000560
      ******************************************************************00000570
                                                                        00000580
      ******************************************************************00000590
      * IDENTIFICATION DIVISION                                        *00000600
      ******************************************************************00000610
       IDENTIFICATION DIVISION.                                         00000620
       PROGRAM-ID.    XXBARCV.                                          00000630
       AUTHOR.        VIEWNEXT.                                         00000640
       DATE-WRITTEN.  15-10-2026.                                       00000650
       DATE-COMPILED.                                                   00000660
                                                                        00000670
      ******************************************************************00000680
      * ENVIRONMENT DIVISION                                           *00000690
      ******************************************************************00000700
       ENVIRONMENT DIVISION.                                            00000710
                                                                        00000720
      *----------------------------------------------------------------*00000730
      * CONFIGURATION SECTION                                          *00000740
      *----------------------------------------------------------------*00000750
       CONFIGURATION SECTION.                                           00000760
                                                                        00000770
       SOURCE-COMPUTER. IBM-3090.                                       00000780
       OBJECT-COMPUTER. IBM-3090.                                       00000790
       SPECIAL-NAMES.                                                   00000800
           DECIMAL-POINT IS COMMA.                                      00000810
                                                                        00000820
      *----------------------------------------------------------------*00000830
      * INPUT OUTPUT SECTION                                           *00000840
      *----------------------------------------------------------------*00000850
       INPUT-OUTPUT SECTION.                                            00000860
       FILE-CONTROL.                                                    00000870
                                                                        00000880
      * -- LISTADO DE DIFERENCIAS ENTRE VERSIONES.                      00000890
           SELECT XXBARCS1 ASSIGN XXBARCS1                              00000900
                  ACCESS MODE IS SEQUENTIAL                             00000910
                  FILE STATUS IS FS-XXBARCS1.                           00000920
                                                                        00000930
      ******************************************************************00000940
      * DATA DIVISION                                                  *00000950
      ******************************************************************00000960
       DATA DIVISION.                                                   00000970
                                                                        00000980
      *----------------------------------------------------------------*00000990
      * FILE SECTION                                                   *00001000
      *----------------------------------------------------------------*00001010
       FILE SECTION.                                                    00001020
                                                                        00001030
       FD  XXBARCS1                                                     00001040
           BLOCK CONTAINS 0 RECORDS                                     00001050
           RECORDING MODE IS F                                          00001060
           LABEL RECORD ARE STANDARD                                    00001070
           RECORD CONTAINS 132 CHARACTERS                               00001080
           DATA RECORD IS REG-XXBARCS1.                                 00001090
       01  REG-XXBARCS1                    PIC X(132).                  00001100
                                                                        00001110
      *----------------------------------------------------------------*00001120
      * WORKING-STORAGE SECTION                                        *00001130
      *----------------------------------------------------------------*00001140
       WORKING-STORAGE SECTION.                                         00001150
                                                                        00001160
      ******************************************************************00001170
      *                        S W I T C H E S                         *00001180
      ******************************************************************00001190
       01  SW-SWITCHES.                                                 00001200
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001210
               88  DB2-OK                              VALUE 0.         00001220
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001230
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001240
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001250
           05  SW-FIN-LINEAS               PIC X(01)   VALUE 'N'.       00001260
               88  SI-FIN-LINEAS                       VALUE 'S'.       00001270
               88  NO-FIN-LINEAS                       VALUE 'N'.       00001280
           05  SW-ENCONTRADA               PIC X(01)   VALUE 'N'.       00001290
               88  SI-ENCONTRADA                       VALUE 'S'.       00001300
               88  NO-ENCONTRADA                       VALUE 'N'.       00001310
                                                                        00001320
      ******************************************************************00001330
      *                      C O N S T A N T E S                       *00001340
      ******************************************************************00001350
       01  CT-CONSTANTES.                                               00001360
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001370
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001380
               10  CA-XXBARCV              PIC X(08)   VALUE 'XXBARCV'. 00001390
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001400
      -                            'PAGO'.                              00001410
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001420
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001430
               10  CA-XXBARCS1             PIC X(08)   VALUE 'XXBARCS1'.00001440
               10  CA-REPO-IDX             PIC X(16)   VALUE 'REPO_INFOR00001450
      -                            'ME_IDX'.                            00001460
               10  CA-REPO-LIN             PIC X(16)   VALUE 'REPO_INFOR00001470
      -                            'ME_LIN'.                            00001480
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001490
               10  CA-GUION                PIC X(01)   VALUE '-'.       00001500
               10  CA-PUNTO                PIC X(01)   VALUE '.'.       00001510
               10  CA-DOS-PUNTOS           PIC X(01)   VALUE ':'.       00001520
               10  CA-MASCARA-TIMESTAMP    PIC X(26)   VALUE ALL '*'.   00001530
               10  CA-MASCARA-HORA         PIC X(08)   VALUE ALL '*'.   00001540
               10  CA-TIPO-ANADIDA         PIC X(07)   VALUE 'ANADIDA'. 00001550
               10  CA-TIPO-SUPRIMIDA       PIC X(09)   VALUE            00001560
                                           'SUPRIMIDA'.                 00001570
               10  CA-TIPO-MODIFICADA      PIC X(10)   VALUE            00001580
                                           'MODIFICADA'.                00001590
               10  CA-RES-LEIDAS           PIC X(25)   VALUE 'LINEAS ARC00001600
      -                            'HIVADAS LEIDAS:'.                   00001610
               10  CA-RES-OMITIDAS         PIC X(28)   VALUE 'LINEAS DE 00001620
      -                            'CABECERA OMITIDAS:'.                00001630
               10  CA-RES-IGUALES          PIC X(15)   VALUE 'LINEAS IGU00001640
      -                            'ALES:'.                             00001650
               10  CA-RES-ANADIDAS         PIC X(16)   VALUE 'LINEAS ANA00001660
      -                            'DIDAS:'.                            00001670
               10  CA-RES-SUPRIMIDAS       PIC X(18)   VALUE 'LINEAS SUP00001680
      -                            'RIMIDAS:'.                          00001690
               10  CA-RES-MODIFICADAS      PIC X(19)   VALUE 'LINEAS MOD00001700
      -                            'IFICADAS:'.                         00001710
               10  CA-SIN-DIFERENCIAS      PIC X(38)   VALUE 'NO HAY DIF00001720
      -                            'ERENCIAS ENTRE LAS VERSIONES'.      00001730
               10  CA-ERR-ABRIR-XXBARCS1   PIC X(34)   VALUE 'ERROR AL A00001740
      -                            'BRIR EL FICHERO XXBARCS1'.          00001750
               10  CA-ERR-CERRAR-XXBARCS1  PIC X(35)   VALUE 'ERROR AL C00001760
      -                            'ERRAR EL FICHERO XXBARCS1'.         00001770
               10  CA-ERR-ESCRIB-XXBARCS1  PIC X(34)   VALUE 'ERROR AL E00001780
      -                            'SCRIBIR FICHERO XXBARCS1'.          00001790
               10  CA-ERR-SYSIN            PIC X(43)   VALUE 'PARAMETROS00001800
      -                            ' DE SYSIN INCOMPLETOS O INVALIDOS'. 00001810
               10  CA-ERR-INDICE           PIC X(41)   VALUE 'ERROR EN A00001820
      -                            'CCESO AL INDICE DEL REPOSITORIO'.   00001830
               10  CA-ERR-SIN-INFORMES     PIC X(40)   VALUE 'NO HAY INF00001840
      -                            'ORMES ARCHIVADOS PARA LA CLAVE'.    00001850
               10  CA-ERR-SIN-ANTERIOR     PIC X(34)   VALUE 'NO HAY VER00001860
      -                            'SION ANTERIOR A COMPARAR'.          00001870
               10  CA-ERR-VERSION          PIC X(38)   VALUE 'VERSION NO00001880
      -                            ' ARCHIVADA EN EL REPOSITORIO'.      00001890
               10  CA-ERR-CURSOR-LIN       PIC X(35)   VALUE 'ERROR EN A00001900
      -                            'CCESO AL CURSOR DE LINEAS'.         00001910
               10  CA-ERR-TABLA-LLENA      PIC X(32)   VALUE 'TABLA DE L00001920
      -                            'INEAS EN MEMORIA LLENA'.            00001930
               10  CA-PRF-1000             PIC X(11)   VALUE '1000-INICI00001940
      -                            'O'.                                 00001950
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001960
      -                            '-FICHEROS'.                         00001970
               10  CA-PRF-1200             PIC X(23)   VALUE '1200-RESOL00001980
      -                            'VER-VERSIONES'.                     00001990
               10  CA-PRF-1250             PIC X(16)   VALUE '1250-LEER-00002000
      -                            'INDICE'.                            00002010
               10  CA-PRF-1300             PIC X(19)   VALUE '1300-CARGA00002020
      -                            'R-VERSION'.                         00002030
               10  CA-PRF-1310             PIC X(18)   VALUE '1310-GUARD00002040
      -                            'AR-LINEA'.                          00002050
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002060
      -                            'R-FICHEROS'.                        00002070
               10  CA-PRF-9300             PIC X(15)   VALUE '9300-LEER-00002080
      -                            'LINEA'.                             00002090
               10  CA-PRF-9400             PIC X(19)   VALUE '9400-ESCRI00002100
      -                            'BIR-LINEA'.                         00002110
                                                                        00002120
           05  CN-CONSTANTES-NUMERICAS.                                 00002130
               10  CN-1                    PIC 9(01)   VALUE 1.         00002140
               10  CN-ANTERIOR             PIC 9(01)   VALUE 1.         00002150
               10  CN-NUEVA                PIC 9(01)   VALUE 2.         00002160
               10  CN-LINEAS-CABECERA      PIC 9(01)   VALUE 3.         00002170
               10  CN-MAX-LINEAS           PIC 9(05)   VALUE 20000.     00002180
               10  CN-VENTANA              PIC 9(03)   VALUE 100.       00002190
               10  CN-POS-MAX-TIMESTAMP    PIC 9(03)   VALUE 107.       00002200
               10  CN-POS-MAX-HORA         PIC 9(03)   VALUE 125.       00002210
               10  CN-RC-DIFERENCIAS       PIC 9(01)   VALUE 4.         00002220
                                                                        00002230
      ******************************************************************00002240
      *                    C O N T A D O R E S                         *00002250
      ******************************************************************00002260
       01  CT-CONTADORES.                                               00002270
           05  CT-LINEAS-LEIDAS            PIC 9(9)    VALUE ZEROES.    00002280
           05  CT-LINEAS-OMITIDAS          PIC 9(9)    VALUE ZEROES.    00002290
           05  CT-LINEAS-IGUALES           PIC 9(9)    VALUE ZEROES.    00002300
           05  CT-LINEAS-ANADIDAS          PIC 9(9)    VALUE ZEROES.    00002310
           05  CT-LINEAS-SUPRIMIDAS        PIC 9(9)    VALUE ZEROES.    00002320
           05  CT-LINEAS-MODIFICADAS       PIC 9(9)    VALUE ZEROES.    00002330
                                                                        00002340
      ******************************************************************00002350
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002360
      ******************************************************************00002370
       01  WK-ESTADISTICA.                                              00002380
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002390
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002400
      -                            'ICAS DE XXBARCV                     00002410
      -                            '        *'.                         00002420
           05  WK-CAB-3.                                                00002430
               10  FILLER                  PIC X(45)   VALUE '* LINEAS A00002440
      -                            'RCHIVADAS LEIDAS:                 '.00002450
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00002460
               10  FILLER                  PIC X(01)   VALUE '*'.       00002470
           05  WK-CAB-4.                                                00002480
               10  FILLER                  PIC X(45)   VALUE '* LINEAS D00002490
      -                            'E CABECERA OMITIDAS:              '.00002500
               10  WK-OMITIDAS-ED          PIC ZZZZZZZZ9.               00002510
               10  FILLER                  PIC X(01)   VALUE '*'.       00002520
           05  WK-CAB-5.                                                00002530
               10  FILLER                  PIC X(45)   VALUE '* LINEAS I00002540
      -                            'GUALES:                           '.00002550
               10  WK-IGUALES-ED           PIC ZZZZZZZZ9.               00002560
               10  FILLER                  PIC X(01)   VALUE '*'.       00002570
           05  WK-CAB-6.                                                00002580
               10  FILLER                  PIC X(45)   VALUE '* LINEAS A00002590
      -                            'NADIDAS:                          '.00002600
               10  WK-ANADIDAS-ED          PIC ZZZZZZZZ9.               00002610
               10  FILLER                  PIC X(01)   VALUE '*'.       00002620
           05  WK-CAB-7.                                                00002630
               10  FILLER                  PIC X(45)   VALUE '* LINEAS S00002640
      -                            'UPRIMIDAS:                        '.00002650
               10  WK-SUPRIMIDAS-ED        PIC ZZZZZZZZ9.               00002660
               10  FILLER                  PIC X(01)   VALUE '*'.       00002670
           05  WK-CAB-8.                                                00002680
               10  FILLER                  PIC X(45)   VALUE '* LINEAS M00002690
      -                            'ODIFICADAS:                       '.00002700
               10  WK-MODIFICADAS-ED       PIC ZZZZZZZZ9.               00002710
               10  FILLER                  PIC X(01)   VALUE '*'.       00002720
                                                                        00002730
      ******************************************************************00002740
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002750
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002760
      ******************************************************************00002770
       01  WK-CANCELACION-BATCH.                                        00002780
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002790
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002800
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002810
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'XXBARCV'. 00002820
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002830
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002840
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002850
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002860
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002870
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002880
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002890
                                                                        00002900
      ******************************************************************00002910
      *                      F I L E  S T A T U S                      *00002920
      ******************************************************************00002930
       01  FS-FILE-STATUS.                                              00002940
           05  FS-XXBARCS1                 PIC X(02).                   00002950
                                                                        00002960
      ******************************************************************00002970
      *                 L I N E A S  D E  I N F O R M E                *00002980
      ******************************************************************00002990
       01  WK-LINEA-SALIDA                 PIC X(132).                  00003000
                                                                        00003010
       01  WK-LINEA-CABECERA-1.                                         00003020
           05  FILLER                      PIC X(20)   VALUE SPACES.    00003030
           05  FILLER                      PIC X(35)   VALUE            00003040
                   'COMPARACION DE VERSIONES - INFORME '.               00003050
           05  WD-CAB-PROGRAMA             PIC X(08).                   00003060
           05  FILLER                      PIC X(08)   VALUE ' FECHA: '.00003070
           05  WD-CAB-FECHA                PIC X(10).                   00003080
           05  FILLER                      PIC X(51)   VALUE SPACES.    00003090
                                                                        00003100
       01  WK-LINEA-CABECERA-2.                                         00003110
           05  WD-CAB-ROTULO               PIC X(18).                   00003120
           05  WD-CAB-NUMVERS              PIC ZZ9.                     00003130
           05  FILLER                      PIC X(13)   VALUE            00003140
                                   '  ARCHIVADA: '.                     00003150
           05  WD-CAB-FECARCH              PIC X(26).                   00003160
           05  FILLER                      PIC X(10)   VALUE            00003170
                                   '  ESTADO: '.                        00003180
           05  WD-CAB-ESTADO               PIC X(01).                   00003190
           05  FILLER                      PIC X(61)   VALUE SPACES.    00003200
                                                                        00003210
       01  WK-ROTULOS-VERSION.                                          00003220
           05  FILLER                      PIC X(18)   VALUE            00003230
                                   'VERSION ANTERIOR: '.                00003240
           05  FILLER                      PIC X(18)   VALUE            00003250
                                   'VERSION NUEVA:    '.                00003260
       01  WK-ROTULOS-VERSION-R  REDEFINES WK-ROTULOS-VERSION.          00003270
           05  WK-ROTULO-VERSION           PIC X(18)   OCCURS 2 TIMES.  00003280
                                                                        00003290
       01  WK-LINEA-DIFERENCIA.                                         00003300
           05  FILLER                      PIC X(04)   VALUE '*** '.    00003310
           05  WD-TIPO                     PIC X(10).                   00003320
           05  FILLER                      PIC X(15)   VALUE            00003330
                                   '  LINEA ANT.: '.                    00003340
           05  WD-LINEA-ANT                PIC ZZZZZZZZZ.               00003350
           05  FILLER                      PIC X(16)   VALUE            00003360
                                   '  LINEA NUEVA: '.                   00003370
           05  WD-LINEA-NUE                PIC ZZZZZZZZZ.               00003380
           05  FILLER                      PIC X(69)   VALUE SPACES.    00003390
                                                                        00003400
       01  WK-LINEA-AVISO.                                              00003410
           05  FILLER                      PIC X(05)   VALUE SPACES.    00003420
           05  WD-AVISO                    PIC X(127).                  00003430
                                                                        00003440
       01  WK-LINEA-RESUMEN.                                            00003450
           05  FILLER                      PIC X(05)   VALUE SPACES.    00003460
           05  WD-RES-TEXTO                PIC X(40).                   00003470
           05  WD-RES-VALOR                PIC ZZZZZZZZ9.               00003480
           05  FILLER                      PIC X(78)   VALUE SPACES.    00003490
                                                                        00003500
      ******************************************************************00003510
      *                      V A R I A B L E S                         *00003520
      ******************************************************************00003530
       01  WK-VARIABLES.                                                00003540
           05  WK-PARAMETROS-SYSIN.                                     00003550
               10  WK-PROGRAMA-EMISOR      PIC X(08).                   00003560
               10  WK-FECHA-NEGOCIO        PIC X(10).                   00003570
               10  WK-VERSION-ANT-X        PIC X(03).                   00003580
               10  WK-VERSION-ANT  REDEFINES WK-VERSION-ANT-X           00003590
                                           PIC 9(03).                   00003600
               10  WK-VERSION-NUE-X        PIC X(03).                   00003610
               10  WK-VERSION-NUE  REDEFINES WK-VERSION-NUE-X           00003620
                                           PIC 9(03).                   00003630
           05  WK-NUMVERS                  PIC S9(3)V USAGE COMP-3      00003640
                                                       VALUE ZEROES.    00003650
           05  WK-NUMLINEA                 PIC 9(09)   VALUE ZEROES.    00003660
           05  WK-CLAVE-LINEA              PIC X(132)  VALUE SPACES.    00003670
           05  WK-CABECERAS.                                            00003680
               10  WK-CABECERA             PIC X(132)  OCCURS 3 TIMES.  00003690
           05  WK-POS                      PIC 9(03)   COMP.            00003700
           05  WK-PA                       PIC 9(05)   COMP.            00003710
           05  WK-PN                       PIC 9(05)   COMP.            00003720
           05  WK-K                        PIC 9(05)   COMP.            00003730
           05  WK-DESDE                    PIC 9(05)   COMP.            00003740
           05  WK-LIMITE                   PIC 9(05)   COMP.            00003750
           05  WK-DIST-ANT                 PIC 9(05)   COMP.            00003760
           05  WK-DIST-NUE                 PIC 9(05)   COMP.            00003770
                                                                        00003780
      * -- LINEAS COMPARABLES DE LAS DOS VERSIONES (1 = ANTERIOR,       00003790
      * -- 2 = NUEVA): NUMERO DE LINEA ARCHIVADO, TEXTO ORIGINAL PARA   00003800
      * -- EL LISTADO Y TEXTO CON LAS MARCAS DE TIEMPO ENMASCARADAS     00003810
      * -- PARA LA COMPARACION.                                         00003820
       01  WK-TABLA-VERSIONES.                                          00003830
           05  WK-IV                       PIC 9(01)   COMP.            00003840
           05  WK-IL                       PIC 9(05)   COMP.            00003850
           05  WK-VERSION-CARGADA          OCCURS 2 TIMES.              00003860
               10  WT-NUMVERS              PIC 9(03).                   00003870
               10  WT-ESTADO               PIC X(01).                   00003880
               10  WT-FECARCH              PIC X(26).                   00003890
               10  WT-NUM-LINEAS           PIC 9(05)   COMP.            00003900
               10  WT-LINEA                OCCURS 20000 TIMES.          00003910
                   15  WT-NUMLINEA         PIC 9(09)   COMP.            00003920
                   15  WT-TEXTO            PIC X(132).                  00003930
                   15  WT-CLAVE            PIC X(132).                  00003940
                                                                        00003950
      * -- COPY DE COMUNICACION CON DB2.                                00003960
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003970
                                                                        00003980
      * -- DCLGEN DE LA TABLA REPO_INFORME_IDX.                         00003990
           EXEC SQL INCLUDE D4463900 END-EXEC.                          00004000
                                                                        00004010
      * -- DCLGEN DE LA TABLA REPO_INFORME_LIN.                         00004020
           EXEC SQL INCLUDE D4464000 END-EXEC.                          00004030
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
             UNTIL WK-PA > WT-NUM-LINEAS (CN-ANTERIOR)                  00004150
               AND WK-PN > WT-NUM-LINEAS (CN-NUEVA)                     00004160
                                                                        00004170
           PERFORM 3000-FIN                                             00004180
              THRU 3000-FIN-EXIT                                        00004190
                                                                        00004200
           .                                                            00004210
                                                                        00004220
      ******************************************************************00004230
      ***                   1000-INICIO                              ***00004240
      ***                   -----------                              ***00004250
      * SE VALIDA EL SYSIN, SE ABRE EL LISTADO, SE RESUELVEN LAS DOS   *00004260
      * VERSIONES A COMPARAR, SE CARGAN SUS LINEAS EN MEMORIA Y SE     *00004270
      * ESCRIBE LA CABECERA DEL LISTADO.                               *00004280
      ******************************************************************00004290
       1000-INICIO.                                                     00004300
                                                                        00004310
           INITIALIZE WK-VARIABLES                                      00004320
                      CT-CONTADORES                                     00004330
                                                                        00004340
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004350
                                                                        00004360
           IF  WK-PROGRAMA-EMISOR = SPACES                              00004370
            OR WK-FECHA-NEGOCIO   = SPACES                              00004380
            OR (WK-VERSION-ANT-X NOT = SPACES                           00004390
                AND WK-VERSION-ANT-X IS NOT NUMERIC)                    00004400
            OR (WK-VERSION-NUE-X NOT = SPACES                           00004410
                AND WK-VERSION-NUE-X IS NOT NUMERIC)                    00004420
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004430
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00004440
               MOVE CA-PRF-1000              TO WK-PARRAFO              00004450
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00004460
                                                                        00004470
               PERFORM 9000-CANCELACION                                 00004480
                  THRU 9000-CANCELACION-EXIT                            00004490
                                                                        00004500
           END-IF                                                       00004510
                                                                        00004520
           PERFORM 1100-ABRIR-FICHEROS                                  00004530
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004540
                                                                        00004550
           PERFORM 1200-RESOLVER-VERSIONES                              00004560
              THRU 1200-RESOLVER-VERSIONES-EXIT                         00004570
                                                                        00004580
           PERFORM 1300-CARGAR-VERSION                                  00004590
              THRU 1300-CARGAR-VERSION-EXIT                             00004600
             VARYING WK-IV FROM CN-ANTERIOR BY CN-1                     00004610
               UNTIL WK-IV > CN-NUEVA                                   00004620
                                                                        00004630
           PERFORM 1400-ESCRIBIR-CABECERA                               00004640
              THRU 1400-ESCRIBIR-CABECERA-EXIT                          00004650
                                                                        00004660
           MOVE CN-1                         TO WK-PA                   00004670
                                                WK-PN                   00004680
                                                                        00004690
           .                                                            00004700
       1000-INICIO-EXIT.                                                00004710
           EXIT.                                                        00004720
                                                                        00004730
      ******************************************************************00004740
      ***                   1100-ABRIR-FICHEROS                      ***00004750
      ***                   -------------------                      ***00004760
      * SE REALIZA LA APERTURA DEL LISTADO DE DIFERENCIAS.             *00004770
      ******************************************************************00004780
       1100-ABRIR-FICHEROS.                                             00004790
                                                                        00004800
           OPEN OUTPUT XXBARCS1                                         00004810
                                                                        00004820
           IF  FS-XXBARCS1 NOT = CA-FS-OK                               00004830
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004840
               MOVE CA-ERR-ABRIR-XXBARCS1    TO WK-DESCRIPCION          00004850
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004860
               MOVE CA-XXBARCS1              TO WK-DDNAME               00004870
               MOVE FS-XXBARCS1              TO WK-FILE-STATUS          00004880
                                                                        00004890
               PERFORM 9000-CANCELACION                                 00004900
                  THRU 9000-CANCELACION-EXIT                            00004910
                                                                        00004920
           END-IF                                                       00004930
                                                                        00004940
           .                                                            00004950
       1100-ABRIR-FICHEROS-EXIT.                                        00004960
           EXIT.                                                        00004970
                                                                        00004980
      ******************************************************************00004990
      ***                   1200-RESOLVER-VERSIONES                  ***00005000
      ***                   -----------------------                  ***00005010
      * SIN VERSION NUEVA EN SYSIN SE TOMA LA ULTIMA ARCHIVADA DE LA   *00005020
      * CLAVE; SIN VERSION ANTERIOR, LA PREVIA A LA NUEVA. SE          *00005030
      * COMPRUEBA QUE AMBAS EXISTEN EN EL INDICE.                      *00005040
      ******************************************************************00005050
       1200-RESOLVER-VERSIONES.                                         00005060
                                                                        00005070
           IF  WK-VERSION-NUE-X = SPACES                                00005080
               EXEC SQL                                                 00005090
                    SELECT COALESCE(MAX(G3188_NUMVERS), -1)             00005100
                      INTO :WK-NUMVERS                                  00005110
                      FROM REPO_INFORME_IDX                             00005120
                     WHERE G3188_PROGRAMA   = :WK-PROGRAMA-EMISOR       00005130
                       AND G3188_FECNEGOCIO = :WK-FECHA-NEGOCIO         00005140
               END-EXEC                                                 00005150
                                                                        00005160
               MOVE SQLCODE                   TO SW-DB2-RETURN-CODE     00005170
                                                                        00005180
               IF  NOT DB2-OK                                           00005190
                   MOVE CA-ERROR-D            TO WK-TIPO-ERROR          00005200
                   MOVE CA-ERR-INDICE         TO WK-DESCRIPCION         00005210
                   MOVE CA-PRF-1200           TO WK-PARRAFO             00005220
                   MOVE CA-XXBARCV            TO WK-RUTINA              00005230
                   MOVE CA-REPO-IDX           TO WK-TABLA-DB2           00005240
                   MOVE CA-SELECT             TO WK-DATOS-ACCESO        00005250
                                                                        00005260
                   PERFORM 9000-CANCELACION                             00005270
                      THRU 9000-CANCELACION-EXIT                        00005280
                                                                        00005290
               END-IF                                                   00005300
                                                                        00005310
               IF  WK-NUMVERS < ZEROES                                  00005320
                   MOVE CA-ERROR-F            TO WK-TIPO-ERROR          00005330
                   MOVE CA-ERR-SIN-INFORMES   TO WK-DESCRIPCION         00005340
                   MOVE CA-PRF-1200           TO WK-PARRAFO             00005350
                   MOVE WK-PARAMETROS-SYSIN   TO WK-DATOS-REGISTRO      00005360
                                                                        00005370
                   PERFORM 9000-CANCELACION                             00005380
                      THRU 9000-CANCELACION-EXIT                        00005390
                                                                        00005400
               END-IF                                                   00005410
                                                                        00005420
               MOVE WK-NUMVERS                TO WK-VERSION-NUE         00005430
           END-IF                                                       00005440
                                                                        00005450
           IF  WK-VERSION-ANT-X = SPACES                                00005460
               IF  WK-VERSION-NUE = ZEROES                              00005470
                   MOVE CA-ERROR-F            TO WK-TIPO-ERROR          00005480
                   MOVE CA-ERR-SIN-ANTERIOR   TO WK-DESCRIPCION         00005490
                   MOVE CA-PRF-1200           TO WK-PARRAFO             00005500
                   MOVE WK-PARAMETROS-SYSIN   TO WK-DATOS-REGISTRO      00005510
                                                                        00005520
                   PERFORM 9000-CANCELACION                             00005530
                      THRU 9000-CANCELACION-EXIT                        00005540
                                                                        00005550
               END-IF                                                   00005560
                                                                        00005570
               COMPUTE WK-VERSION-ANT = WK-VERSION-NUE - CN-1           00005580
           END-IF                                                       00005590
                                                                        00005600
           MOVE WK-VERSION-ANT               TO WT-NUMVERS (CN-ANTERIOR)00005610
           MOVE WK-VERSION-NUE               TO WT-NUMVERS (CN-NUEVA)   00005620
                                                                        00005630
           PERFORM 1250-LEER-INDICE                                     00005640
              THRU 1250-LEER-INDICE-EXIT                                00005650
             VARYING WK-IV FROM CN-ANTERIOR BY CN-1                     00005660
               UNTIL WK-IV > CN-NUEVA                                   00005670
                                                                        00005680
           .                                                            00005690
       1200-RESOLVER-VERSIONES-EXIT.                                    00005700
           EXIT.                                                        00005710
                                                                        00005720
      ******************************************************************00005730
      ***                   1250-LEER-INDICE                         ***00005740
      ***                   ----------------                         ***00005750
      * SE LEE DEL INDICE LA ENTRADA DE LA VERSION WK-IV PARA LA       *00005760
      * CABECERA DEL LISTADO. SI NO EXISTE SE CANCELA EL PROCESO.      *00005770
      ******************************************************************00005780
       1250-LEER-INDICE.                                                00005790
                                                                        00005800
           MOVE WT-NUMVERS (WK-IV)            TO WK-NUMVERS             00005810
                                                                        00005820
           EXEC SQL                                                     00005830
                SELECT G3188_ESTADO, G3188_FECARCH                      00005840
                  INTO :G3188-ESTADO, :G3188-FECARCH                    00005850
                  FROM REPO_INFORME_IDX                                 00005860
                 WHERE G3188_PROGRAMA   = :WK-PROGRAMA-EMISOR           00005870
                   AND G3188_FECNEGOCIO = :WK-FECHA-NEGOCIO             00005880
                   AND G3188_NUMVERS    = :WK-NUMVERS                   00005890
           END-EXEC                                                     00005900
                                                                        00005910
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005920
                                                                        00005930
           EVALUATE  TRUE                                               00005940
               WHEN  DB2-OK                                             00005950
                     MOVE G3188-ESTADO        TO WT-ESTADO (WK-IV)      00005960
                     MOVE G3188-FECARCH       TO WT-FECARCH (WK-IV)     00005970
                                                                        00005980
               WHEN  DB2-CLV-NOT-FOUND                                  00005990
                     MOVE CA-ERROR-F          TO WK-TIPO-ERROR          00006000
                     MOVE CA-ERR-VERSION      TO WK-DESCRIPCION         00006010
                     MOVE CA-PRF-1250         TO WK-PARRAFO             00006020
                     MOVE WK-PARAMETROS-SYSIN TO WK-DATOS-REGISTRO      00006030
                                                                        00006040
                     PERFORM 9000-CANCELACION                           00006050
                        THRU 9000-CANCELACION-EXIT                      00006060
                                                                        00006070
               WHEN  OTHER                                              00006080
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00006090
                     MOVE CA-ERR-INDICE       TO WK-DESCRIPCION         00006100
                     MOVE CA-PRF-1250         TO WK-PARRAFO             00006110
                     MOVE CA-XXBARCV          TO WK-RUTINA              00006120
                     MOVE CA-REPO-IDX         TO WK-TABLA-DB2           00006130
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00006140
                                                                        00006150
                     PERFORM 9000-CANCELACION                           00006160
                        THRU 9000-CANCELACION-EXIT                      00006170
                                                                        00006180
           END-EVALUATE                                                 00006190
                                                                        00006200
           .                                                            00006210
       1250-LEER-INDICE-EXIT.                                           00006220
           EXIT.                                                        00006230
                                                                        00006240
      ******************************************************************00006250
      ***                   1300-CARGAR-VERSION                      ***00006260
      ***                   -------------------                      ***00006270
      * SE RECORREN EN ORDEN LAS LINEAS ARCHIVADAS DE LA VERSION WK-IV *00006280
      * Y SE GUARDAN EN LA TABLA LAS QUE NO SON DE CABECERA.           *00006290
      ******************************************************************00006300
       1300-CARGAR-VERSION.                                             00006310
                                                                        00006320
           MOVE ZEROES                        TO WT-NUM-LINEAS (WK-IV)  00006330
           MOVE SPACES                        TO WK-CABECERAS           00006340
           MOVE WT-NUMVERS (WK-IV)            TO WK-NUMVERS             00006350
                                                                        00006360
           EXEC SQL                                                     00006370
                DECLARE C-LINEAS CURSOR FOR                             00006380
                SELECT G3189_NUMLINEA, G3189_LINEA                      00006390
                  FROM REPO_INFORME_LIN                                 00006400
                 WHERE G3189_PROGRAMA   = :WK-PROGRAMA-EMISOR           00006410
                   AND G3189_FECNEGOCIO = :WK-FECHA-NEGOCIO             00006420
                   AND G3189_NUMVERS    = :WK-NUMVERS                   00006430
                 ORDER BY G3189_NUMLINEA                                00006440
           END-EXEC                                                     00006450
                                                                        00006460
           EXEC SQL                                                     00006470
                OPEN C-LINEAS                                           00006480
           END-EXEC                                                     00006490
                                                                        00006500
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006510
                                                                        00006520
           IF  NOT DB2-OK                                               00006530
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006540
               MOVE CA-ERR-CURSOR-LIN         TO WK-DESCRIPCION         00006550
               MOVE CA-PRF-1300               TO WK-PARRAFO             00006560
               MOVE CA-XXBARCV                TO WK-RUTINA              00006570
               MOVE CA-REPO-LIN               TO WK-TABLA-DB2           00006580
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006590
                                                                        00006600
               PERFORM 9000-CANCELACION                                 00006610
                  THRU 9000-CANCELACION-EXIT                            00006620
                                                                        00006630
           END-IF                                                       00006640
                                                                        00006650
           SET NO-FIN-LINEAS                  TO TRUE                   00006660
                                                                        00006670
           PERFORM 9300-LEER-LINEA                                      00006680
              THRU 9300-LEER-LINEA-EXIT                                 00006690
                                                                        00006700
           PERFORM 1310-GUARDAR-LINEA                                   00006710
              THRU 1310-GUARDAR-LINEA-EXIT                              00006720
             UNTIL SI-FIN-LINEAS                                        00006730
                                                                        00006740
           EXEC SQL                                                     00006750
                CLOSE C-LINEAS                                          00006760
           END-EXEC                                                     00006770
                                                                        00006780
           .                                                            00006790
       1300-CARGAR-VERSION-EXIT.                                        00006800
           EXIT.                                                        00006810
                                                                        00006820
      ******************************************************************00006830
      ***                   1310-GUARDAR-LINEA                       ***00006840
      ***                   ------------------                       ***00006850
      * SE ENMASCARAN LAS MARCAS DE TIEMPO DE LA LINEA LEIDA. LAS      *00006860
      * PRIMERAS CN-LINEAS-CABECERA SE GUARDAN COMO CABECERA DE LA     *00006870
      * VERSION Y SE OMITEN, IGUAL QUE LAS QUE LAS REPITEN MAS         *00006880
      * ADELANTE; EL RESTO SE GUARDA EN LA TABLA DE LA VERSION.        *00006890
      ******************************************************************00006900
       1310-GUARDAR-LINEA.                                              00006910
                                                                        00006920
           ADD CN-1                           TO CT-LINEAS-LEIDAS       00006930
                                                                        00006940
           MOVE G3189-NUMLINEA                TO WK-NUMLINEA            00006950
           MOVE G3189-LINEA                   TO WK-CLAVE-LINEA         00006960
                                                                        00006970
           PERFORM 1320-ENMASCARAR-TIEMPO                               00006980
              THRU 1320-ENMASCARAR-TIEMPO-EXIT                          00006990
             VARYING WK-POS FROM CN-1 BY CN-1                           00007000
               UNTIL WK-POS > CN-POS-MAX-HORA                           00007010
                                                                        00007020
           EVALUATE  TRUE                                               00007030
               WHEN  WK-NUMLINEA NOT > CN-LINEAS-CABECERA               00007040
                     IF  WK-NUMLINEA > ZEROES                           00007050
                         MOVE WK-CLAVE-LINEA                            00007060
                                        TO WK-CABECERA (WK-NUMLINEA)    00007070
                     END-IF                                             00007080
                     ADD CN-1                 TO CT-LINEAS-OMITIDAS     00007090
                                                                        00007100
               WHEN  WK-CLAVE-LINEA NOT = SPACES                        00007110
                AND (WK-CLAVE-LINEA = WK-CABECERA (1)                   00007120
                  OR WK-CLAVE-LINEA = WK-CABECERA (2)                   00007130
                  OR WK-CLAVE-LINEA = WK-CABECERA (3))                  00007140
                     ADD CN-1                 TO CT-LINEAS-OMITIDAS     00007150
                                                                        00007160
               WHEN  OTHER                                              00007170
                     IF  WT-NUM-LINEAS (WK-IV) NOT < CN-MAX-LINEAS      00007180
                         MOVE CA-ERROR-F      TO WK-TIPO-ERROR          00007190
                         MOVE CA-ERR-TABLA-LLENA                        00007200
                                              TO WK-DESCRIPCION         00007210
                         MOVE CA-PRF-1310     TO WK-PARRAFO             00007220
                         MOVE WK-PARAMETROS-SYSIN                       00007230
                                              TO WK-DATOS-REGISTRO      00007240
                                                                        00007250
                         PERFORM 9000-CANCELACION                       00007260
                            THRU 9000-CANCELACION-EXIT                  00007270
                                                                        00007280
                     END-IF                                             00007290
                                                                        00007300
                     ADD CN-1                 TO WT-NUM-LINEAS (WK-IV)  00007310
                     MOVE WT-NUM-LINEAS (WK-IV)                         00007320
                                              TO WK-IL                  00007330
                     MOVE WK-NUMLINEA     TO WT-NUMLINEA (WK-IV, WK-IL) 00007340
                     MOVE G3189-LINEA     TO WT-TEXTO (WK-IV, WK-IL)    00007350
                     MOVE WK-CLAVE-LINEA  TO WT-CLAVE (WK-IV, WK-IL)    00007360
                                                                        00007370
           END-EVALUATE                                                 00007380
                                                                        00007390
           PERFORM 9300-LEER-LINEA                                      00007400
              THRU 9300-LEER-LINEA-EXIT                                 00007410
                                                                        00007420
           .                                                            00007430
       1310-GUARDAR-LINEA-EXIT.                                         00007440
           EXIT.                                                        00007450
                                                                        00007460
      ******************************************************************00007470
      ***                   1320-ENMASCARAR-TIEMPO                   ***00007480
      ***                   ----------------------                   ***00007490
      * SI EN LA POSICION WK-POS EMPIEZA UNA MARCA DE TIEMPO DE DB2    *00007500
      * (AAAA-MM-DD-HH.MM.SS.NNNNNN) O UNA HORA (HH:MM:SS O HH.MM.SS)  *00007510
      * SE SUSTITUYE POR ASTERISCOS.                                   *00007520
      ******************************************************************00007530
       1320-ENMASCARAR-TIEMPO.                                          00007540
                                                                        00007550
           IF  WK-POS NOT > CN-POS-MAX-TIMESTAMP                        00007560
               IF  WK-CLAVE-LINEA (WK-POS:4)      IS NUMERIC            00007570
               AND WK-CLAVE-LINEA (WK-POS + 4:1)  = CA-GUION            00007580
               AND WK-CLAVE-LINEA (WK-POS + 7:1)  = CA-GUION            00007590
               AND WK-CLAVE-LINEA (WK-POS + 10:1) = CA-GUION            00007600
               AND WK-CLAVE-LINEA (WK-POS + 13:1) = CA-PUNTO            00007610
               AND WK-CLAVE-LINEA (WK-POS + 16:1) = CA-PUNTO            00007620
                   MOVE CA-MASCARA-TIMESTAMP                            00007630
                                    TO WK-CLAVE-LINEA (WK-POS:26)       00007640
               END-IF                                                   00007650
           END-IF                                                       00007660
                                                                        00007670
           IF  WK-CLAVE-LINEA (WK-POS:2)          IS NUMERIC            00007680
           AND WK-CLAVE-LINEA (WK-POS + 3:2)      IS NUMERIC            00007690
           AND WK-CLAVE-LINEA (WK-POS + 6:2)      IS NUMERIC            00007700
           AND WK-CLAVE-LINEA (WK-POS + 2:1) =                          00007710
               WK-CLAVE-LINEA (WK-POS + 5:1)                            00007720
           AND (WK-CLAVE-LINEA (WK-POS + 2:1) = CA-DOS-PUNTOS           00007730
             OR WK-CLAVE-LINEA (WK-POS + 2:1) = CA-PUNTO)               00007740
               MOVE CA-MASCARA-HORA       TO WK-CLAVE-LINEA (WK-POS:8)  00007750
           END-IF                                                       00007760
                                                                        00007770
           .                                                            00007780
       1320-ENMASCARAR-TIEMPO-EXIT.                                     00007790
           EXIT.                                                        00007800
                                                                        00007810
      ******************************************************************00007820
      ***                   1400-ESCRIBIR-CABECERA                   ***00007830
      ***                   ----------------------                   ***00007840
      * SE ESCRIBE LA CABECERA DEL LISTADO CON LA CLAVE DEL INFORME Y  *00007850
      * LOS DATOS DE ARCHIVO DE LAS DOS VERSIONES.                     *00007860
      ******************************************************************00007870
       1400-ESCRIBIR-CABECERA.                                          00007880
                                                                        00007890
           MOVE WK-PROGRAMA-EMISOR            TO WD-CAB-PROGRAMA        00007900
           MOVE WK-FECHA-NEGOCIO              TO WD-CAB-FECHA           00007910
           MOVE WK-LINEA-CABECERA-1           TO WK-LINEA-SALIDA        00007920
                                                                        00007930
           PERFORM 9400-ESCRIBIR-LINEA                                  00007940
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00007950
                                                                        00007960
           MOVE SPACES                        TO WK-LINEA-SALIDA        00007970
                                                                        00007980
           PERFORM 9400-ESCRIBIR-LINEA                                  00007990
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00008000
                                                                        00008010
           PERFORM 1410-ESCRIBIR-VERSION                                00008020
              THRU 1410-ESCRIBIR-VERSION-EXIT                           00008030
             VARYING WK-IV FROM CN-ANTERIOR BY CN-1                     00008040
               UNTIL WK-IV > CN-NUEVA                                   00008050
                                                                        00008060
           MOVE SPACES                        TO WK-LINEA-SALIDA        00008070
                                                                        00008080
           PERFORM 9400-ESCRIBIR-LINEA                                  00008090
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00008100
                                                                        00008110
           .                                                            00008120
       1400-ESCRIBIR-CABECERA-EXIT.                                     00008130
           EXIT.                                                        00008140
                                                                        00008150
      ******************************************************************00008160
      ***                   1410-ESCRIBIR-VERSION                    ***00008170
      ***                   ---------------------                    ***00008180
      * SE ESCRIBE LA LINEA DE CABECERA DE LA VERSION WK-IV.           *00008190
      ******************************************************************00008200
       1410-ESCRIBIR-VERSION.                                           00008210
                                                                        00008220
           MOVE WK-ROTULO-VERSION (WK-IV)     TO WD-CAB-ROTULO          00008230
           MOVE WT-NUMVERS (WK-IV)            TO WD-CAB-NUMVERS         00008240
           MOVE WT-FECARCH (WK-IV)            TO WD-CAB-FECARCH         00008250
           MOVE WT-ESTADO (WK-IV)             TO WD-CAB-ESTADO          00008260
           MOVE WK-LINEA-CABECERA-2           TO WK-LINEA-SALIDA        00008270
                                                                        00008280
           PERFORM 9400-ESCRIBIR-LINEA                                  00008290
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00008300
                                                                        00008310
           .                                                            00008320
       1410-ESCRIBIR-VERSION-EXIT.                                      00008330
           EXIT.                                                        00008340
                                                                        00008350
      ******************************************************************00008360
      ***                   2000-PROCESO                             ***00008370
      ***                   ------------                             ***00008380
      * SE COMPARA LA LINEA EN CURSO DE CADA VERSION. AGOTADA UNA DE   *00008390
      * LAS DOS, EL RESTO DE LA OTRA ES ANADIDO O SUPRIMIDO; SI        *00008400
      * DIFIEREN SE BUSCA DONDE VUELVEN A COINCIDIR.                   *00008410
      ******************************************************************00008420
       2000-PROCESO.                                                    00008430
                                                                        00008440
           EVALUATE  TRUE                                               00008450
               WHEN  WK-PA > WT-NUM-LINEAS (CN-ANTERIOR)                00008460
                     PERFORM 2400-LINEA-ANADIDA                         00008470
                        THRU 2400-LINEA-ANADIDA-EXIT                    00008480
                                                                        00008490
               WHEN  WK-PN > WT-NUM-LINEAS (CN-NUEVA)                   00008500
                     PERFORM 2500-LINEA-SUPRIMIDA                       00008510
                        THRU 2500-LINEA-SUPRIMIDA-EXIT                  00008520
                                                                        00008530
               WHEN  WT-CLAVE (CN-ANTERIOR, WK-PA) =                    00008540
                     WT-CLAVE (CN-NUEVA, WK-PN)                         00008550
                     ADD CN-1                 TO CT-LINEAS-IGUALES      00008560
                     ADD CN-1                 TO WK-PA                  00008570
                                                 WK-PN                  00008580
                                                                        00008590
               WHEN  OTHER                                              00008600
                     PERFORM 2100-RESINCRONIZAR                         00008610
                        THRU 2100-RESINCRONIZAR-EXIT                    00008620
                                                                        00008630
           END-EVALUATE                                                 00008640
                                                                        00008650
           .                                                            00008660
       2000-PROCESO-EXIT.                                               00008670
           EXIT.                                                        00008680
                                                                        00008690
      ******************************************************************00008700
      ***                   2100-RESINCRONIZAR                       ***00008710
      ***                   ------------------                       ***00008720
      * SE BUSCA LA LINEA ANTERIOR EN CURSO ENTRE LAS CN-VENTANA       *00008730
      * SIGUIENTES DE LA NUEVA Y VICEVERSA. SI SOLO SE ENCUENTRA EN    *00008740
      * UN SENTIDO, O EN AMBOS Y ESE ES EL MAS CERCANO, LAS LINEAS     *00008750
      * INTERMEDIAS SON ANADIDAS (O SUPRIMIDAS). SI NO SE ENCUENTRA EN *00008760
      * NINGUNO, LA PAREJA DE LINEAS ES UNA LINEA MODIFICADA.          *00008770
      ******************************************************************00008780
       2100-RESINCRONIZAR.                                              00008790
                                                                        00008800
           MOVE ZEROES                        TO WK-DIST-ANT            00008810
                                                 WK-DIST-NUE            00008820
                                                                        00008830
           COMPUTE WK-DESDE  = WK-PN + CN-1                             00008840
           COMPUTE WK-LIMITE = WK-PN + CN-VENTANA                       00008850
           IF  WK-LIMITE > WT-NUM-LINEAS (CN-NUEVA)                     00008860
               MOVE WT-NUM-LINEAS (CN-NUEVA)  TO WK-LIMITE              00008870
           END-IF                                                       00008880
                                                                        00008890
           SET NO-ENCONTRADA                  TO TRUE                   00008900
                                                                        00008910
           PERFORM 2110-BUSCAR-EN-NUEVA                                 00008920
              THRU 2110-BUSCAR-EN-NUEVA-EXIT                            00008930
             VARYING WK-K FROM WK-DESDE BY CN-1                         00008940
               UNTIL WK-K > WK-LIMITE                                   00008950
                  OR SI-ENCONTRADA                                      00008960
                                                                        00008970
           COMPUTE WK-DESDE  = WK-PA + CN-1                             00008980
           COMPUTE WK-LIMITE = WK-PA + CN-VENTANA                       00008990
           IF  WK-LIMITE > WT-NUM-LINEAS (CN-ANTERIOR)                  00009000
               MOVE WT-NUM-LINEAS (CN-ANTERIOR)                         00009010
                                              TO WK-LIMITE              00009020
           END-IF                                                       00009030
                                                                        00009040
           SET NO-ENCONTRADA                  TO TRUE                   00009050
                                                                        00009060
           PERFORM 2120-BUSCAR-EN-ANTERIOR                              00009070
              THRU 2120-BUSCAR-EN-ANTERIOR-EXIT                         00009080
             VARYING WK-K FROM WK-DESDE BY CN-1                         00009090
               UNTIL WK-K > WK-LIMITE                                   00009100
                  OR SI-ENCONTRADA                                      00009110
                                                                        00009120
           EVALUATE  TRUE                                               00009130
               WHEN  WK-DIST-NUE = ZEROES                               00009140
                AND  WK-DIST-ANT = ZEROES                               00009150
                     PERFORM 2300-LINEA-MODIFICADA                      00009160
                        THRU 2300-LINEA-MODIFICADA-EXIT                 00009170
                                                                        00009180
               WHEN  WK-DIST-ANT = ZEROES                               00009190
                OR  (WK-DIST-NUE NOT = ZEROES                           00009200
                AND  WK-DIST-NUE NOT > WK-DIST-ANT)                     00009210
                     PERFORM 2400-LINEA-ANADIDA                         00009220
                        THRU 2400-LINEA-ANADIDA-EXIT                    00009230
                        WK-DIST-NUE TIMES                               00009240
                                                                        00009250
               WHEN  OTHER                                              00009260
                     PERFORM 2500-LINEA-SUPRIMIDA                       00009270
                        THRU 2500-LINEA-SUPRIMIDA-EXIT                  00009280
                        WK-DIST-ANT TIMES                               00009290
                                                                        00009300
           END-EVALUATE                                                 00009310
                                                                        00009320
           .                                                            00009330
       2100-RESINCRONIZAR-EXIT.                                         00009340
           EXIT.                                                        00009350
                                                                        00009360
      ******************************************************************00009370
      ***                   2110-BUSCAR-EN-NUEVA                     ***00009380
      ***                   --------------------                     ***00009390
      * SE COMPARA LA LINEA WK-K DE LA VERSION NUEVA CON LA LINEA EN   *00009400
      * CURSO DE LA ANTERIOR.                                          *00009410
      ******************************************************************00009420
       2110-BUSCAR-EN-NUEVA.                                            00009430
                                                                        00009440
           IF  WT-CLAVE (CN-NUEVA, WK-K) =                              00009450
               WT-CLAVE (CN-ANTERIOR, WK-PA)                            00009460
               SET SI-ENCONTRADA              TO TRUE                   00009470
               COMPUTE WK-DIST-NUE = WK-K - WK-PN                       00009480
           END-IF                                                       00009490
                                                                        00009500
           .                                                            00009510
       2110-BUSCAR-EN-NUEVA-EXIT.                                       00009520
           EXIT.                                                        00009530
                                                                        00009540
      ******************************************************************00009550
      ***                   2120-BUSCAR-EN-ANTERIOR                  ***00009560
      ***                   -----------------------                  ***00009570
      * SE COMPARA LA LINEA WK-K DE LA VERSION ANTERIOR CON LA LINEA   *00009580
      * EN CURSO DE LA NUEVA.                                          *00009590
      ******************************************************************00009600
       2120-BUSCAR-EN-ANTERIOR.                                         00009610
                                                                        00009620
           IF  WT-CLAVE (CN-ANTERIOR, WK-K) =                           00009630
               WT-CLAVE (CN-NUEVA, WK-PN)                               00009640
               SET SI-ENCONTRADA              TO TRUE                   00009650
               COMPUTE WK-DIST-ANT = WK-K - WK-PA                       00009660
           END-IF                                                       00009670
                                                                        00009680
           .                                                            00009690
       2120-BUSCAR-EN-ANTERIOR-EXIT.                                    00009700
           EXIT.                                                        00009710
                                                                        00009720
      ******************************************************************00009730
      ***                   2300-LINEA-MODIFICADA                    ***00009740
      ***                   ---------------------                    ***00009750
      * SE LISTA LA LINEA MODIFICADA: PRIMERO SU TEXTO EN LA VERSION   *00009760
      * ANTERIOR Y DESPUES EN LA NUEVA.                                *00009770
      ******************************************************************00009780
       2300-LINEA-MODIFICADA.                                           00009790
                                                                        00009800
           MOVE CA-TIPO-MODIFICADA            TO WD-TIPO                00009810
           MOVE WT-NUMLINEA (CN-ANTERIOR, WK-PA)                        00009820
                                              TO WD-LINEA-ANT           00009830
           MOVE WT-NUMLINEA (CN-NUEVA, WK-PN) TO WD-LINEA-NUE           00009840
           MOVE WK-LINEA-DIFERENCIA           TO WK-LINEA-SALIDA        00009850
                                                                        00009860
           PERFORM 9400-ESCRIBIR-LINEA                                  00009870
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00009880
                                                                        00009890
           MOVE WT-TEXTO (CN-ANTERIOR, WK-PA) TO WK-LINEA-SALIDA        00009900
                                                                        00009910
           PERFORM 9400-ESCRIBIR-LINEA                                  00009920
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00009930
                                                                        00009940
           MOVE WT-TEXTO (CN-NUEVA, WK-PN)    TO WK-LINEA-SALIDA        00009950
                                                                        00009960
           PERFORM 9400-ESCRIBIR-LINEA                                  00009970
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00009980
                                                                        00009990
           ADD CN-1                           TO CT-LINEAS-MODIFICADAS  00010000
           ADD CN-1                           TO WK-PA                  00010010
                                                 WK-PN                  00010020
                                                                        00010030
           .                                                            00010040
       2300-LINEA-MODIFICADA-EXIT.                                      00010050
           EXIT.                                                        00010060
                                                                        00010070
      ******************************************************************00010080
      ***                   2400-LINEA-ANADIDA                       ***00010090
      ***                   ------------------                       ***00010100
      * SE LISTA LA LINEA EN CURSO DE LA VERSION NUEVA COMO ANADIDA.   *00010110
      ******************************************************************00010120
       2400-LINEA-ANADIDA.                                              00010130
                                                                        00010140
           MOVE CA-TIPO-ANADIDA               TO WD-TIPO                00010150
           MOVE ZEROES                        TO WD-LINEA-ANT           00010160
           MOVE WT-NUMLINEA (CN-NUEVA, WK-PN) TO WD-LINEA-NUE           00010170
           MOVE WK-LINEA-DIFERENCIA           TO WK-LINEA-SALIDA        00010180
                                                                        00010190
           PERFORM 9400-ESCRIBIR-LINEA                                  00010200
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00010210
                                                                        00010220
           MOVE WT-TEXTO (CN-NUEVA, WK-PN)    TO WK-LINEA-SALIDA        00010230
                                                                        00010240
           PERFORM 9400-ESCRIBIR-LINEA                                  00010250
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00010260
                                                                        00010270
           ADD CN-1                           TO CT-LINEAS-ANADIDAS     00010280
           ADD CN-1                           TO WK-PN                  00010290
                                                                        00010300
           .                                                            00010310
       2400-LINEA-ANADIDA-EXIT.                                         00010320
           EXIT.                                                        00010330
                                                                        00010340
      ******************************************************************00010350
      ***                   2500-LINEA-SUPRIMIDA                     ***00010360
      ***                   --------------------                     ***00010370
      * SE LISTA LA LINEA EN CURSO DE LA VERSION ANTERIOR COMO         *00010380
      * SUPRIMIDA.                                                     *00010390
      ******************************************************************00010400
       2500-LINEA-SUPRIMIDA.                                            00010410
                                                                        00010420
           MOVE CA-TIPO-SUPRIMIDA             TO WD-TIPO                00010430
           MOVE WT-NUMLINEA (CN-ANTERIOR, WK-PA)                        00010440
                                              TO WD-LINEA-ANT           00010450
           MOVE ZEROES                        TO WD-LINEA-NUE           00010460
           MOVE WK-LINEA-DIFERENCIA           TO WK-LINEA-SALIDA        00010470
                                                                        00010480
           PERFORM 9400-ESCRIBIR-LINEA                                  00010490
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00010500
                                                                        00010510
           MOVE WT-TEXTO (CN-ANTERIOR, WK-PA) TO WK-LINEA-SALIDA        00010520
                                                                        00010530
           PERFORM 9400-ESCRIBIR-LINEA                                  00010540
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00010550
                                                                        00010560
           ADD CN-1                           TO CT-LINEAS-SUPRIMIDAS   00010570
           ADD CN-1                           TO WK-PA                  00010580
                                                                        00010590
           .                                                            00010600
       2500-LINEA-SUPRIMIDA-EXIT.                                       00010610
           EXIT.                                                        00010620
                                                                        00010630
      ******************************************************************00010640
      ***                   3000-FIN                                 ***00010650
      ***                   --------                                 ***00010660
      * SE ESCRIBE EL RESUMEN, SE CIERRA EL LISTADO, SE MUESTRAN LAS   *00010670
      * ESTADISTICAS Y, SI HAY DIFERENCIAS, SE TERMINA CON CONDITION   *00010680
      * CODE 4.                                                        *00010690
      ******************************************************************00010700
       3000-FIN.                                                        00010710
                                                                        00010720
           PERFORM 3050-ESCRIBIR-RESUMEN                                00010730
              THRU 3050-ESCRIBIR-RESUMEN-EXIT                           00010740
                                                                        00010750
           PERFORM 3100-CERRAR-FICHEROS                                 00010760
              THRU 3100-CERRAR-FICHEROS-EXIT                            00010770
                                                                        00010780
           PERFORM 3200-ESTADISTICAS                                    00010790
              THRU 3200-ESTADISTICAS-EXIT                               00010800
                                                                        00010810
           IF  CT-LINEAS-ANADIDAS    > ZEROES                           00010820
            OR CT-LINEAS-SUPRIMIDAS  > ZEROES                           00010830
            OR CT-LINEAS-MODIFICADAS > ZEROES                           00010840
               MOVE CN-RC-DIFERENCIAS         TO RETURN-CODE            00010850
           END-IF                                                       00010860
                                                                        00010870
           STOP RUN                                                     00010880
                                                                        00010890
           .                                                            00010900
       3000-FIN-EXIT.                                                   00010910
           EXIT.                                                        00010920
                                                                        00010930
      ******************************************************************00010940
      ***                   3050-ESCRIBIR-RESUMEN                    ***00010950
      ***                   ---------------------                    ***00010960
      * SE ESCRIBE AL FINAL DEL LISTADO EL RESUMEN DE LA COMPARACION.  *00010970
      ******************************************************************00010980
       3050-ESCRIBIR-RESUMEN.                                           00010990
                                                                        00011000
           MOVE SPACES                        TO WK-LINEA-SALIDA        00011010
                                                                        00011020
           PERFORM 9400-ESCRIBIR-LINEA                                  00011030
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00011040
                                                                        00011050
           IF  CT-LINEAS-ANADIDAS    = ZEROES                           00011060
           AND CT-LINEAS-SUPRIMIDAS  = ZEROES                           00011070
           AND CT-LINEAS-MODIFICADAS = ZEROES                           00011080
               MOVE CA-SIN-DIFERENCIAS        TO WD-AVISO               00011090
               MOVE WK-LINEA-AVISO            TO WK-LINEA-SALIDA        00011100
                                                                        00011110
               PERFORM 9400-ESCRIBIR-LINEA                              00011120
                  THRU 9400-ESCRIBIR-LINEA-EXIT                         00011130
                                                                        00011140
           END-IF                                                       00011150
                                                                        00011160
           MOVE CA-RES-LEIDAS                 TO WD-RES-TEXTO           00011170
           MOVE CT-LINEAS-LEIDAS              TO WD-RES-VALOR           00011180
           MOVE WK-LINEA-RESUMEN              TO WK-LINEA-SALIDA        00011190
                                                                        00011200
           PERFORM 9400-ESCRIBIR-LINEA                                  00011210
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00011220
                                                                        00011230
           MOVE CA-RES-OMITIDAS               TO WD-RES-TEXTO           00011240
           MOVE CT-LINEAS-OMITIDAS            TO WD-RES-VALOR           00011250
           MOVE WK-LINEA-RESUMEN              TO WK-LINEA-SALIDA        00011260
                                                                        00011270
           PERFORM 9400-ESCRIBIR-LINEA                                  00011280
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00011290
                                                                        00011300
           MOVE CA-RES-IGUALES                TO WD-RES-TEXTO           00011310
           MOVE CT-LINEAS-IGUALES             TO WD-RES-VALOR           00011320
           MOVE WK-LINEA-RESUMEN              TO WK-LINEA-SALIDA        00011330
                                                                        00011340
           PERFORM 9400-ESCRIBIR-LINEA                                  00011350
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00011360
                                                                        00011370
           MOVE CA-RES-ANADIDAS               TO WD-RES-TEXTO           00011380
           MOVE CT-LINEAS-ANADIDAS            TO WD-RES-VALOR           00011390
           MOVE WK-LINEA-RESUMEN              TO WK-LINEA-SALIDA        00011400
                                                                        00011410
           PERFORM 9400-ESCRIBIR-LINEA                                  00011420
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00011430
                                                                        00011440
           MOVE CA-RES-SUPRIMIDAS             TO WD-RES-TEXTO           00011450
           MOVE CT-LINEAS-SUPRIMIDAS          TO WD-RES-VALOR           00011460
           MOVE WK-LINEA-RESUMEN              TO WK-LINEA-SALIDA        00011470
                                                                        00011480
           PERFORM 9400-ESCRIBIR-LINEA                                  00011490
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00011500
                                                                        00011510
           MOVE CA-RES-MODIFICADAS            TO WD-RES-TEXTO           00011520
           MOVE CT-LINEAS-MODIFICADAS         TO WD-RES-VALOR           00011530
           MOVE WK-LINEA-RESUMEN              TO WK-LINEA-SALIDA        00011540
                                                                        00011550
           PERFORM 9400-ESCRIBIR-LINEA                                  00011560
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00011570
                                                                        00011580
           .                                                            00011590
       3050-ESCRIBIR-RESUMEN-EXIT.                                      00011600
           EXIT.                                                        00011610
                                                                        00011620
      ******************************************************************00011630
      ***                   3100-CERRAR-FICHEROS                     ***00011640
      ***                   ---------------------                    ***00011650
      * SE REALIZA EL CIERRE DEL LISTADO.                              *00011660
      ******************************************************************00011670
       3100-CERRAR-FICHEROS.                                            00011680
                                                                        00011690
           CLOSE XXBARCS1                                               00011700
                                                                        00011710
           IF  FS-XXBARCS1 NOT = CA-FS-OK                               00011720
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011730
               MOVE CA-ERR-CERRAR-XXBARCS1   TO WK-DESCRIPCION          00011740
               MOVE CA-PRF-3100              TO WK-PARRAFO              00011750
               MOVE CA-XXBARCS1              TO WK-DDNAME               00011760
               MOVE FS-XXBARCS1              TO WK-FILE-STATUS          00011770
                                                                        00011780
               PERFORM 9000-CANCELACION                                 00011790
                  THRU 9000-CANCELACION-EXIT                            00011800
                                                                        00011810
           END-IF                                                       00011820
                                                                        00011830
           .                                                            00011840
       3100-CERRAR-FICHEROS-EXIT.                                       00011850
           EXIT.                                                        00011860
                                                                        00011870
      ******************************************************************00011880
      ***                   3200-ESTADISTICAS                        ***00011890
      ***                   -----------------                        ***00011900
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00011910
      ******************************************************************00011920
       3200-ESTADISTICAS.                                               00011930
                                                                        00011940
           MOVE CT-LINEAS-LEIDAS              TO WK-LEIDAS-ED           00011950
           MOVE CT-LINEAS-OMITIDAS            TO WK-OMITIDAS-ED         00011960
           MOVE CT-LINEAS-IGUALES             TO WK-IGUALES-ED          00011970
           MOVE CT-LINEAS-ANADIDAS            TO WK-ANADIDAS-ED         00011980
           MOVE CT-LINEAS-SUPRIMIDAS          TO WK-SUPRIMIDAS-ED       00011990
           MOVE CT-LINEAS-MODIFICADAS         TO WK-MODIFICADAS-ED      00012000
                                                                        00012010
           DISPLAY WK-CAB-1                                             00012020
           DISPLAY WK-CAB-2                                             00012030
           DISPLAY WK-CAB-1                                             00012040
           DISPLAY WK-CAB-3                                             00012050
           DISPLAY WK-CAB-4                                             00012060
           DISPLAY WK-CAB-5                                             00012070
           DISPLAY WK-CAB-6                                             00012080
           DISPLAY WK-CAB-7                                             00012090
           DISPLAY WK-CAB-8                                             00012100
           DISPLAY WK-CAB-1                                             00012110
                                                                        00012120
           .                                                            00012130
       3200-ESTADISTICAS-EXIT.                                          00012140
           EXIT.                                                        00012150
                                                                        00012160
      ******************************************************************00012170
      ***                   9300-LEER-LINEA                          ***00012180
      ***                   ---------------                          ***00012190
      * SE RECUPERA LA SIGUIENTE LINEA DE LA VERSION EN CARGA.         *00012200
      ******************************************************************00012210
       9300-LEER-LINEA.                                                 00012220
                                                                        00012230
           EXEC SQL                                                     00012240
                FETCH C-LINEAS                                          00012250
                 INTO :G3189-NUMLINEA, :G3189-LINEA                     00012260
           END-EXEC                                                     00012270
                                                                        00012280
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00012290
                                                                        00012300
           EVALUATE  TRUE                                               00012310
               WHEN  DB2-OK                                             00012320
                     CONTINUE                                           00012330
                                                                        00012340
               WHEN  DB2-CLV-NOT-FOUND                                  00012350
                     SET SI-FIN-LINEAS        TO TRUE                   00012360
                                                                        00012370
               WHEN  OTHER                                              00012380
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00012390
                     MOVE CA-ERR-CURSOR-LIN   TO WK-DESCRIPCION         00012400
                     MOVE CA-PRF-9300         TO WK-PARRAFO             00012410
                     MOVE CA-XXBARCV          TO WK-RUTINA              00012420
                     MOVE CA-REPO-LIN         TO WK-TABLA-DB2           00012430
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00012440
                                                                        00012450
                     PERFORM 9000-CANCELACION                           00012460
                        THRU 9000-CANCELACION-EXIT                      00012470
                                                                        00012480
           END-EVALUATE                                                 00012490
                                                                        00012500
           .                                                            00012510
       9300-LEER-LINEA-EXIT.                                            00012520
           EXIT.                                                        00012530
                                                                        00012540
      ******************************************************************00012550
      ***                   9400-ESCRIBIR-LINEA                      ***00012560
      ***                   -------------------                      ***00012570
      * SE ESCRIBE EN EL LISTADO LA LINEA PREPARADA EN WK-LINEA-SALIDA.*00012580
      ******************************************************************00012590
       9400-ESCRIBIR-LINEA.                                             00012600
                                                                        00012610
           WRITE REG-XXBARCS1 FROM WK-LINEA-SALIDA                      00012620
                                                                        00012630
           IF  FS-XXBARCS1 NOT = CA-FS-OK                               00012640
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012650
               MOVE CA-ERR-ESCRIB-XXBARCS1   TO WK-DESCRIPCION          00012660
               MOVE CA-PRF-9400              TO WK-PARRAFO              00012670
               MOVE CA-XXBARCS1              TO WK-DDNAME               00012680
               MOVE FS-XXBARCS1              TO WK-FILE-STATUS          00012690
               MOVE WK-LINEA-SALIDA          TO WK-DATOS-REGISTRO       00012700
                                                                        00012710
               PERFORM 9000-CANCELACION                                 00012720
                  THRU 9000-CANCELACION-EXIT                            00012730
                                                                        00012740
           END-IF                                                       00012750
                                                                        00012760
           .                                                            00012770
       9400-ESCRIBIR-LINEA-EXIT.                                        00012780
           EXIT.                                                        00012790
                                                                        00012800
      ******************************************************************00012810
      ***                   9000-CANCELACION                         ***00012820
      ***                   ----------------                         ***00012830
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00012840
      ******************************************************************00012850
       9000-CANCELACION.                                                00012860
                                                                        00012870
           MOVE CA-RESP                       TO WK-RESPONSABLE         00012880
                                                                        00012890
           EVALUATE  TRUE                                               00012900
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00012910
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012920
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012930
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00012940
                         RESPONSABLE('WK-RESPONSABLE')                  00012950
                         DESCRIPCION('WK-DESCRIPCION')                  00012960
                         PROGRAMA('WK-PROGRAMA')                        00012970
                         PARRAFO('WK-PARRAFO')                          00012980
                         SQLCA('SQLCA')                                 00012990
                         TABLA_DB2('WK-TABLA-DB2')                      00013000
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00013010
                     END-FUN                                            00013020
                                                                        00013030
               WHEN  OTHER                                              00013040
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00013050
                         TIPO_ERROR('WK-TIPO-ERROR')                    00013060
                         RESPONSABLE('WK-RESPONSABLE')                  00013070
                         DESCRIPCION('WK-DESCRIPCION')                  00013080
                         PROGRAMA('WK-PROGRAMA')                        00013090
                         PARRAFO('WK-PARRAFO')                          00013100
                         DDNAME('WK-DDNAME')                            00013110
                         FILE_STATUS('WK-FILE-STATUS')                  00013120
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00013130
                     END-FUN                                            00013140
                                                                        00013150
           END-EVALUATE                                                 00013160
                                                                        00013170
           .                                                            00013180
       9000-CANCELACION-EXIT.                                           00013190
           EXIT.                                                        00013200
