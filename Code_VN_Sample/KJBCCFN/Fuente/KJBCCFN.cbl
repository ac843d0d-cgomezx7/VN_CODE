      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCFN.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH VERIFICADOR DE LA CONSOLIDACION    *00000110
      *               PARALELA KJBCCSP/KJBCCRL. LEE EL MANIFIESTO DE   *00000120
      *               PARTICIONES (REGISTROS DE AUDITORIA KJBCSPA1 DE  *00000130
      *               CADA REPARTO) Y CERTIFICA QUE LOS RANGOS DE      *00000140
      *               EMPRESA NO TIENEN HUECOS NI SOLAPES, QUE CADA    *00000150
      *               PARTICION CUADRA INTERNAMENTE, QUE TODAS         *00000160
      *               PROCEDEN DEL MISMO FICHERO, QUE CADA INSTANCIA   *00000170
      *               DE KJBCCRL HA FINALIZADO Y QUE LA SUMA DE        *00000180
      *               MOVIMIENTOS Y DE TOTALES DE CONTROL DE LAS       *00000190
      *               COLAS *FIN DE LAS PARTICIONES COINCIDE CON LA    *00000200
      *               COLA *FIN DEL FICHERO ORIGINAL. SOLO SI TODO     *00000210
      *               CUADRA SE DA POR FINALIZADO EL PASO KJBCCRL EN   *00000220
      *               LA TABLA DE CONTROL DE EJECUCIONES; EN CASO      *00000230
      *               CONTRARIO EL PASO QUEDA EN EJECUCION Y EL CIERRE *00000240
      *               DEL DIA (KJBCCDC) NO PUEDE REALIZARSE.           *00000250
      *-                                                              -*00000260
      *  FICHEROS DE ENTRADA:                                          *00000270
      *        KJBCFNE1 : MANIFIESTO DE PARTICIONES (KJBCSPA1 DE TODAS *00000280
      *                   LAS PARTICIONES), ORDENADO POR EMPRESA DESDE.*00000290
      *-                                                              -*00000300
      *  FICHEROS DE SALIDA:                                           *00000310
      *        KJBCFNS1 : LISTADO DE CERTIFICACION DEL REPARTO.        *00000320
      *-                                                              -*00000330
      *  RUTINAS Y MODULOS:                                            *00000340
      *        XXBARUN : RUTINA DE CONTROL DE EJECUCIONES BATCH.       *00000350
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000360
      *                  CANCELACION DEL PROGRAMA CON ERROR.           *00000370
      *-                                                              -*00000380
      *  CODIGOS DE RETORNO:                                           *00000390
      *        0 : REPARTO CERTIFICADO, PASO KJBCCRL FINALIZADO.       *00000400
      *        4 : HUECOS, SOLAPES, DESCUADRES O INSTANCIAS SIN        *00000410
      *            FINALIZAR. EL PASO KJBCCRL QUEDA EN EJECUCION.      *00000420
      *-                                                              -*00000430
      ******************************************************************00000440
      *                  M O D I F I C A C I O N E S                   *00000450
      *                  ---------------------------                   *00000460
      *                                                                *00000470
      * USUARIO  FECHA        DESCRIPCION                              *00000480
      * -------- ----------   ---------------------------------------- *00000490
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CERTIFICACION DE *00000500
      *                        LA CONSOLIDACION PARALELA POR RANGO DE  *00000510
      *                        EMPRESA ANTES DEL CIERRE DEL DIA.       *00000520
      *                                                                *00000530
      ******************************************************************00000540
                                                                        00000550
      ******************************************************************00000560
      * IDENTIFICATION DIVISION                                        *00000570
      ******************************************************************00000580
       IDENTIFICATION DIVISION.                                         00000590
       PROGRAM-ID.    KJBCCFN.                                          00000600
       AUTHOR.        VIEWNEXT.                                         00000610
       DATE-WRITTEN.  15-10-2026.                                       00000620
       DATE-COMPILED.                                                   00000630
                                                                        00000640
      ******************************************************************00000650
      * ENVIRONMENT DIVISION                                           *00000660
      ******************************************************************00000670
       ENVIRONMENT DIVISION.                                            00000680
                                                                        00000690
      *----------------------------------------------------------------*00000700
      * CONFIGURATION SECTION                                          *00000710
      *----------------------------------------------------------------*00000720
       CONFIGURATION SECTION.                                           00000730
                                                                        00000740
       SOURCE-COMPUTER. IBM-3090.                                       00000750
       OBJECT-COMPUTER. IBM-3090.                                       00000760
       SPECIAL-NAMES.                                                   00000770
           DECIMAL-POINT IS COMMA.                                      00000780
                                                                        00000790
      *----------------------------------------------------------------*00000800
      * INPUT OUTPUT SECTION                                           *00000810
      *----------------------------------------------------------------*00000820
       INPUT-OUTPUT SECTION.                                            00000830
       FILE-CONTROL.                                                    00000840
                                                                        00000850
      * -- MANIFIESTO DE PARTICIONES CON AUDITORIA.                     00000860
           SELECT KJBCFNE1 ASSIGN KJBCFNE1                              00000870
                  ACCESS MODE IS SEQUENTIAL                             00000880
                  FILE STATUS IS FS-KJBCFNE1.                           00000890
                                                                        00000900
      * -- LISTADO DE CERTIFICACION DEL REPARTO.                        00000910
           SELECT KJBCFNS1 ASSIGN KJBCFNS1                              00000920
                  ACCESS MODE IS SEQUENTIAL                             00000930
                  FILE STATUS IS FS-KJBCFNS1.                           00000940
                                                                        00000950
      ******************************************************************00000960
      * DATA DIVISION                                                  *00000970
      ******************************************************************00000980
       DATA DIVISION.                                                   00000990
                                                                        00001000
      *----------------------------------------------------------------*00001010
      * FILE SECTION                                                   *00001020
      *----------------------------------------------------------------*00001030
       FILE SECTION.                                                    00001040
                                                                        00001050
      * -- MISMO LAYOUT QUE EL REGISTRO DE AUDITORIA KJBCSPA1.          00001060
       FD  KJBCFNE1                                                     00001070
           BLOCK CONTAINS 0 RECORDS                                     00001080
           RECORDING MODE IS F                                          00001090
           LABEL RECORD ARE STANDARD                                    00001100
           RECORD CONTAINS 120 CHARACTERS                               00001110
           DATA RECORD IS REG-KJBCFNE1.                                 00001120
       01  REG-KJBCFNE1.                                                00001130
           05  FN-IDEMPR-DESDE             PIC X(04).                   00001140
           05  FN-IDEMPR-HASTA             PIC X(04).                   00001150
           05  FN-INSTANCIA                PIC X(08).                   00001160
           05  FN-FECHA                    PIC 9(08).                   00001170
           05  FN-HORA                     PIC 9(08).                   00001180
           05  FN-LEIDOS                   PIC 9(09).                   00001190
           05  FN-ESCRITOS                 PIC 9(09).                   00001200
           05  FN-DESCARTADOS              PIC 9(09).                   00001210
           05  FN-ORI-NUM-MOVS             PIC 9(09).                   00001220
           05  FN-ORI-SIGNO-HASH           PIC X(01).                   00001230
           05  FN-ORI-HASH-IMPORTES        PIC 9(15)V9(2).              00001240
           05  FN-PAR-SIGNO-HASH           PIC X(01).                   00001250
           05  FN-PAR-HASH-IMPORTES        PIC 9(15)V9(2).              00001260
           05  FILLER                      PIC X(16).                   00001270
                                                                        00001280
       FD  KJBCFNS1                                                     00001290
           BLOCK CONTAINS 0 RECORDS                                     00001300
           RECORDING MODE IS F                                          00001310
           LABEL RECORD ARE STANDARD                                    00001320
           RECORD CONTAINS 132 CHARACTERS                               00001330
           DATA RECORD IS REG-KJBCFNS1.                                 00001340
       01  REG-KJBCFNS1                    PIC X(132).                  00001350
                                                                        00001360
      *----------------------------------------------------------------*00001370
      * WORKING-STORAGE SECTION                                        *00001380
      *----------------------------------------------------------------*00001390
       WORKING-STORAGE SECTION.                                         00001400
                                                                        00001410
      ******************************************************************00001420
      *                        S W I T C H E S                         *00001430
      ******************************************************************00001440
       01  SW-SWITCHES.                                                 00001450
           05  SW-FIN-KJBCFNE1             PIC X(01)   VALUE 'N'.       00001460
               88  SI-FIN-KJBCFNE1                     VALUE 'S'.       00001470
               88  NO-FIN-KJBCFNE1                     VALUE 'N'.       00001480
           05  SW-PRIMERA-PARTICION        PIC X(01)   VALUE 'S'.       00001490
               88  SI-PRIMERA-PARTICION                VALUE 'S'.       00001500
               88  NO-PRIMERA-PARTICION                VALUE 'N'.       00001510
                                                                        00001520
      ******************************************************************00001530
      *                      C O N S T A N T E S                       *00001540
      ******************************************************************00001550
       01  CT-CONSTANTES.                                               00001560
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001570
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001580
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001590
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001600
      -                            'PAGO'.                              00001610
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001620
               10  CA-KJBCFNE1             PIC X(08)   VALUE 'KJBCFNE1'.00001630
               10  CA-KJBCFNS1             PIC X(08)   VALUE 'KJBCFNS1'.00001640
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00001650
               10  CA-OBS-CUADRA           PIC X(20)   VALUE 'CUADRA'.  00001660
               10  CA-OBS-INTERNO          PIC X(20)   VALUE 'DESCUADRE 00001670
      -                            'INTERNO'.                           00001680
               10  CA-OBS-ORIGEN           PIC X(20)   VALUE 'ORIGEN DIS00001690
      -                            'TINTO'.                             00001700
               10  CA-OBS-SOLAPE           PIC X(20)   VALUE 'SOLAPE DE 00001710
      -                            'RANGO'.                             00001720
               10  CA-OBS-HUECO            PIC X(20)   VALUE 'HUECO DE R00001730
      -                            'ANGO'.                              00001740
               10  CA-OBS-INSTANCIA        PIC X(20)   VALUE 'INSTANCIA 00001750
      -                            'PENDIENTE'.                         00001760
               10  CA-OBS-GLOBAL           PIC X(20)   VALUE 'DESCUADRE 00001770
      -                            'GLOBAL'.                            00001780
               10  CA-OBS-IMPORTES         PIC X(20)   VALUE 'DESCUADRE 00001790
      -                            'IMPORTES'.                          00001800
               10  CA-OBS-SIN-PARTIC       PIC X(20)   VALUE 'SIN PARTIC00001810
      -                            'IONES'.                             00001820
               10  CA-RES-CERTIFICADO      PIC X(60)   VALUE 'RESULTADO:00001830
      -                            ' REPARTO CERTIFICADO, PASO KJBCCRL F00001840
      -                            'INALIZADO'.                         00001850
               10  CA-RES-NO-CERTIFICADO   PIC X(60)   VALUE 'RESULTADO:00001860
      -                            ' REPARTO NO CERTIFICADO, PASO KJBCCR00001870
      -                            'L PENDIENTE'.                       00001880
               10  CA-ERR-ABRIR-KJBCFNE1   PIC X(34)   VALUE 'ERROR AL A00001890
      -                            'BRIR EL FICHERO KJBCFNE1'.          00001900
               10  CA-ERR-CERRAR-KJBCFNE1  PIC X(35)   VALUE 'ERROR AL C00001910
      -                            'ERRAR EL FICHERO KJBCFNE1'.         00001920
               10  CA-ERR-ABRIR-KJBCFNS1   PIC X(34)   VALUE 'ERROR AL A00001930
      -                            'BRIR EL FICHERO KJBCFNS1'.          00001940
               10  CA-ERR-CERRAR-KJBCFNS1  PIC X(35)   VALUE 'ERROR AL C00001950
      -                            'ERRAR EL FICHERO KJBCFNS1'.         00001960
               10  CA-ERR-LEER-KJBCFNE1    PIC X(33)   VALUE 'ERROR AL L00001970
      -                            'EER EL FICHERO KJBCFNE1'.           00001980
               10  CA-ERR-ESCRIB-KJBCFNS1  PIC X(34)   VALUE 'ERROR AL E00001990
      -                            'SCRIBIR FICHERO KJBCFNS1'.          00002000
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002010
      -                            '-FICHEROS'.                         00002020
               10  CA-PRF-2300             PIC X(20)   VALUE '2300-ESCRI00002030
      -                            'BIR-LINEA'.                         00002040
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002050
      -                            'R-FICHEROS'.                        00002060
               10  CA-PRF-9100             PIC X(18)   VALUE '9100-LEER-00002070
      -                            'KJBCFNE1'.                          00002080
                                                                        00002090
           05  CN-CONSTANTES-NUMERICAS.                                 00002100
               10  CN-1                    PIC 9(01)   VALUE 1.         00002110
                                                                        00002120
      ******************************************************************00002130
      *                    C O N T A D O R E S                         *00002140
      ******************************************************************00002150
       01  CT-CONTADORES.                                               00002160
           05  CT-PARTICIONES              PIC 9(9)    VALUE ZEROES.    00002170
           05  CT-DESCUADRES               PIC 9(9)    VALUE ZEROES.    00002180
                                                                        00002190
      ******************************************************************00002200
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002210
      ******************************************************************00002220
       01  WK-ESTADISTICA.                                              00002230
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002240
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002250
      -                            'ICAS DE KJBCCFN                     00002260
      -                            '        *'.                         00002270
           05  WK-CAB-3.                                                00002280
               10  FILLER                  PIC X(45)   VALUE '* PARTICIO00002290
      -                            'NES VERIFICADAS:                 '. 00002300
               10  WK-PARTIC-ED            PIC ZZZZZZZZ9.               00002310
               10  FILLER                  PIC X(01)   VALUE '*'.       00002320
           05  WK-CAB-4.                                                00002330
               10  FILLER                  PIC X(45)   VALUE '* ANOMALIA00002340
      -                            'S DETECTADAS:                    '. 00002350
               10  WK-ANOMAL-ED            PIC ZZZZZZZZ9.               00002360
               10  FILLER                  PIC X(01)   VALUE '*'.       00002370
                                                                        00002380
      ******************************************************************00002390
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002400
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002410
      ******************************************************************00002420
       01  WK-CANCELACION-BATCH.                                        00002430
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002440
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002450
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002460
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCFN'. 00002470
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002480
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002490
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002500
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002510
                                                                        00002520
      ******************************************************************00002530
      *                      F I L E  S T A T U S                      *00002540
      ******************************************************************00002550
       01  FS-FILE-STATUS.                                              00002560
           05  FS-KJBCFNE1                 PIC X(02).                   00002570
           05  FS-KJBCFNS1                 PIC X(02).                   00002580
                                                                        00002590
      ******************************************************************00002600
      *                 L I N E A S  D E  I N F O R M E                *00002610
      ******************************************************************00002620
       01  WK-LINEA-CABECERA.                                           00002630
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002640
           05  FILLER                      PIC X(50)   VALUE 'CERTIFICAC00002650
      -                            'ION DE LA CONSOLIDACION PARALELA KJB00002660
      -                            'CCRL'.                              00002670
           05  FILLER                      PIC X(62)   VALUE SPACES.    00002680
                                                                        00002690
       01  WK-LINEA-DETALLE.                                            00002700
           05  WD-DESDE                    PIC X(04).                   00002710
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002720
           05  WD-HASTA                    PIC X(04).                   00002730
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002740
           05  WD-INSTANCIA                PIC X(08).                   00002750
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002760
           05  WD-LEIDOS                   PIC ZZZZZZZZ9.               00002770
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002780
           05  WD-ESCRITOS                 PIC ZZZZZZZZ9.               00002790
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002800
           05  WD-DESCARTADOS              PIC ZZZZZZZZ9.               00002810
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002820
           05  WD-IMPORTE                  PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99. 00002830
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002840
           05  WD-OBSERVACIONES            PIC X(20).                   00002850
           05  FILLER                      PIC X(32)   VALUE SPACES.    00002860
                                                                        00002870
       01  WK-LINEA-TOTAL.                                              00002880
           05  FILLER                      PIC X(31)   VALUE 'TOTAL MOVI00002890
      -                            'MIENTOS PARTICIONES: '.             00002900
           05  WT-TOTAL-ESCRITOS           PIC ZZZZZZZZ9.               00002910
           05  FILLER                      PIC X(17)   VALUE            00002920
                                   ' COLA ORIGINAL: '.                  00002930
           05  WT-TOTAL-ORIGINAL           PIC ZZZZZZZZ9.               00002940
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002950
           05  WT-OBSERVACIONES            PIC X(20).                   00002960
           05  FILLER                      PIC X(44)   VALUE SPACES.    00002970
                                                                        00002980
       01  WK-LINEA-IMPORTES.                                           00002990
           05  FILLER                      PIC X(31)   VALUE 'TOTAL IMPO00003000
      -                            'RTES PARTICIONES:    '.             00003010
           05  WI-TOTAL-PARTICIONES        PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99. 00003020
           05  FILLER                      PIC X(17)   VALUE            00003030
                                   ' COLA ORIGINAL: '.                  00003040
           05  WI-TOTAL-ORIGINAL           PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99. 00003050
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003060
           05  WI-OBSERVACIONES            PIC X(20).                   00003070
           05  FILLER                      PIC X(16)   VALUE SPACES.    00003080
                                                                        00003090
       01  WK-LINEA-RESULTADO.                                          00003100
           05  WR-RESULTADO-FINAL          PIC X(60).                   00003110
           05  FILLER                      PIC X(72)   VALUE SPACES.    00003120
                                                                        00003130
      ******************************************************************00003140
      *                      V A R I A B L E S                         *00003150
      ******************************************************************00003160
       01  WK-VARIABLES.                                                00003170
           05  WK-SUMA-PARTICION           PIC 9(09)   VALUE ZEROES.    00003180
           05  WK-TOTAL-ESCRITOS           PIC 9(09)   VALUE ZEROES.    00003190
           05  WK-IMPORTE-PARTICION        PIC S9(15)V9(2) COMP-3       00003200
                                                       VALUE ZEROES.    00003210
           05  WK-TOTAL-IMPORTES           PIC S9(15)V9(2) COMP-3       00003220
                                                       VALUE ZEROES.    00003230
      *--  COLA *FIN DEL FICHERO ORIGINAL, TOMADA DE LA PRIMERA         00003240
      *--  PARTICION Y CONTRASTADA CON LAS DEMAS.                       00003250
           05  WK-ORI-NUM-MOVS             PIC 9(09)   VALUE ZEROES.    00003260
           05  WK-ORI-SIGNO-HASH           PIC X(01)   VALUE SPACES.    00003270
           05  WK-ORI-HASH-IMPORTES        PIC 9(15)V9(2)               00003280
                                                       VALUE ZEROES.    00003290
           05  WK-ORI-IMPORTE              PIC S9(15)V9(2) COMP-3       00003300
                                                       VALUE ZEROES.    00003310
           05  WK-ESTADO-INSTANCIA         PIC X(01)   VALUE SPACES.    00003320
           05  WK-HASTA-ANT-X              PIC X(04) VALUE LOW-VALUES.  00003330
           05  WK-HASTA-ANT-N REDEFINES WK-HASTA-ANT-X                  00003340
                                           PIC 9(04).                   00003350
           05  WK-DESDE-X                  PIC X(04)   VALUE SPACES.    00003360
           05  WK-DESDE-N REDEFINES WK-DESDE-X                          00003370
                                           PIC 9(04).                   00003380
                                                                        00003390
       77  CN-RC-DIFERENCIAS              PIC 9(01)   VALUE 4.          00003400
                                                                        00003410
      ******************************************************************00003420
      *        C O N T R O L   D E   E J E C U C I O N E S             *00003430
      ******************************************************************00003440
       01  CT-CONTROL-EJECUCION.                                        00003450
           05  CA-XXBARUN              PIC X(08)   VALUE 'XXBARUN'.     00003460
           05  CA-RUN-INICIO           PIC X(01)   VALUE 'I'.           00003470
           05  CA-RUN-FIN              PIC X(01)   VALUE 'F'.           00003480
           05  CA-RUN-CONSULTA         PIC X(01)   VALUE 'C'.           00003490
           05  CA-RUN-FINALIZADO       PIC X(01)   VALUE 'F'.           00003500
           05  CA-RUN-RETORNO-OK       PIC X(02)   VALUE '00'.          00003510
           05  CA-RUN-RC-FIN           PIC X(04)   VALUE '0000'.        00003520
           05  CA-RUN-RC-DIFERENCIAS   PIC X(04)   VALUE '0004'.        00003530
           05  CA-KJBCCRL              PIC X(08)   VALUE 'KJBCCRL'.     00003540
           05  CA-PRRF-RUN-1900        PIC X(21)   VALUE '1900-CONTROL-A00003550
      -                            'RRANQUE'.                           00003560
           05  CA-ERR-CONTROL-EJEC     PIC X(37)   VALUE 'ERROR EN LA RU00003570
      -                            'TINA DE CONTROL XXBARUN'.           00003580
                                                                        00003590
      * -- COPY DE COMUNICACION CON LA RUTINA DE CONTROL XXBARUN.       00003600
           COPY XXYARUN.                                                00003610
                                                                        00003620
      ******************************************************************00003630
      *                       PROCEDURE DIVISION                       *00003640
      ******************************************************************00003650
       PROCEDURE DIVISION.                                              00003660
                                                                        00003670
           PERFORM 1000-INICIO                                          00003680
              THRU 1000-INICIO-EXIT                                     00003690
                                                                        00003700
           PERFORM 2000-PROCESO                                         00003710
              THRU 2000-PROCESO-EXIT                                    00003720
             UNTIL SI-FIN-KJBCFNE1                                      00003730
                                                                        00003740
           PERFORM 3000-FIN                                             00003750
              THRU 3000-FIN-EXIT                                        00003760
                                                                        00003770
           .                                                            00003780
                                                                        00003790
      ******************************************************************00003800
      ***                   1000-INICIO                              ***00003810
      ***                   -----------                              ***00003820
      * SE REGISTRA EL ARRANQUE, SE ABREN LOS FICHEROS Y SE LEE LA     *00003830
      * PRIMERA PARTICION DEL MANIFIESTO.                              *00003840
      ******************************************************************00003850
       1000-INICIO.                                                     00003860
                                                                        00003870
           INITIALIZE WK-VARIABLES                                      00003880
                      CT-CONTADORES                                     00003890
                                                                        00003900
           SET NO-FIN-KJBCFNE1               TO TRUE                    00003910
           SET SI-PRIMERA-PARTICION          TO TRUE                    00003920
                                                                        00003930
           PERFORM 1900-CONTROL-ARRANQUE                                00003940
              THRU 1900-CONTROL-ARRANQUE-EXIT                           00003950
                                                                        00003960
           PERFORM 1100-ABRIR-FICHEROS                                  00003970
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003980
                                                                        00003990
           WRITE REG-KJBCFNS1 FROM WK-LINEA-CABECERA                    00004000
                                                                        00004010
           MOVE SPACES                       TO REG-KJBCFNS1            00004020
           WRITE REG-KJBCFNS1                                           00004030
                                                                        00004040
           PERFORM 9100-LEER-KJBCFNE1                                   00004050
              THRU 9100-LEER-KJBCFNE1-EXIT                              00004060
                                                                        00004070
           .                                                            00004080
       1000-INICIO-EXIT.                                                00004090
           EXIT.                                                        00004100
                                                                        00004110
      ******************************************************************00004120
      ***                   1100-ABRIR-FICHEROS                      ***00004130
      ***                   -------------------                      ***00004140
      * SE REALIZA LA APERTURA DE LOS FICHEROS DEL PROCESO.            *00004150
      ******************************************************************00004160
       1100-ABRIR-FICHEROS.                                             00004170
                                                                        00004180
           OPEN INPUT  KJBCFNE1                                         00004190
                OUTPUT KJBCFNS1                                         00004200
                                                                        00004210
           IF  FS-KJBCFNE1 NOT = CA-FS-OK                               00004220
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004230
               MOVE CA-ERR-ABRIR-KJBCFNE1    TO WK-DESCRIPCION          00004240
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004250
               MOVE CA-KJBCFNE1              TO WK-DDNAME               00004260
               MOVE FS-KJBCFNE1              TO WK-FILE-STATUS          00004270
                                                                        00004280
               PERFORM 9000-CANCELACION                                 00004290
                  THRU 9000-CANCELACION-EXIT                            00004300
                                                                        00004310
           END-IF                                                       00004320
                                                                        00004330
           IF  FS-KJBCFNS1 NOT = CA-FS-OK                               00004340
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004350
               MOVE CA-ERR-ABRIR-KJBCFNS1    TO WK-DESCRIPCION          00004360
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004370
               MOVE CA-KJBCFNS1              TO WK-DDNAME               00004380
               MOVE FS-KJBCFNS1              TO WK-FILE-STATUS          00004390
                                                                        00004400
               PERFORM 9000-CANCELACION                                 00004410
                  THRU 9000-CANCELACION-EXIT                            00004420
                                                                        00004430
           END-IF                                                       00004440
                                                                        00004450
           .                                                            00004460
       1100-ABRIR-FICHEROS-EXIT.                                        00004470
           EXIT.                                                        00004480
                                                                        00004490
      ******************************************************************00004500
      ***                   2000-PROCESO                             ***00004510
      ***                   ------------                             ***00004520
      * SE VERIFICA LA PARTICION LEIDA Y SE LEE LA SIGUIENTE. LA       *00004530
      * PRIMERA PARTICION APORTA LA COLA *FIN DEL FICHERO ORIGINAL     *00004540
      * CONTRA LA QUE SE CONTRASTAN LAS DEMAS Y LOS TOTALES.           *00004550
      ******************************************************************00004560
       2000-PROCESO.                                                    00004570
                                                                        00004580
           IF  SI-PRIMERA-PARTICION                                     00004590
               MOVE FN-ORI-NUM-MOVS           TO WK-ORI-NUM-MOVS        00004600
               MOVE FN-ORI-SIGNO-HASH         TO WK-ORI-SIGNO-HASH      00004610
               MOVE FN-ORI-HASH-IMPORTES      TO WK-ORI-HASH-IMPORTES   00004620
                                                 WK-ORI-IMPORTE         00004630
               IF  FN-ORI-SIGNO-HASH = CA-SIGNO-MENOS                   00004640
                   COMPUTE WK-ORI-IMPORTE = WK-ORI-IMPORTE * -1         00004650
               END-IF                                                   00004660
           END-IF                                                       00004670
                                                                        00004680
           COMPUTE WK-SUMA-PARTICION = FN-ESCRITOS + FN-DESCARTADOS     00004690
                                                                        00004700
           MOVE FN-PAR-HASH-IMPORTES          TO WK-IMPORTE-PARTICION   00004710
           IF  FN-PAR-SIGNO-HASH = CA-SIGNO-MENOS                       00004720
               COMPUTE WK-IMPORTE-PARTICION =                           00004730
                       WK-IMPORTE-PARTICION * -1                        00004740
           END-IF                                                       00004750
                                                                        00004760
           ADD FN-ESCRITOS                    TO WK-TOTAL-ESCRITOS      00004770
           ADD WK-IMPORTE-PARTICION           TO WK-TOTAL-IMPORTES      00004780
                                                                        00004790
           MOVE FN-IDEMPR-DESDE               TO WK-DESDE-X             00004800
                                                                        00004810
           PERFORM 2200-CONSULTAR-INSTANCIA                             00004820
              THRU 2200-CONSULTAR-INSTANCIA-EXIT                        00004830
                                                                        00004840
           EVALUATE  TRUE                                               00004850
               WHEN  WK-SUMA-PARTICION NOT = FN-LEIDOS                  00004860
                OR   FN-LEIDOS NOT = FN-ORI-NUM-MOVS                    00004870
                     MOVE CA-OBS-INTERNO      TO WD-OBSERVACIONES       00004880
                     ADD CN-1                 TO CT-DESCUADRES          00004890
                                                                        00004900
               WHEN  FN-ORI-NUM-MOVS      NOT = WK-ORI-NUM-MOVS         00004910
                OR   FN-ORI-SIGNO-HASH    NOT = WK-ORI-SIGNO-HASH       00004920
                OR   FN-ORI-HASH-IMPORTES NOT = WK-ORI-HASH-IMPORTES    00004930
                     MOVE CA-OBS-ORIGEN       TO WD-OBSERVACIONES       00004940
                     ADD CN-1                 TO CT-DESCUADRES          00004950
                                                                        00004960
               WHEN  NO-PRIMERA-PARTICION AND                           00004970
                     WK-DESDE-X NOT > WK-HASTA-ANT-X                    00004980
                     MOVE CA-OBS-SOLAPE       TO WD-OBSERVACIONES       00004990
                     ADD CN-1                 TO CT-DESCUADRES          00005000
                                                                        00005010
               WHEN  NO-PRIMERA-PARTICION      AND                      00005020
                     WK-DESDE-X NUMERIC        AND                      00005030
                     WK-HASTA-ANT-X NUMERIC    AND                      00005040
                     WK-DESDE-N > WK-HASTA-ANT-N + 1                    00005050
                     MOVE CA-OBS-HUECO        TO WD-OBSERVACIONES       00005060
                     ADD CN-1                 TO CT-DESCUADRES          00005070
                                                                        00005080
               WHEN  WK-ESTADO-INSTANCIA NOT = CA-RUN-FINALIZADO        00005090
                     MOVE CA-OBS-INSTANCIA    TO WD-OBSERVACIONES       00005100
                     ADD CN-1                 TO CT-DESCUADRES          00005110
                                                                        00005120
               WHEN  OTHER                                              00005130
                     MOVE CA-OBS-CUADRA       TO WD-OBSERVACIONES       00005140
                                                                        00005150
           END-EVALUATE                                                 00005160
                                                                        00005170
           PERFORM 2300-ESCRIBIR-LINEA                                  00005180
              THRU 2300-ESCRIBIR-LINEA-EXIT                             00005190
                                                                        00005200
           SET NO-PRIMERA-PARTICION           TO TRUE                   00005210
           MOVE FN-IDEMPR-HASTA               TO WK-HASTA-ANT-X         00005220
           ADD CN-1                           TO CT-PARTICIONES         00005230
                                                                        00005240
           PERFORM 9100-LEER-KJBCFNE1                                   00005250
              THRU 9100-LEER-KJBCFNE1-EXIT                              00005260
                                                                        00005270
           .                                                            00005280
       2000-PROCESO-EXIT.                                               00005290
           EXIT.                                                        00005300
                                                                        00005310
      ******************************************************************00005320
      ***                   2200-CONSULTAR-INSTANCIA                 ***00005330
      ***                   ------------------------                 ***00005340
      * SE CONSULTA EN LA TABLA DE CONTROL DE EJECUCIONES EL ESTADO DE *00005350
      * LA INSTANCIA DE KJBCCRL QUE CONSOLIDO LA PARTICION.            *00005360
      ******************************************************************00005370
       2200-CONSULTAR-INSTANCIA.                                        00005380
                                                                        00005390
           INITIALIZE XXYARUN                                           00005400
                                                                        00005410
           MOVE CA-RUN-CONSULTA              TO XXYARUN-FUNCION-E       00005420
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00005430
           MOVE FN-INSTANCIA                 TO XXYARUN-PREREQUI-E      00005440
                                                                        00005450
           CALL CA-XXBARUN               USING XXYARUN                  00005460
                                                                        00005470
           PERFORM 1950-COMPROBAR-CONTROL                               00005480
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00005490
                                                                        00005500
           MOVE XXYARUN-ESTADO-S             TO WK-ESTADO-INSTANCIA     00005510
                                                                        00005520
           .                                                            00005530
       2200-CONSULTAR-INSTANCIA-EXIT.                                   00005540
           EXIT.                                                        00005550
                                                                        00005560
      ******************************************************************00005570
      ***                   2300-ESCRIBIR-LINEA                      ***00005580
      ***                   -------------------                      ***00005590
      * SE ESCRIBE LA LINEA DE CERTIFICACION DE LA PARTICION.          *00005600
      ******************************************************************00005610
       2300-ESCRIBIR-LINEA.                                             00005620
                                                                        00005630
           MOVE FN-IDEMPR-DESDE              TO WD-DESDE                00005640
           MOVE FN-IDEMPR-HASTA              TO WD-HASTA                00005650
           MOVE FN-INSTANCIA                 TO WD-INSTANCIA            00005660
           MOVE FN-LEIDOS                    TO WD-LEIDOS               00005670
           MOVE FN-ESCRITOS                  TO WD-ESCRITOS             00005680
           MOVE FN-DESCARTADOS               TO WD-DESCARTADOS          00005690
           MOVE WK-IMPORTE-PARTICION         TO WD-IMPORTE              00005700
                                                                        00005710
           WRITE REG-KJBCFNS1 FROM WK-LINEA-DETALLE                     00005720
                                                                        00005730
           IF  FS-KJBCFNS1 NOT = CA-FS-OK                               00005740
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005750
               MOVE CA-ERR-ESCRIB-KJBCFNS1   TO WK-DESCRIPCION          00005760
               MOVE CA-PRF-2300              TO WK-PARRAFO              00005770
               MOVE CA-KJBCFNS1              TO WK-DDNAME               00005780
               MOVE FS-KJBCFNS1              TO WK-FILE-STATUS          00005790
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00005800
                                                                        00005810
               PERFORM 9000-CANCELACION                                 00005820
                  THRU 9000-CANCELACION-EXIT                            00005830
                                                                        00005840
           END-IF                                                       00005850
                                                                        00005860
           .                                                            00005870
       2300-ESCRIBIR-LINEA-EXIT.                                        00005880
           EXIT.                                                        00005890
                                                                        00005900
      ******************************************************************00005910
      ***                   3000-FIN                                 ***00005920
      ***                   --------                                 ***00005930
      * SE CERTIFICAN LOS TOTALES GLOBALES CONTRA LA COLA *FIN DEL     *00005940
      * FICHERO ORIGINAL. SI NO HAY ANOMALIAS SE DA POR FINALIZADO EL  *00005950
      * PASO KJBCCRL; EN CASO CONTRARIO QUEDA EN EJECUCION Y EL        *00005960
      * PROCESO TERMINA CON CONDITION CODE 4.                          *00005970
      ******************************************************************00005980
       3000-FIN.                                                        00005990
                                                                        00006000
           MOVE WK-TOTAL-ESCRITOS             TO WT-TOTAL-ESCRITOS      00006010
           MOVE WK-ORI-NUM-MOVS               TO WT-TOTAL-ORIGINAL      00006020
                                                                        00006030
           EVALUATE  TRUE                                               00006040
               WHEN  CT-PARTICIONES = ZEROES                            00006050
                     MOVE CA-OBS-SIN-PARTIC   TO WT-OBSERVACIONES       00006060
                     ADD CN-1                 TO CT-DESCUADRES          00006070
                                                                        00006080
               WHEN  WK-TOTAL-ESCRITOS NOT = WK-ORI-NUM-MOVS            00006090
                     MOVE CA-OBS-GLOBAL       TO WT-OBSERVACIONES       00006100
                     ADD CN-1                 TO CT-DESCUADRES          00006110
                                                                        00006120
               WHEN  OTHER                                              00006130
                     MOVE CA-OBS-CUADRA       TO WT-OBSERVACIONES       00006140
                                                                        00006150
           END-EVALUATE                                                 00006160
                                                                        00006170
           MOVE SPACES                        TO REG-KJBCFNS1           00006180
           WRITE REG-KJBCFNS1                                           00006190
                                                                        00006200
           WRITE REG-KJBCFNS1 FROM WK-LINEA-TOTAL                       00006210
                                                                        00006220
           MOVE WK-TOTAL-IMPORTES             TO WI-TOTAL-PARTICIONES   00006230
           MOVE WK-ORI-IMPORTE                TO WI-TOTAL-ORIGINAL      00006240
                                                                        00006250
           IF  WK-TOTAL-IMPORTES NOT = WK-ORI-IMPORTE                   00006260
               MOVE CA-OBS-IMPORTES          TO WI-OBSERVACIONES        00006270
               ADD CN-1                      TO CT-DESCUADRES           00006280
           ELSE                                                         00006290
               MOVE CA-OBS-CUADRA            TO WI-OBSERVACIONES        00006300
           END-IF                                                       00006310
                                                                        00006320
           WRITE REG-KJBCFNS1 FROM WK-LINEA-IMPORTES                    00006330
                                                                        00006340
           MOVE SPACES                        TO REG-KJBCFNS1           00006350
           WRITE REG-KJBCFNS1                                           00006360
                                                                        00006370
           IF  CT-DESCUADRES = ZEROES                                   00006380
               MOVE CA-RES-CERTIFICADO       TO WR-RESULTADO-FINAL      00006390
           ELSE                                                         00006400
               MOVE CA-RES-NO-CERTIFICADO    TO WR-RESULTADO-FINAL      00006410
           END-IF                                                       00006420
                                                                        00006430
           WRITE REG-KJBCFNS1 FROM WK-LINEA-RESULTADO                   00006440
                                                                        00006450
           PERFORM 3100-CERRAR-FICHEROS                                 00006460
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006470
                                                                        00006480
           PERFORM 3200-ESTADISTICAS                                    00006490
              THRU 3200-ESTADISTICAS-EXIT                               00006500
                                                                        00006510
           IF  CT-DESCUADRES = ZEROES                                   00006520
               PERFORM 3800-FINALIZAR-PASO                              00006530
                  THRU 3800-FINALIZAR-PASO-EXIT                         00006540
           END-IF                                                       00006550
                                                                        00006560
           PERFORM 3900-REGISTRAR-FIN                                   00006570
              THRU 3900-REGISTRAR-FIN-EXIT                              00006580
                                                                        00006590
           IF  CT-DESCUADRES NOT = ZEROES                               00006600
               MOVE CN-RC-DIFERENCIAS        TO RETURN-CODE             00006610
           END-IF                                                       00006620
                                                                        00006630
           STOP RUN                                                     00006640
                                                                        00006650
           .                                                            00006660
       3000-FIN-EXIT.                                                   00006670
           EXIT.                                                        00006680
                                                                        00006690
      ******************************************************************00006700
      ***                   3100-CERRAR-FICHEROS                     ***00006710
      ***                   --------------------                     ***00006720
      * SE REALIZA EL CIERRE DE LOS FICHEROS.                          *00006730
      ******************************************************************00006740
       3100-CERRAR-FICHEROS.                                            00006750
                                                                        00006760
           CLOSE KJBCFNE1                                               00006770
                 KJBCFNS1                                               00006780
                                                                        00006790
           IF  FS-KJBCFNE1 NOT = CA-FS-OK                               00006800
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006810
               MOVE CA-ERR-CERRAR-KJBCFNE1   TO WK-DESCRIPCION          00006820
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006830
               MOVE CA-KJBCFNE1              TO WK-DDNAME               00006840
               MOVE FS-KJBCFNE1              TO WK-FILE-STATUS          00006850
                                                                        00006860
               PERFORM 9000-CANCELACION                                 00006870
                  THRU 9000-CANCELACION-EXIT                            00006880
                                                                        00006890
           END-IF                                                       00006900
                                                                        00006910
           IF  FS-KJBCFNS1 NOT = CA-FS-OK                               00006920
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006930
               MOVE CA-ERR-CERRAR-KJBCFNS1   TO WK-DESCRIPCION          00006940
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006950
               MOVE CA-KJBCFNS1              TO WK-DDNAME               00006960
               MOVE FS-KJBCFNS1              TO WK-FILE-STATUS          00006970
                                                                        00006980
               PERFORM 9000-CANCELACION                                 00006990
                  THRU 9000-CANCELACION-EXIT                            00007000
                                                                        00007010
           END-IF                                                       00007020
                                                                        00007030
           .                                                            00007040
       3100-CERRAR-FICHEROS-EXIT.                                       00007050
           EXIT.                                                        00007060
                                                                        00007070
      ******************************************************************00007080
      ***                   3200-ESTADISTICAS                        ***00007090
      ***                   -----------------                        ***00007100
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007110
      ******************************************************************00007120
       3200-ESTADISTICAS.                                               00007130
                                                                        00007140
           MOVE CT-PARTICIONES               TO WK-PARTIC-ED            00007150
           MOVE CT-DESCUADRES                TO WK-ANOMAL-ED            00007160
                                                                        00007170
           DISPLAY WK-CAB-1                                             00007180
           DISPLAY WK-CAB-2                                             00007190
           DISPLAY WK-CAB-1                                             00007200
           DISPLAY WK-CAB-3                                             00007210
           DISPLAY WK-CAB-4                                             00007220
           DISPLAY WK-CAB-1                                             00007230
                                                                        00007240
           .                                                            00007250
       3200-ESTADISTICAS-EXIT.                                          00007260
           EXIT.                                                        00007270
                                                                        00007280
      ******************************************************************00007290
      ***                   9100-LEER-KJBCFNE1                       ***00007300
      ***                   ------------------                       ***00007310
      * SE REALIZA LA LECTURA DEL MANIFIESTO DE PARTICIONES.           *00007320
      ******************************************************************00007330
       9100-LEER-KJBCFNE1.                                              00007340
                                                                        00007350
           READ KJBCFNE1                                                00007360
           AT END                                                       00007370
                SET SI-FIN-KJBCFNE1          TO TRUE                    00007380
                                                                        00007390
             NOT AT END                                                 00007400
                CONTINUE                                                00007410
                                                                        00007420
           END-READ                                                     00007430
                                                                        00007440
           IF  FS-KJBCFNE1 NOT = CA-FS-OK AND CA-FS-EOF                 00007450
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007460
               MOVE CA-ERR-LEER-KJBCFNE1     TO WK-DESCRIPCION          00007470
               MOVE CA-PRF-9100              TO WK-PARRAFO              00007480
               MOVE CA-KJBCFNE1              TO WK-DDNAME               00007490
               MOVE FS-KJBCFNE1              TO WK-FILE-STATUS          00007500
                                                                        00007510
               PERFORM 9000-CANCELACION                                 00007520
                  THRU 9000-CANCELACION-EXIT                            00007530
                                                                        00007540
           END-IF                                                       00007550
                                                                        00007560
           .                                                            00007570
       9100-LEER-KJBCFNE1-EXIT.                                         00007580
           EXIT.                                                        00007590
                                                                        00007600
      ******************************************************************00007610
      ***                   1900-CONTROL-ARRANQUE                    ***00007620
      ***                   ---------------------                    ***00007630
      * SE REGISTRA EL INICIO DE ESTE PROCESO EN LA TABLA DE CONTROL   *00007640
      * DE EJECUCIONES.                                                *00007650
      ******************************************************************00007660
       1900-CONTROL-ARRANQUE.                                           00007670
                                                                        00007680
           INITIALIZE XXYARUN                                           00007690
                                                                        00007700
           MOVE CA-RUN-INICIO                TO XXYARUN-FUNCION-E       00007710
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00007720
                                                                        00007730
           CALL CA-XXBARUN               USING XXYARUN                  00007740
                                                                        00007750
           PERFORM 1950-COMPROBAR-CONTROL                               00007760
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00007770
                                                                        00007780
           .                                                            00007790
       1900-CONTROL-ARRANQUE-EXIT.                                      00007800
           EXIT.                                                        00007810
                                                                        00007820
      ******************************************************************00007830
      ***                   1950-COMPROBAR-CONTROL                   ***00007840
      ***                   ----------------------                   ***00007850
      * SE COMPRUEBA EL RETORNO DE LA RUTINA DE CONTROL XXBARUN.       *00007860
      ******************************************************************00007870
       1950-COMPROBAR-CONTROL.                                          00007880
                                                                        00007890
           IF  XXYARUN-RETORNO NOT = CA-RUN-RETORNO-OK                  00007900
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007910
               MOVE CA-ERR-CONTROL-EJEC      TO WK-DESCRIPCION          00007920
               MOVE CA-PRRF-RUN-1900         TO WK-PARRAFO              00007930
                                                                        00007940
               PERFORM 9000-CANCELACION                                 00007950
                  THRU 9000-CANCELACION-EXIT                            00007960
                                                                        00007970
           END-IF                                                       00007980
                                                                        00007990
           .                                                            00008000
       1950-COMPROBAR-CONTROL-EXIT.                                     00008010
           EXIT.                                                        00008020
                                                                        00008030
      ******************************************************************00008040
      ***                   3800-FINALIZAR-PASO                      ***00008050
      ***                   -------------------                      ***00008060
      * REPARTO CERTIFICADO: SE DA POR FINALIZADO EL PASO DE           *00008070
      * CONSOLIDACION KJBCCRL, QUE KJBCCSP DEJO EN EJECUCION, PARA QUE *00008080
      * EL RESTO DE LA CADENA Y EL CIERRE DEL DIA PUEDAN CONTINUAR.    *00008090
      ******************************************************************00008100
       3800-FINALIZAR-PASO.                                             00008110
                                                                        00008120
           INITIALIZE XXYARUN                                           00008130
                                                                        00008140
           MOVE CA-RUN-FIN                   TO XXYARUN-FUNCION-E       00008150
           MOVE CA-KJBCCRL                   TO XXYARUN-PROGRAMA-E      00008160
           MOVE CA-RUN-RC-FIN                TO XXYARUN-CODRETOR-E      00008170
                                                                        00008180
           CALL CA-XXBARUN               USING XXYARUN                  00008190
                                                                        00008200
           PERFORM 1950-COMPROBAR-CONTROL                               00008210
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00008220
                                                                        00008230
           .                                                            00008240
       3800-FINALIZAR-PASO-EXIT.                                        00008250
           EXIT.                                                        00008260
                                                                        00008270
      ******************************************************************00008280
      ***                   3900-REGISTRAR-FIN                       ***00008290
      ***                   ------------------                       ***00008300
      * SE REGISTRA EL FIN DEL PROCESO EN LA TABLA DE CONTROL DE       *00008310
      * EJECUCIONES, CON RETORNO 0004 SI EL REPARTO NO SE CERTIFICO.   *00008320
      ******************************************************************00008330
       3900-REGISTRAR-FIN.                                              00008340
                                                                        00008350
           INITIALIZE XXYARUN                                           00008360
                                                                        00008370
           MOVE CA-RUN-FIN                   TO XXYARUN-FUNCION-E       00008380
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00008390
                                                                        00008400
           IF  CT-DESCUADRES = ZEROES                                   00008410
               MOVE CA-RUN-RC-FIN            TO XXYARUN-CODRETOR-E      00008420
           ELSE                                                         00008430
               MOVE CA-RUN-RC-DIFERENCIAS    TO XXYARUN-CODRETOR-E      00008440
           END-IF                                                       00008450
                                                                        00008460
           CALL CA-XXBARUN               USING XXYARUN                  00008470
                                                                        00008480
           PERFORM 1950-COMPROBAR-CONTROL                               00008490
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00008500
                                                                        00008510
           .                                                            00008520
       3900-REGISTRAR-FIN-EXIT.                                         00008530
           EXIT.                                                        00008540
                                                                        00008550
      ******************************************************************00008560
      ***                   9000-CANCELACION                         ***00008570
      ***                   ----------------                         ***00008580
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008590
      ******************************************************************00008600
       9000-CANCELACION.                                                00008610
                                                                        00008620
           MOVE CA-RESP                      TO WK-RESPONSABLE          00008630
                                                                        00008640
           EXEC-FUN XX_CANCELACION_PROCESOS_BATCH                       00008650
               TIPO_ERROR('WK-TIPO-ERROR')                              00008660
               RESPONSABLE('WK-RESPONSABLE')                            00008670
               DESCRIPCION('WK-DESCRIPCION')                            00008680
               PROGRAMA('WK-PROGRAMA')                                  00008690
               PARRAFO('WK-PARRAFO')                                    00008700
               DDNAME('WK-DDNAME')                                      00008710
               FILE_STATUS('WK-FILE-STATUS')                            00008720
               DATOS_REGISTRO('WK-DATOS-REGISTRO')                      00008730
           END-FUN                                                      00008740
                                                                        00008750
           .                                                            00008760
       9000-CANCELACION-EXIT.                                           00008770
           EXIT.                                                        00008780
