      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHSCN.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CERTIFICACION DE QUE UN FICHERO DE SALIDA DEL    *00000110
      *               CIRCUITO DE TARJETAS NO CONTIENE XPAN SIN        *00000120
      *               ENMASCARAR. RECORRE EL FICHERO (DE FORMATO       *00000130
      *               VARIABLE, HASTA 700 POSICIONES) Y EN CADA        *00000140
      *               REGISTRO BUSCA SECUENCIAS DE 13 A 19 DIGITOS     *00000150
      *               CONSECUTIVOS DELIMITADAS POR CARACTERES QUE NO   *00000160
      *               SON DIGITOS. UNA SECUENCIA CUYO DIGITO DE        *00000170
      *               CONTROL (LUHN) ES CORRECTO SE CONSIDERA UN XPAN  *00000180
      *               EN CLARO Y SE LISTA CON SU REGISTRO Y POSICION.  *00000190
      *               EL PROPIO LISTADO MUESTRA EL XPAN ENMASCARADO    *00000200
      *               (RUTINA MPBAMSK). AL FINAL SE EMITE EL           *00000210
      *               VEREDICTO: CERTIFICADO SI NO SE HA ENCONTRADO    *00000220
      *               NINGUNO.                                         *00000230
      *-                                                              -*00000240
      *  PARAMETROS SYSIN:                                             *00000250
      *        NOMBRE DEL FICHERO A CERTIFICAR (X44). OBLIGATORIO. SE  *00000260
      *        IMPRIME EN LA CABECERA DEL LISTADO.                     *00000270
      *-                                                              -*00000280
      *  FICHEROS DE ENTRADA:                                          *00000290
      *        MPCHSCE1 : FICHERO A CERTIFICAR (FORMATO VARIABLE).     *00000300
      *-                                                              -*00000310
      *  FICHEROS DE SALIDA:                                           *00000320
      *        MPCHSCS1 : LISTADO DE XPAN EN CLARO Y VEREDICTO.        *00000330
      *-                                                              -*00000340
      *  CODIGOS DE RETORNO:                                           *00000350
      *        00 : FICHERO CERTIFICADO.                               *00000360
      *        04 : FICHERO NO CERTIFICADO, CONTIENE XPAN EN CLARO.    *00000370
      *-                                                              -*00000380
      *  RUTINAS Y MODULOS:                                            *00000390
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000400
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000410
      *        MPBAMSK  : ENMASCARADO DEL XPAN SEGUN LA SALIDA.        *00000420
      *-                                                              -*00000430
      ******************************************************************00000440
      *                  M O D I F I C A C I O N E S                   *00000450
      *                  ---------------------------                   *00000460
      *                                                                *00000470
      * USUARIO  FECHA        DESCRIPCION                              *00000480
      * -------- ----------   ---------------------------------------- *00000490
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CERTIFICACION DE *00000500
      *                        FICHEROS SIN XPAN EN CLARO.             *00000510
      *                                                                *00000520
      ******************************************************************00000530
                                                                        00000540
      ******************************************************************00000550
      * IDENTIFICATION DIVISION                                        *00000560
      ******************************************************************00000570
       IDENTIFICATION DIVISION.                                         00000580
       PROGRAM-ID.    MPCHSCN.                                          00000590
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
      * -- FICHERO A CERTIFICAR.                                        00000850
           SELECT MPCHSCE1 ASSIGN MPCHSCE1                              00000860
                  ACCESS MODE IS SEQUENTIAL                             00000870
                  FILE STATUS IS FS-MPCHSCE1.                           00000880
                                                                        00000890
      * -- LISTADO DE XPAN EN CLARO Y VEREDICTO.                        00000900
           SELECT MPCHSCS1 ASSIGN MPCHSCS1                              00000910
                  ACCESS MODE IS SEQUENTIAL                             00000920
                  FILE STATUS IS FS-MPCHSCS1.                           00000930
                                                                        00000940
      ******************************************************************00000950
      * DATA DIVISION                                                  *00000960
      ******************************************************************00000970
       DATA DIVISION.                                                   00000980
                                                                        00000990
      *----------------------------------------------------------------*00001000
      * FILE SECTION                                                   *00001010
      *----------------------------------------------------------------*00001020
       FILE SECTION.                                                    00001030
                                                                        00001040
       FD  MPCHSCE1                                                     00001050
           BLOCK CONTAINS 0 RECORDS                                     00001060
           RECORDING MODE IS V                                          00001070
           LABEL RECORD ARE STANDARD                                    00001080
           RECORD IS VARYING IN SIZE FROM 1 TO 700                      00001090
               DEPENDING ON WK-LONGITUD                                 00001100
           DATA RECORD IS REG-MPCHSCE1.                                 00001110
       01  REG-MPCHSCE1                    PIC X(700).                  00001120
                                                                        00001130
       FD  MPCHSCS1                                                     00001140
           BLOCK CONTAINS 0 RECORDS                                     00001150
           RECORDING MODE IS F                                          00001160
           LABEL RECORD ARE STANDARD                                    00001170
           RECORD CONTAINS 132 CHARACTERS                               00001180
           DATA RECORD IS REG-MPCHSCS1.                                 00001190
       01  REG-MPCHSCS1                    PIC X(132).                  00001200
                                                                        00001210
      *----------------------------------------------------------------*00001220
      * WORKING-STORAGE SECTION                                        *00001230
      *----------------------------------------------------------------*00001240
       WORKING-STORAGE SECTION.                                         00001250
                                                                        00001260
      ******************************************************************00001270
      *                        S W I T C H E S                         *00001280
      ******************************************************************00001290
       01  SW-SWITCHES.                                                 00001300
           05  SW-FIN-MPCHSCE1             PIC X(01)   VALUE 'N'.       00001310
               88  SI-FIN-MPCHSCE1                     VALUE 'S'.       00001320
               88  NO-FIN-MPCHSCE1                     VALUE 'N'.       00001330
           05  SW-DOBLAR-DIGITO            PIC X(01)   VALUE 'N'.       00001340
               88  SI-DOBLAR-DIGITO                    VALUE 'S'.       00001350
               88  NO-DOBLAR-DIGITO                    VALUE 'N'.       00001360
                                                                        00001370
      ******************************************************************00001380
      *                      C O N S T A N T E S                       *00001390
      ******************************************************************00001400
       01  CT-CONSTANTES.                                               00001410
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001420
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001430
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001440
               10  CA-00                   PIC X(02)   VALUE '00'.      00001450
               10  CA-RESP                 PIC X(14)   VALUE            00001460
                                   'MEDIOS DE PAGO'.                    00001470
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001480
               10  CA-MPCHSCE1             PIC X(08)   VALUE 'MPCHSCE1'.00001490
               10  CA-MPCHSCS1             PIC X(08)   VALUE 'MPCHSCS1'.00001500
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00001510
               10  CA-TXT-CERTIFICADO      PIC X(38)   VALUE            00001520
                         'FICHERO CERTIFICADO: SIN XPAN EN CLARO'.      00001530
               10  CA-TXT-NO-CERTIFICADO   PIC X(46)   VALUE            00001540
                   'FICHERO NO CERTIFICADO: CONTIENE XPAN EN CLARO'.    00001550
               10  CA-LIT-LEIDOS           PIC X(26)   VALUE            00001560
                                   'TOTAL REGISTROS EXAMINADOS'.        00001570
               10  CA-LIT-SECUENCIAS       PIC X(35)   VALUE            00001580
                         'TOTAL SECUENCIAS DE 13 A 19 DIGITOS'.         00001590
               10  CA-LIT-XPAN-CLARO       PIC X(25)   VALUE            00001600
                                   'TOTAL XPAN SIN ENMASCARAR'.         00001610
               10  CA-LIT-AFECTADOS        PIC X(25)   VALUE            00001620
                                   'TOTAL REGISTROS AFECTADOS'.         00001630
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001640
                                   'ERROR AL ABRIR UN FICHERO'.         00001650
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001660
                                   'ERROR AL CERRAR UN FICHERO'.        00001670
               10  CA-ERR-LEER             PIC X(25)   VALUE            00001680
                                   'ERROR AL LEER UN FICHERO'.          00001690
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001700
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001710
               10  CA-ERR-FICHERO          PIC X(38)   VALUE            00001720
                         'NOMBRE DEL FICHERO A CERTIFICAR VACIO '.      00001730
               10  CA-ERR-ENMASCARAR       PIC X(38)   VALUE            00001740
                         'ERROR AL ENMASCARAR EL XPAN           '.      00001750
               10  CA-PRF-1050             PIC X(23)   VALUE            00001760
                                   '1050-VALIDAR-PARAMETROS'.           00001770
               10  CA-PRF-1100             PIC X(19)   VALUE            00001780
                                   '1100-ABRIR-FICHEROS'.               00001790
               10  CA-PRF-2450             PIC X(20)   VALUE            00001800
                                   '2450-ENMASCARAR-XPAN'.              00001810
               10  CA-PRF-3100             PIC X(20)   VALUE            00001820
                                   '3100-CERRAR-FICHEROS'.              00001830
               10  CA-PRF-9100             PIC X(18)   VALUE            00001840
                                   '9100-LEER-MPCHSCE1'.                00001850
               10  CA-PRF-9200             PIC X(21)   VALUE            00001860
                                   '9200-ESCRIBIR-LISTADO'.             00001870
                                                                        00001880
           05  CN-CONSTANTES-NUMERICAS.                                 00001890
               10  CN-1                    PIC 9(01)   VALUE 1.         00001900
               10  CN-2                    PIC 9(01)   VALUE 2.         00001910
               10  CN-4                    PIC 9(01)   VALUE 4.         00001920
               10  CN-9                    PIC 9(01)   VALUE 9.         00001930
               10  CN-10                   PIC 9(02)   VALUE 10.        00001940
      *--      LONGITUDES MINIMA Y MAXIMA DE UN XPAN.                   00001950
               10  CN-MIN-XPAN             PIC 9(02)   VALUE 13.        00001960
               10  CN-MAX-XPAN             PIC 9(02)   VALUE 19.        00001970
                                                                        00001980
      ******************************************************************00001990
      *                    C O N T A D O R E S                         *00002000
      ******************************************************************00002010
       01  CT-CONTADORES.                                               00002020
           05  CT-LEIDOS                   PIC 9(9)    VALUE ZEROES.    00002030
           05  CT-SECUENCIAS               PIC 9(9)    VALUE ZEROES.    00002040
           05  CT-XPAN-CLARO               PIC 9(9)    VALUE ZEROES.    00002050
           05  CT-AFECTADOS                PIC 9(9)    VALUE ZEROES.    00002060
                                                                        00002070
      ******************************************************************00002080
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002090
      ******************************************************************00002100
       01  WK-ESTADISTICA.                                              00002110
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002120
           05  WK-CAB-2                    PIC X(55)   VALUE            00002130
                   '* ESTADISTICAS DE MPCHSCN                   *'.     00002140
           05  WK-CAB-3.                                                00002150
               10  FILLER                  PIC X(45)   VALUE            00002160
                   '* REGISTROS EXAMINADOS:                    '.       00002170
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002180
               10  FILLER                  PIC X(01)   VALUE '*'.       00002190
           05  WK-CAB-4.                                                00002200
               10  FILLER                  PIC X(45)   VALUE            00002210
                   '* SECUENCIAS DE 13 A 19 DIGITOS:           '.       00002220
               10  WK-SECUENCIAS-ED        PIC ZZZZZZZZ9.               00002230
               10  FILLER                  PIC X(01)   VALUE '*'.       00002240
           05  WK-CAB-5.                                                00002250
               10  FILLER                  PIC X(45)   VALUE            00002260
                   '* XPAN SIN ENMASCARAR:                     '.       00002270
               10  WK-XPAN-CLARO-ED        PIC ZZZZZZZZ9.               00002280
               10  FILLER                  PIC X(01)   VALUE '*'.       00002290
           05  WK-CAB-6.                                                00002300
               10  FILLER                  PIC X(45)   VALUE            00002310
                   '* REGISTROS AFECTADOS:                     '.       00002320
               10  WK-AFECTADOS-ED         PIC ZZZZZZZZ9.               00002330
               10  FILLER                  PIC X(01)   VALUE '*'.       00002340
                                                                        00002350
      ******************************************************************00002360
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002370
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002380
      ******************************************************************00002390
       01  WK-CANCELACION-BATCH.                                        00002400
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002410
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002420
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002430
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHSCN'. 00002440
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002450
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002460
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002470
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002480
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002490
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002500
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002510
                                                                        00002520
      ******************************************************************00002530
      *                      F I L E  S T A T U S                      *00002540
      ******************************************************************00002550
       01  FS-FILE-STATUS.                                              00002560
           05  FS-MPCHSCE1                 PIC X(02).                   00002570
           05  FS-MPCHSCS1                 PIC X(02).                   00002580
                                                                        00002590
      ******************************************************************00002600
      *                      V A R I A B L E S                         *00002610
      ******************************************************************00002620
       01  WK-VARIABLES.                                                00002630
           05  WK-PARAMETROS-SYSIN.                                     00002640
               10  WK-FICHERO              PIC X(44).                   00002650
           05  WK-LONGITUD                 PIC 9(04)   VALUE ZEROES.    00002660
      *--  SECUENCIA DE DIGITOS EN CURSO DENTRO DEL REGISTRO.           00002670
           05  WK-POS                      PIC S9(04)  COMP VALUE +0.   00002680
           05  WK-INICIO-SEC               PIC S9(04)  COMP VALUE +0.   00002690
           05  WK-LONG-SEC                 PIC S9(04)  COMP VALUE +0.   00002700
           05  WK-ULTIMO-AFECTADO          PIC 9(9)    VALUE ZEROES.    00002710
      *--  DIGITO DE CONTROL (LUHN) DE LA SECUENCIA CANDIDATA.          00002720
           05  WK-CANDIDATO                PIC X(19)   VALUE SPACES.    00002730
           05  WK-POS-CAND                 PIC S9(04)  COMP VALUE +0.   00002740
           05  WK-DIGITO-CAND              PIC 9(01)   VALUE ZEROES.    00002750
           05  WK-DIGITO-DOBLE             PIC 9(02)   VALUE ZEROES.    00002760
           05  WK-SUMA-LUHN                PIC 9(04)   VALUE ZEROES.    00002770
           05  WK-COCIENTE-LUHN            PIC 9(04)   VALUE ZEROES.    00002780
           05  WK-RESTO-LUHN               PIC 9(01)   VALUE ZEROES.    00002790
                                                                        00002800
      ******************************************************************00002810
      *                 L I N E A S  D E  I N F O R M E                *00002820
      ******************************************************************00002830
       01  WK-LINEA-CABECERA.                                           00002840
           05  WC-TITULO                   PIC X(45)   VALUE            00002850
               'MPCHSCN - CERTIFICACION DE XPAN ENMASCARADOS'.          00002860
           05  FILLER                      PIC X(11)   VALUE            00002870
                                   ' - FICHERO '.                       00002880
           05  WC-FICHERO                  PIC X(44).                   00002890
           05  FILLER                      PIC X(32)   VALUE SPACES.    00002900
                                                                        00002910
       01  WK-LINEA-TITULOS.                                            00002920
           05  FILLER                      PIC X(14)   VALUE            00002930
                                   '  REGISTRO'.                        00002940
           05  FILLER                      PIC X(10)   VALUE            00002950
                                   'POS.'.                              00002960
           05  FILLER                      PIC X(10)   VALUE            00002970
                                   'LONG.'.                             00002980
           05  FILLER                      PIC X(98)   VALUE            00002990
                                   'XPAN DETECTADO (ENMASCARADO)'.      00003000
                                                                        00003010
       01  WK-LINEA-DETALLE.                                            00003020
           05  WD-REGISTRO                 PIC ZZZZZZZZ9.               00003030
           05  FILLER                      PIC X(05)   VALUE SPACES.    00003040
           05  WD-POSICION                 PIC ZZZ9.                    00003050
           05  FILLER                      PIC X(06)   VALUE SPACES.    00003060
           05  WD-LONGITUD                 PIC Z9.                      00003070
           05  FILLER                      PIC X(08)   VALUE SPACES.    00003080
           05  WD-XPAN                     PIC X(22).                   00003090
           05  FILLER                      PIC X(76)   VALUE SPACES.    00003100
                                                                        00003110
       01  WK-LINEA-TOTAL.                                              00003120
           05  WT-LITERAL                  PIC X(46).                   00003130
           05  WT-NUMERO                   PIC ZZZZZZZZ9.               00003140
           05  FILLER                      PIC X(77)   VALUE SPACES.    00003150
                                                                        00003160
      * -- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.   00003170
           COPY MPYAMSK.                                                00003180
                                                                        00003190
      ******************************************************************00003200
      *                       PROCEDURE DIVISION                       *00003210
      ******************************************************************00003220
       PROCEDURE DIVISION.                                              00003230
                                                                        00003240
           PERFORM 1000-INICIO                                          00003250
              THRU 1000-INICIO-EXIT                                     00003260
                                                                        00003270
           PERFORM 2000-PROCESO                                         00003280
              THRU 2000-PROCESO-EXIT                                    00003290
             UNTIL SI-FIN-MPCHSCE1                                      00003300
                                                                        00003310
           PERFORM 3000-FIN                                             00003320
              THRU 3000-FIN-EXIT                                        00003330
                                                                        00003340
           .                                                            00003350
                                                                        00003360
      ******************************************************************00003370
      ***                   1000-INICIO                              ***00003380
      ***                   -----------                              ***00003390
      * SE INICIALIZAN LAS VARIABLES, SE VALIDA EL SYSIN, SE ABREN     *00003400
      * LOS FICHEROS, SE EMITE LA CABECERA DEL LISTADO Y SE LEE EL     *00003410
      * PRIMER REGISTRO DEL FICHERO A CERTIFICAR.                      *00003420
      ******************************************************************00003430
       1000-INICIO.                                                     00003440
                                                                        00003450
           INITIALIZE CT-CONTADORES                                     00003460
                                                                        00003470
           MOVE ZEROES                       TO WK-ULTIMO-AFECTADO      00003480
                                                                        00003490
           SET NO-FIN-MPCHSCE1               TO TRUE                    00003500
                                                                        00003510
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003520
                                                                        00003530
           PERFORM 1050-VALIDAR-PARAMETROS                              00003540
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00003550
                                                                        00003560
           PERFORM 1100-ABRIR-FICHEROS                                  00003570
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003580
                                                                        00003590
           MOVE WK-FICHERO                   TO WC-FICHERO              00003600
                                                                        00003610
           MOVE WK-LINEA-CABECERA            TO REG-MPCHSCS1            00003620
           PERFORM 9200-ESCRIBIR-LISTADO                                00003630
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00003640
                                                                        00003650
           MOVE WK-LINEA-TITULOS             TO REG-MPCHSCS1            00003660
           PERFORM 9200-ESCRIBIR-LISTADO                                00003670
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00003680
                                                                        00003690
           PERFORM 9100-LEER-MPCHSCE1                                   00003700
              THRU 9100-LEER-MPCHSCE1-EXIT                              00003710
                                                                        00003720
           .                                                            00003730
       1000-INICIO-EXIT.                                                00003740
           EXIT.                                                        00003750
                                                                        00003760
      ******************************************************************00003770
      ***                   1050-VALIDAR-PARAMETROS                  ***00003780
      ***                   -----------------------                  ***00003790
      * EL NOMBRE DEL FICHERO A CERTIFICAR ES OBLIGATORIO, PARA QUE EL *00003800
      * LISTADO IDENTIFIQUE SIN AMBIGUEDAD LA SALIDA CERTIFICADA.      *00003810
      ******************************************************************00003820
       1050-VALIDAR-PARAMETROS.                                         00003830
                                                                        00003840
           IF  WK-FICHERO = SPACES                                      00003850
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003860
               MOVE CA-ERR-FICHERO           TO WK-DESCRIPCION          00003870
               MOVE CA-PRF-1050              TO WK-PARRAFO              00003880
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00003890
                                                                        00003900
               PERFORM 9000-CANCELACION                                 00003910
                  THRU 9000-CANCELACION-EXIT                            00003920
                                                                        00003930
           END-IF                                                       00003940
                                                                        00003950
           .                                                            00003960
       1050-VALIDAR-PARAMETROS-EXIT.                                    00003970
           EXIT.                                                        00003980
                                                                        00003990
      ******************************************************************00004000
      ***                   1100-ABRIR-FICHEROS                      ***00004010
      ***                   -------------------                      ***00004020
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00004030
      ******************************************************************00004040
       1100-ABRIR-FICHEROS.                                             00004050
                                                                        00004060
           OPEN INPUT  MPCHSCE1                                         00004070
                OUTPUT MPCHSCS1                                         00004080
                                                                        00004090
           IF  FS-MPCHSCE1 NOT = CA-FS-OK                               00004100
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004110
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004120
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004130
               MOVE CA-MPCHSCE1              TO WK-DDNAME               00004140
               MOVE FS-MPCHSCE1              TO WK-FILE-STATUS          00004150
                                                                        00004160
               PERFORM 9000-CANCELACION                                 00004170
                  THRU 9000-CANCELACION-EXIT                            00004180
                                                                        00004190
           END-IF                                                       00004200
                                                                        00004210
           IF  FS-MPCHSCS1 NOT = CA-FS-OK                               00004220
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004230
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004240
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004250
               MOVE CA-MPCHSCS1              TO WK-DDNAME               00004260
               MOVE FS-MPCHSCS1              TO WK-FILE-STATUS          00004270
                                                                        00004280
               PERFORM 9000-CANCELACION                                 00004290
                  THRU 9000-CANCELACION-EXIT                            00004300
                                                                        00004310
           END-IF                                                       00004320
                                                                        00004330
           .                                                            00004340
       1100-ABRIR-FICHEROS-EXIT.                                        00004350
           EXIT.                                                        00004360
                                                                        00004370
      ******************************************************************00004380
      ***                   2000-PROCESO                             ***00004390
      ***                   ------------                             ***00004400
      * SE EXAMINA EL REGISTRO LEIDO Y SE LEE EL SIGUIENTE.            *00004410
      ******************************************************************00004420
       2000-PROCESO.                                                    00004430
                                                                        00004440
           PERFORM 2100-EXAMINAR-REGISTRO                               00004450
              THRU 2100-EXAMINAR-REGISTRO-EXIT                          00004460
                                                                        00004470
           PERFORM 9100-LEER-MPCHSCE1                                   00004480
              THRU 9100-LEER-MPCHSCE1-EXIT                              00004490
                                                                        00004500
           .                                                            00004510
       2000-PROCESO-EXIT.                                               00004520
           EXIT.                                                        00004530
                                                                        00004540
      ******************************************************************00004550
      ***                   2100-EXAMINAR-REGISTRO                   ***00004560
      ***                   ----------------------                   ***00004570
      * SE RECORRE EL REGISTRO POSICION A POSICION HASTA SU LONGITUD   *00004580
      * REAL, DELIMITANDO LAS SECUENCIAS DE DIGITOS CONSECUTIVOS. LA   *00004590
      * SECUENCIA QUE LLEGA AL FINAL DEL REGISTRO SE CIERRA AL TERMINAR*00004600
      * EL RECORRIDO.                                                  *00004610
      ******************************************************************00004620
       2100-EXAMINAR-REGISTRO.                                          00004630
                                                                        00004640
           MOVE ZEROES                       TO WK-INICIO-SEC           00004650
                                                WK-LONG-SEC             00004660
                                                                        00004670
           PERFORM 2150-EXAMINAR-POSICION                               00004680
              THRU 2150-EXAMINAR-POSICION-EXIT                          00004690
             VARYING WK-POS FROM CN-1 BY CN-1                           00004700
               UNTIL WK-POS > WK-LONGITUD                               00004710
                                                                        00004720
           PERFORM 2200-CERRAR-SECUENCIA                                00004730
              THRU 2200-CERRAR-SECUENCIA-EXIT                           00004740
                                                                        00004750
           .                                                            00004760
       2100-EXAMINAR-REGISTRO-EXIT.                                     00004770
           EXIT.                                                        00004780
                                                                        00004790
      ******************************************************************00004800
      ***                   2150-EXAMINAR-POSICION                   ***00004810
      ***                   ----------------------                   ***00004820
      * UN DIGITO ABRE O PROLONGA LA SECUENCIA EN CURSO; CUALQUIER     *00004830
      * OTRO CARACTER (TAMBIEN EL ASTERISCO DE UN XPAN ENMASCARADO) LA *00004840
      * CIERRA.                                                        *00004850
      ******************************************************************00004860
       2150-EXAMINAR-POSICION.                                          00004870
                                                                        00004880
           IF  REG-MPCHSCE1(WK-POS:1) IS NUMERIC                        00004890
               IF  WK-LONG-SEC = ZEROES                                 00004900
                   MOVE WK-POS               TO WK-INICIO-SEC           00004910
               END-IF                                                   00004920
               ADD CN-1                      TO WK-LONG-SEC             00004930
           ELSE                                                         00004940
               PERFORM 2200-CERRAR-SECUENCIA                            00004950
                  THRU 2200-CERRAR-SECUENCIA-EXIT                       00004960
           END-IF                                                       00004970
                                                                        00004980
           .                                                            00004990
       2150-EXAMINAR-POSICION-EXIT.                                     00005000
           EXIT.                                                        00005010
                                                                        00005020
      ******************************************************************00005030
      ***                   2200-CERRAR-SECUENCIA                    ***00005040
      ***                   ---------------------                    ***00005050
      * SOLO UNA SECUENCIA DE 13 A 19 DIGITOS PUEDE SER UN XPAN. SI SU *00005060
      * DIGITO DE CONTROL (LUHN) ES CORRECTO SE LISTA COMO XPAN SIN    *00005070
      * ENMASCARAR.                                                    *00005080
      ******************************************************************00005090
       2200-CERRAR-SECUENCIA.                                           00005100
                                                                        00005110
           IF  WK-LONG-SEC < CN-MIN-XPAN                                00005120
            OR WK-LONG-SEC > CN-MAX-XPAN                                00005130
               MOVE ZEROES                   TO WK-LONG-SEC             00005140
               GO TO 2200-CERRAR-SECUENCIA-EXIT                         00005150
           END-IF                                                       00005160
                                                                        00005170
           ADD CN-1                          TO CT-SECUENCIAS           00005180
                                                                        00005190
           MOVE SPACES                       TO WK-CANDIDATO            00005200
           MOVE REG-MPCHSCE1(WK-INICIO-SEC:WK-LONG-SEC)                 00005210
             TO WK-CANDIDATO                                            00005220
                                                                        00005230
           PERFORM 2300-DIGITO-CONTROL                                  00005240
              THRU 2300-DIGITO-CONTROL-EXIT                             00005250
                                                                        00005260
           IF  WK-RESTO-LUHN = ZEROES                                   00005270
               PERFORM 2400-LISTAR-XPAN                                 00005280
                  THRU 2400-LISTAR-XPAN-EXIT                            00005290
           END-IF                                                       00005300
                                                                        00005310
           MOVE ZEROES                       TO WK-LONG-SEC             00005320
                                                                        00005330
           .                                                            00005340
       2200-CERRAR-SECUENCIA-EXIT.                                      00005350
           EXIT.                                                        00005360
                                                                        00005370
      ******************************************************************00005380
      ***                   2300-DIGITO-CONTROL                      ***00005390
      ***                   -------------------                      ***00005400
      * SE CALCULA LA SUMA DE LUHN DE LA SECUENCIA RECORRIENDO SUS     *00005410
      * DIGITOS DE DERECHA A IZQUIERDA Y DOBLANDO UNO DE CADA DOS A    *00005420
      * PARTIR DEL SEGUNDO. ES CORRECTA SI LA SUMA ES MULTIPLO DE DIEZ.*00005430
      ******************************************************************00005440
       2300-DIGITO-CONTROL.                                             00005450
                                                                        00005460
           MOVE ZEROES                      TO WK-SUMA-LUHN             00005470
           SET NO-DOBLAR-DIGITO             TO TRUE                     00005480
                                                                        00005490
           PERFORM 2310-SUMAR-DIGITO                                    00005500
              THRU 2310-SUMAR-DIGITO-EXIT                               00005510
             VARYING WK-POS-CAND FROM WK-LONG-SEC BY -1                 00005520
               UNTIL WK-POS-CAND < CN-1                                 00005530
                                                                        00005540
           DIVIDE WK-SUMA-LUHN BY CN-10                                 00005550
              GIVING WK-COCIENTE-LUHN                                   00005560
              REMAINDER WK-RESTO-LUHN                                   00005570
                                                                        00005580
           .                                                            00005590
       2300-DIGITO-CONTROL-EXIT.                                        00005600
           EXIT.                                                        00005610
                                                                        00005620
      ******************************************************************00005630
      ***                   2310-SUMAR-DIGITO                        ***00005640
      ***                   -----------------                        ***00005650
      * SE ACUMULA UN DIGITO DE LA SECUENCIA A LA SUMA DE LUHN; LOS    *00005660
      * DIGITOS DOBLADOS MAYORES QUE NUEVE SE REDUCEN RESTANDO NUEVE.  *00005670
      ******************************************************************00005680
       2310-SUMAR-DIGITO.                                               00005690
                                                                        00005700
           MOVE WK-CANDIDATO(WK-POS-CAND:1) TO WK-DIGITO-CAND           00005710
                                                                        00005720
           IF  SI-DOBLAR-DIGITO                                         00005730
               COMPUTE WK-DIGITO-DOBLE = WK-DIGITO-CAND * CN-2          00005740
               IF  WK-DIGITO-DOBLE > CN-9                               00005750
                   SUBTRACT CN-9            FROM WK-DIGITO-DOBLE        00005760
               END-IF                                                   00005770
               ADD WK-DIGITO-DOBLE          TO WK-SUMA-LUHN             00005780
               SET NO-DOBLAR-DIGITO         TO TRUE                     00005790
           ELSE                                                         00005800
               ADD WK-DIGITO-CAND           TO WK-SUMA-LUHN             00005810
               SET SI-DOBLAR-DIGITO         TO TRUE                     00005820
           END-IF                                                       00005830
                                                                        00005840
           .                                                            00005850
       2310-SUMAR-DIGITO-EXIT.                                          00005860
           EXIT.                                                        00005870
                                                                        00005880
      ******************************************************************00005890
      ***                   2400-LISTAR-XPAN                         ***00005900
      ***                   ----------------                         ***00005910
      * SE LISTA EL XPAN EN CLARO CON SU REGISTRO Y POSICION. CADA     *00005920
      * REGISTRO AFECTADO SE CUENTA UNA SOLA VEZ.                      *00005930
      ******************************************************************00005940
       2400-LISTAR-XPAN.                                                00005950
                                                                        00005960
           ADD CN-1                          TO CT-XPAN-CLARO           00005970
                                                                        00005980
           IF  WK-ULTIMO-AFECTADO NOT = CT-LEIDOS                       00005990
               ADD CN-1                      TO CT-AFECTADOS            00006000
               MOVE CT-LEIDOS                TO WK-ULTIMO-AFECTADO      00006010
           END-IF                                                       00006020
                                                                        00006030
           PERFORM 2450-ENMASCARAR-XPAN                                 00006040
              THRU 2450-ENMASCARAR-XPAN-EXIT                            00006050
                                                                        00006060
           MOVE CT-LEIDOS                    TO WD-REGISTRO             00006070
           MOVE WK-INICIO-SEC                TO WD-POSICION             00006080
           MOVE WK-LONG-SEC                  TO WD-LONGITUD             00006090
           MOVE MPYAMSK-XPAN-S               TO WD-XPAN                 00006100
                                                                        00006110
           MOVE WK-LINEA-DETALLE             TO REG-MPCHSCS1            00006120
           PERFORM 9200-ESCRIBIR-LISTADO                                00006130
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00006140
                                                                        00006150
           .                                                            00006160
       2400-LISTAR-XPAN-EXIT.                                           00006170
           EXIT.                                                        00006180
                                                                        00006190
      ******************************************************************00006200
      ***                   2450-ENMASCARAR-XPAN                     ***00006210
      ***                   --------------------                     ***00006220
      * SE ENMASCARA EL XPAN DETECTADO SEGUN LA POLITICA DEL LISTADO   *00006230
      * MPCHSCS1 (RUTINA MPBAMSK), PARA QUE LA CERTIFICACION NO        *00006240
      * EXPONGA A SU VEZ EL XPAN COMPLETO.                             *00006250
      ******************************************************************00006260
       2450-ENMASCARAR-XPAN.                                            00006270
                                                                        00006280
           INITIALIZE MPYAMSK                                           00006290
                                                                        00006300
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00006310
           MOVE CA-MPCHSCS1                  TO MPYAMSK-DDNAME-E        00006320
           MOVE WK-CANDIDATO                 TO MPYAMSK-XPAN-E          00006330
                                                                        00006340
           CALL CA-MPBAMSK               USING MPYAMSK                  00006350
                                                                        00006360
           IF  MPYAMSK-RETORNO NOT = CA-00                              00006370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006380
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00006390
               MOVE CA-PRF-2450              TO WK-PARRAFO              00006400
               MOVE CA-MPBAMSK               TO WK-RUTINA               00006410
               MOVE MPYAMSK-DESCRIPCION      TO WK-DATOS-REGISTRO       00006420
                                                                        00006430
               PERFORM 9000-CANCELACION                                 00006440
                  THRU 9000-CANCELACION-EXIT                            00006450
                                                                        00006460
           END-IF                                                       00006470
                                                                        00006480
           .                                                            00006490
       2450-ENMASCARAR-XPAN-EXIT.                                       00006500
           EXIT.                                                        00006510
                                                                        00006520
      ******************************************************************00006530
      ***                   3000-FIN                                 ***00006540
      ***                   --------                                 ***00006550
      * SE EMITEN LOS TOTALES Y EL VEREDICTO, SE CIERRAN LOS FICHEROS, *00006560
      * SE MUESTRAN LAS ESTADISTICAS Y SE DEVUELVE RC 4 SI EL FICHERO  *00006570
      * CONTIENE ALGUN XPAN SIN ENMASCARAR.                            *00006580
      ******************************************************************00006590
       3000-FIN.                                                        00006600
                                                                        00006610
           MOVE SPACES                       TO WK-LINEA-TOTAL          00006620
           MOVE CA-LIT-LEIDOS                TO WT-LITERAL              00006630
           MOVE CT-LEIDOS                    TO WT-NUMERO               00006640
           MOVE WK-LINEA-TOTAL               TO REG-MPCHSCS1            00006650
           PERFORM 9200-ESCRIBIR-LISTADO                                00006660
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00006670
                                                                        00006680
           MOVE SPACES                       TO WK-LINEA-TOTAL          00006690
           MOVE CA-LIT-SECUENCIAS            TO WT-LITERAL              00006700
           MOVE CT-SECUENCIAS                TO WT-NUMERO               00006710
           MOVE WK-LINEA-TOTAL               TO REG-MPCHSCS1            00006720
           PERFORM 9200-ESCRIBIR-LISTADO                                00006730
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00006740
                                                                        00006750
           MOVE SPACES                       TO WK-LINEA-TOTAL          00006760
           MOVE CA-LIT-XPAN-CLARO            TO WT-LITERAL              00006770
           MOVE CT-XPAN-CLARO                TO WT-NUMERO               00006780
           MOVE WK-LINEA-TOTAL               TO REG-MPCHSCS1            00006790
           PERFORM 9200-ESCRIBIR-LISTADO                                00006800
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00006810
                                                                        00006820
           MOVE SPACES                       TO WK-LINEA-TOTAL          00006830
           MOVE CA-LIT-AFECTADOS             TO WT-LITERAL              00006840
           MOVE CT-AFECTADOS                 TO WT-NUMERO               00006850
           MOVE WK-LINEA-TOTAL               TO REG-MPCHSCS1            00006860
           PERFORM 9200-ESCRIBIR-LISTADO                                00006870
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00006880
                                                                        00006890
           IF  CT-XPAN-CLARO > ZEROES                                   00006900
               MOVE CA-TXT-NO-CERTIFICADO    TO REG-MPCHSCS1            00006910
           ELSE                                                         00006920
               MOVE CA-TXT-CERTIFICADO       TO REG-MPCHSCS1            00006930
           END-IF                                                       00006940
           PERFORM 9200-ESCRIBIR-LISTADO                                00006950
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00006960
                                                                        00006970
           PERFORM 3100-CERRAR-FICHEROS                                 00006980
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006990
                                                                        00007000
           PERFORM 3200-ESTADISTICAS                                    00007010
              THRU 3200-ESTADISTICAS-EXIT                               00007020
                                                                        00007030
           IF  CT-XPAN-CLARO > ZEROES                                   00007040
               MOVE CN-4                     TO RETURN-CODE             00007050
           END-IF                                                       00007060
                                                                        00007070
           STOP RUN                                                     00007080
                                                                        00007090
           .                                                            00007100
       3000-FIN-EXIT.                                                   00007110
           EXIT.                                                        00007120
                                                                        00007130
      ******************************************************************00007140
      ***                   3100-CERRAR-FICHEROS                     ***00007150
      ***                   ---------------------                    ***00007160
      * SE CIERRAN LOS FICHEROS.                                       *00007170
      ******************************************************************00007180
       3100-CERRAR-FICHEROS.                                            00007190
                                                                        00007200
           CLOSE MPCHSCE1                                               00007210
                 MPCHSCS1                                               00007220
                                                                        00007230
           IF  FS-MPCHSCS1 NOT = CA-FS-OK                               00007240
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007250
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00007260
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007270
               MOVE CA-MPCHSCS1              TO WK-DDNAME               00007280
               MOVE FS-MPCHSCS1              TO WK-FILE-STATUS          00007290
                                                                        00007300
               PERFORM 9000-CANCELACION                                 00007310
                  THRU 9000-CANCELACION-EXIT                            00007320
                                                                        00007330
           END-IF                                                       00007340
                                                                        00007350
           .                                                            00007360
       3100-CERRAR-FICHEROS-EXIT.                                       00007370
           EXIT.                                                        00007380
                                                                        00007390
      ******************************************************************00007400
      ***                   3200-ESTADISTICAS                        ***00007410
      ***                   -----------------                        ***00007420
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007430
      ******************************************************************00007440
       3200-ESTADISTICAS.                                               00007450
                                                                        00007460
           MOVE CT-LEIDOS                     TO WK-LEIDOS-ED           00007470
           MOVE CT-SECUENCIAS                 TO WK-SECUENCIAS-ED       00007480
           MOVE CT-XPAN-CLARO                 TO WK-XPAN-CLARO-ED       00007490
           MOVE CT-AFECTADOS                  TO WK-AFECTADOS-ED        00007500
                                                                        00007510
           DISPLAY WK-CAB-1                                             00007520
           DISPLAY WK-CAB-2                                             00007530
           DISPLAY WK-CAB-1                                             00007540
           DISPLAY WK-CAB-3                                             00007550
           DISPLAY WK-CAB-4                                             00007560
           DISPLAY WK-CAB-5                                             00007570
           DISPLAY WK-CAB-6                                             00007580
           DISPLAY WK-CAB-1                                             00007590
                                                                        00007600
           .                                                            00007610
       3200-ESTADISTICAS-EXIT.                                          00007620
           EXIT.                                                        00007630
                                                                        00007640
      ******************************************************************00007650
      ***                   9100-LEER-MPCHSCE1                       ***00007660
      ***                   ------------------                       ***00007670
      * SE LEE EL SIGUIENTE REGISTRO DEL FICHERO A CERTIFICAR.         *00007680
      ******************************************************************00007690
       9100-LEER-MPCHSCE1.                                              00007700
                                                                        00007710
           READ MPCHSCE1                                                00007720
           AT END                                                       00007730
                SET SI-FIN-MPCHSCE1          TO TRUE                    00007740
           END-READ                                                     00007750
                                                                        00007760
           IF  FS-MPCHSCE1 NOT = CA-FS-OK AND CA-FS-EOF                 00007770
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007780
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00007790
               MOVE CA-PRF-9100              TO WK-PARRAFO              00007800
               MOVE CA-MPCHSCE1              TO WK-DDNAME               00007810
               MOVE FS-MPCHSCE1              TO WK-FILE-STATUS          00007820
                                                                        00007830
               PERFORM 9000-CANCELACION                                 00007840
                  THRU 9000-CANCELACION-EXIT                            00007850
                                                                        00007860
           END-IF                                                       00007870
                                                                        00007880
           IF  NO-FIN-MPCHSCE1                                          00007890
               ADD CN-1                      TO CT-LEIDOS               00007900
           END-IF                                                       00007910
                                                                        00007920
           .                                                            00007930
       9100-LEER-MPCHSCE1-EXIT.                                         00007940
           EXIT.                                                        00007950
                                                                        00007960
      ******************************************************************00007970
      ***                   9200-ESCRIBIR-LISTADO                    ***00007980
      ***                   ---------------------                    ***00007990
      * SE ESCRIBE UNA LINEA DEL LISTADO DE CERTIFICACION.             *00008000
      ******************************************************************00008010
       9200-ESCRIBIR-LISTADO.                                           00008020
                                                                        00008030
           WRITE REG-MPCHSCS1                                           00008040
                                                                        00008050
           IF  FS-MPCHSCS1 NOT = CA-FS-OK                               00008060
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008070
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00008080
               MOVE CA-PRF-9200              TO WK-PARRAFO              00008090
               MOVE CA-MPCHSCS1              TO WK-DDNAME               00008100
               MOVE FS-MPCHSCS1              TO WK-FILE-STATUS          00008110
               MOVE REG-MPCHSCS1             TO WK-DATOS-REGISTRO       00008120
                                                                        00008130
               PERFORM 9000-CANCELACION                                 00008140
                  THRU 9000-CANCELACION-EXIT                            00008150
                                                                        00008160
           END-IF                                                       00008170
                                                                        00008180
           .                                                            00008190
       9200-ESCRIBIR-LISTADO-EXIT.                                      00008200
           EXIT.                                                        00008210
                                                                        00008220
      ******************************************************************00008230
      ***                   9000-CANCELACION                         ***00008240
      ***                   ----------------                         ***00008250
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008260
      ******************************************************************00008270
       9000-CANCELACION.                                                00008280
                                                                        00008290
           MOVE CA-RESP                       TO WK-RESPONSABLE         00008300
                                                                        00008310
           EXEC-FUN XX_CANCELACION_PROCESOS_BATCH                       00008320
               TIPO_ERROR('WK-TIPO-ERROR')                              00008330
               RESPONSABLE('WK-RESPONSABLE')                            00008340
               DESCRIPCION('WK-DESCRIPCION')                            00008350
               PROGRAMA('WK-PROGRAMA')                                  00008360
               PARRAFO('WK-PARRAFO')                                    00008370
               DDNAME('WK-DDNAME')                                      00008380
               FILE_STATUS('WK-FILE-STATUS')                            00008390
               DATOS_REGISTRO('WK-DATOS-REGISTRO')                      00008400
           END-FUN                                                      00008410
                                                                        00008420
           .                                                            00008430
       9000-CANCELACION-EXIT.                                           00008440
           EXIT.                                                        00008450
