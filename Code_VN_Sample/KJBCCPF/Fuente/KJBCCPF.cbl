      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCPF.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE MANTENIMIENTO DE LA TABLA DE    *00000110
      *               PREFERENCIAS DE CANAL DE ENTREGA DE LA           *00000120
      *               CORRESPONDENCIA POR CUENTA (POS_PREF_CANAL).     *00000130
      *               APLICA LAS ALTAS, MODIFICACIONES Y BAJAS DEL     *00000140
      *               FICHERO DE MOVIMIENTOS CON VALIDACION Y EMITE EL *00000150
      *               LISTADO DE MOVIMIENTOS APLICADOS Y RECHAZADOS.   *00000160
      *               VALIDACIONES:                                    *00000170
      *               - CANAL 'P' PAPEL, 'E' ELECTRONICO O 'A' AMBOS.  *00000180
      *               - LOS CANALES 'E' Y 'A' EXIGEN DIRECCION         *00000190
      *                 ELECTRONICA (CORREO O BUZON).                  *00000200
      *               - LA MASCARA DE RENUNCIAS TIENE UNA POSICION POR *00000210
      *                 TIPO DE CORRESPONDENCIA ('S' RENUNCIA, 'N' O   *00000220
      *                 BLANCO NO). NO SE ADMITE LA RENUNCIA A LOS     *00000230
      *                 TIPOS OBLIGATORIOS 03 (CERTIFICADOS DE SALDO)  *00000240
      *                 Y 04 (PREAVISOS DE SALDOS ABANDONADOS).        *00000250
      *-                                                              -*00000260
      *  FICHEROS DE ENTRADA:                                          *00000270
      *        KJBCPFE1 : MOVIMIENTOS DE PREFERENCIAS (A/M/B).         *00000280
      *-                                                              -*00000290
      *  FICHEROS DE SALIDA:                                           *00000300
      *        KJBCPFS1 : LISTADO DE MOVIMIENTOS TRATADOS.             *00000310
      *-                                                              -*00000320
      *  TABLAS:                                                       *00000330
      *        POS_PREF_CANAL : PREFERENCIAS DE CANAL (ACTUALIZA).     *00000340
      *-                                                              -*00000350
      *  CODIGOS DE RETORNO:                                           *00000360
      *        0 : TODOS LOS MOVIMIENTOS APLICADOS.                    *00000370
      *        4 : HAY MOVIMIENTOS RECHAZADOS.                         *00000380
      *-                                                              -*00000390
      ******************************************************************00000400
      *                  M O D I F I C A C I O N E S                   *00000410
      *                  ---------------------------                   *00000420
      *                                                                *00000430
      * USUARIO  FECHA        DESCRIPCION                              *00000440
      * -------- ----------   ---------------------------------------- *00000450
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. MANTENIMIENTO DE *00000460
      *                        LAS PREFERENCIAS DE CANAL DE ENTREGA.   *00000470
      *                                                                *00000480
      ******************************************************************00000490
                                                                        00000500
      ******************************************************************00000510
      * IDENTIFICATION DIVISION                                        *00000520
      ******************************************************************00000530
       IDENTIFICATION DIVISION.                                         00000540
       PROGRAM-ID.    KJBCCPF.                                          00000550
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
      * -- MOVIMIENTOS DE PREFERENCIAS DE CANAL.                        00000810
           SELECT KJBCPFE1 ASSIGN KJBCPFE1                              00000820
                  ACCESS MODE IS SEQUENTIAL                             00000830
                  FILE STATUS IS FS-KJBCPFE1.                           00000840
                                                                        00000850
      * -- LISTADO DE MOVIMIENTOS APLICADOS Y RECHAZADOS.               00000860
           SELECT KJBCPFS1 ASSIGN KJBCPFS1                              00000870
                  ACCESS MODE IS SEQUENTIAL                             00000880
                  FILE STATUS IS FS-KJBCPFS1.                           00000890
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
       FD  KJBCPFE1                                                     00001010
           BLOCK CONTAINS 0 RECORDS                                     00001020
           RECORDING MODE IS F                                          00001030
           LABEL RECORD ARE STANDARD                                    00001040
           RECORD CONTAINS 100 CHARACTERS                               00001050
           DATA RECORD IS REG-KJBCPFE1.                                 00001060
       01  REG-KJBCPFE1.                                                00001070
           05  RE-ACCION                   PIC X(01).                   00001080
           05  RE-CENTALTA                 PIC X(04).                   00001090
           05  RE-CUENTNU                  PIC X(12).                   00001100
           05  RE-CANAL                    PIC X(01).                   00001110
           05  RE-DIRELEC                  PIC X(60).                   00001120
           05  RE-MASKEXCL                 PIC X(10).                   00001130
           05  RE-TABLA-EXCLUSION  REDEFINES RE-MASKEXCL.               00001140
               10  RE-EXCLUSION            PIC X(01)   OCCURS 10 TIMES. 00001150
           05  RE-USUARIO                  PIC X(08).                   00001160
           05  FILLER                      PIC X(04).                   00001170
                                                                        00001180
       FD  KJBCPFS1                                                     00001190
           BLOCK CONTAINS 0 RECORDS                                     00001200
           RECORDING MODE IS F                                          00001210
           LABEL RECORD ARE STANDARD                                    00001220
           RECORD CONTAINS 132 CHARACTERS                               00001230
           DATA RECORD IS REG-KJBCPFS1.                                 00001240
       01  REG-KJBCPFS1                    PIC X(132).                  00001250
                                                                        00001260
      *----------------------------------------------------------------*00001270
      * WORKING-STORAGE SECTION                                        *00001280
      *----------------------------------------------------------------*00001290
       WORKING-STORAGE SECTION.                                         00001300
                                                                        00001310
      ******************************************************************00001320
      *                        S W I T C H E S                         *00001330
      ******************************************************************00001340
       01  SW-SWITCHES.                                                 00001350
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001360
               88  DB2-OK                              VALUE 0.         00001370
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001380
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001390
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001400
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001410
           05  SW-FIN-KJBCPFE1             PIC X(01)   VALUE 'N'.       00001420
               88  SI-FIN-KJBCPFE1                     VALUE 'S'.       00001430
               88  NO-FIN-KJBCPFE1                     VALUE 'N'.       00001440
                                                                        00001450
      ******************************************************************00001460
      *                      C O N S T A N T E S                       *00001470
      ******************************************************************00001480
       01  CT-CONSTANTES.                                               00001490
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001500
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001510
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001520
               10  CA-KJBCCPF              PIC X(08)   VALUE 'KJBCCPF'. 00001530
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001540
      -                            'PAGO'.                              00001550
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001560
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001570
               10  CA-KJBCPFE1             PIC X(08)   VALUE 'KJBCPFE1'.00001580
               10  CA-KJBCPFS1             PIC X(08)   VALUE 'KJBCPFS1'.00001590
               10  CA-POS-PREF-CANAL       PIC X(14)   VALUE 'POS_PREF_C00001600
      -                            'ANAL'.                              00001610
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001620
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001630
               10  CA-DELETE               PIC X(06)   VALUE 'DELETE'.  00001640
               10  CA-ACCION-ALTA          PIC X(01)   VALUE 'A'.       00001650
               10  CA-ACCION-MODIF         PIC X(01)   VALUE 'M'.       00001660
               10  CA-ACCION-BAJA          PIC X(01)   VALUE 'B'.       00001670
               10  CA-CANAL-PAPEL          PIC X(01)   VALUE 'P'.       00001680
               10  CA-CANAL-ELECTRONICO    PIC X(01)   VALUE 'E'.       00001690
               10  CA-CANAL-AMBOS          PIC X(01)   VALUE 'A'.       00001700
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001710
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001720
               10  CA-RES-APLICADO         PIC X(20)   VALUE 'APLICADO'.00001730
               10  CA-RES-YA-EXISTE        PIC X(20)   VALUE 'PREFERENCI00001740
      -                            'A DUPLICAD'.                        00001750
               10  CA-RES-NO-EXISTE        PIC X(20)   VALUE 'PREFERENCI00001760
      -                            'A INEXIST.'.                        00001770
               10  CA-RES-ACC-INVALIDA     PIC X(20)   VALUE 'ACCION INV00001780
      -                            'ALIDA'.                             00001790
               10  CA-RES-SIN-CUENTA       PIC X(20)   VALUE 'CUENTA OBL00001800
      -                            'IGATORIA'.                          00001810
               10  CA-RES-CANAL-INVALIDO   PIC X(20)   VALUE 'CANAL NO V00001820
      -                            'ALIDO'.                             00001830
               10  CA-RES-SIN-DIRELEC      PIC X(20)   VALUE 'FALTA DIRE00001840
      -                            'CCION ELEC'.                        00001850
               10  CA-RES-MASCARA-INVAL    PIC X(20)   VALUE 'MASCARA NO00001860
      -                            ' VALIDA'.                           00001870
               10  CA-RES-RENUNCIA-OBLIG   PIC X(20)   VALUE 'RENUNCIA T00001880
      -                            'IPO OBLIG.'.                        00001890
               10  CA-ERR-ABRIR-KJBCPFE1   PIC X(34)   VALUE 'ERROR AL A00001900
      -                            'BRIR EL FICHERO KJBCPFE1'.          00001910
               10  CA-ERR-CERRAR-KJBCPFE1  PIC X(35)   VALUE 'ERROR AL C00001920
      -                            'ERRAR EL FICHERO KJBCPFE1'.         00001930
               10  CA-ERR-ABRIR-KJBCPFS1   PIC X(34)   VALUE 'ERROR AL A00001940
      -                            'BRIR EL FICHERO KJBCPFS1'.          00001950
               10  CA-ERR-CERRAR-KJBCPFS1  PIC X(35)   VALUE 'ERROR AL C00001960
      -                            'ERRAR EL FICHERO KJBCPFS1'.         00001970
               10  CA-ERR-LEER-KJBCPFE1    PIC X(33)   VALUE 'ERROR AL L00001980
      -                            'EER EL FICHERO KJBCPFE1'.           00001990
               10  CA-ERR-ESCRIB-KJBCPFS1  PIC X(34)   VALUE 'ERROR AL E00002000
      -                            'SCRIBIR FICHERO KJBCPFS1'.          00002010
               10  CA-ERR-APLICAR          PIC X(40)   VALUE 'ERROR AL A00002020
      -                            'CTUALIZAR POS_PREF_CANAL'.          00002030
               10  CA-ERR-COMMIT           PIC X(27)   VALUE 'ERROR AL E00002040
      -                            'JECUTAR COMMIT'.                    00002050
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002060
      -                            '-FICHEROS'.                         00002070
               10  CA-PRF-2100             PIC X(18)   VALUE '2100-APLIC00002080
      -                            'AR-MOVTO'.                          00002090
               10  CA-PRF-2400             PIC X(23)   VALUE '2400-ESCRI00002100
      -                            'BIR-RESULTADO'.                     00002110
               10  CA-PRF-3050             PIC X(27)   VALUE '3050-CONFI00002120
      -                            'RMAR-PREFERENCIAS'.                 00002130
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002140
      -                            'R-FICHEROS'.                        00002150
               10  CA-PRF-9100             PIC X(18)   VALUE '9100-LEER-00002160
      -                            'KJBCPFE1'.                          00002170
                                                                        00002180
           05  CN-CONSTANTES-NUMERICAS.                                 00002190
               10  CN-1                    PIC 9(01)   VALUE 1.         00002200
               10  CN-MAX-TIPCORR          PIC 9(02)   VALUE 10.        00002210
               10  CN-TIPO-CERTIFICADO     PIC 9(02)   VALUE 3.         00002220
               10  CN-TIPO-PREAVISO        PIC 9(02)   VALUE 4.         00002230
               10  CN-RC-RECHAZOS          PIC 9(01)   VALUE 4.         00002240
                                                                        00002250
      ******************************************************************00002260
      *                    C O N T A D O R E S                         *00002270
      ******************************************************************00002280
       01  CT-CONTADORES.                                               00002290
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002300
           05  CT-APLICADOS                PIC 9(9)    VALUE ZEROES.    00002310
           05  CT-RECHAZADOS               PIC 9(9)    VALUE ZEROES.    00002320
                                                                        00002330
      ******************************************************************00002340
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002350
      ******************************************************************00002360
       01  WK-ESTADISTICA.                                              00002370
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002380
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002390
      -                            'ICAS DE KJBCCPF                     00002400
      -                            '        *'.                         00002410
           05  WK-CAB-3.                                                00002420
               10  FILLER                  PIC X(45)   VALUE '* MOVIMIEN00002430
      -                            'TOS LEIDOS EN KJBCPFE1:          '. 00002440
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002450
               10  FILLER                  PIC X(01)   VALUE '*'.       00002460
           05  WK-CAB-4.                                                00002470
               10  FILLER                  PIC X(45)   VALUE '* MOVIMIEN00002480
      -                            'TOS APLICADOS:                   '. 00002490
               10  WK-APLICADOS-ED         PIC ZZZZZZZZ9.               00002500
               10  FILLER                  PIC X(01)   VALUE '*'.       00002510
           05  WK-CAB-5.                                                00002520
               10  FILLER                  PIC X(45)   VALUE '* MOVIMIEN00002530
      -                            'TOS RECHAZADOS:                  '. 00002540
               10  WK-RECHAZADOS-ED        PIC ZZZZZZZZ9.               00002550
               10  FILLER                  PIC X(01)   VALUE '*'.       00002560
                                                                        00002570
      ******************************************************************00002580
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002590
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002600
      ******************************************************************00002610
       01  WK-CANCELACION-BATCH.                                        00002620
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002630
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002640
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002650
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCPF'. 00002660
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002670
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002680
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002690
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002700
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002710
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002720
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002730
                                                                        00002740
      ******************************************************************00002750
      *                      F I L E  S T A T U S                      *00002760
      ******************************************************************00002770
       01  FS-FILE-STATUS.                                              00002780
           05  FS-KJBCPFE1                 PIC X(02).                   00002790
           05  FS-KJBCPFS1                 PIC X(02).                   00002800
                                                                        00002810
      ******************************************************************00002820
      *                       L I N E A S  D E  I N F O R M E          *00002830
      ******************************************************************00002840
       01  WK-LINEA-CABECERA.                                           00002850
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002860
           05  FILLER                      PIC X(50)   VALUE 'LISTADO DE00002870
      -                            ' MANTENIMIENTO DE PREFERENCIAS DE CA00002880
      -                            'NAL '.                              00002890
           05  FILLER                      PIC X(62)   VALUE SPACES.    00002900
                                                                        00002910
       01  WK-LINEA-DETALLE.                                            00002920
           05  WD-ACCION                   PIC X(01).                   00002930
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002940
           05  WD-CENTALTA                 PIC X(04).                   00002950
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002960
           05  WD-CUENTNU                  PIC X(12).                   00002970
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002980
           05  WD-CANAL                    PIC X(01).                   00002990
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003000
           05  WD-DIRELEC                  PIC X(60).                   00003010
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003020
           05  WD-MASKEXCL                 PIC X(10).                   00003030
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003040
           05  WD-RESULTADO                PIC X(20).                   00003050
           05  FILLER                      PIC X(13)   VALUE SPACES.    00003060
                                                                        00003070
      ******************************************************************00003080
      *                      V A R I A B L E S                         *00003090
      ******************************************************************00003100
       01  WK-VARIABLES.                                                00003110
           05  WK-RESULTADO                PIC X(20)   VALUE SPACES.    00003120
           05  WK-IDX-TIPO                 PIC 9(02)   VALUE ZEROES.    00003130
                                                                        00003140
      * -- COPY DE COMUNICACION CON DB2.                                00003150
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003160
                                                                        00003170
      * -- DCLGEN DE LA TABLA POS_PREF_CANAL.                           00003180
           EXEC SQL INCLUDE D7401500 END-EXEC.                          00003190
                                                                        00003200
      ******************************************************************00003210
      *                       PROCEDURE DIVISION                       *00003220
      ******************************************************************00003230
       PROCEDURE DIVISION.                                              00003240
                                                                        00003250
           PERFORM 1000-INICIO                                          00003260
              THRU 1000-INICIO-EXIT                                     00003270
                                                                        00003280
           PERFORM 2000-PROCESO                                         00003290
              THRU 2000-PROCESO-EXIT                                    00003300
             UNTIL SI-FIN-KJBCPFE1                                      00003310
                                                                        00003320
           PERFORM 3000-FIN                                             00003330
              THRU 3000-FIN-EXIT                                        00003340
                                                                        00003350
           .                                                            00003360
                                                                        00003370
      ******************************************************************00003380
      ***                   1000-INICIO                           ***   00003390
      ***                   -----------                           ***   00003400
      * SE ABREN LOS FICHEROS Y SE REALIZA LA PRIMERA LECTURA.         *00003410
      ******************************************************************00003420
       1000-INICIO.                                                     00003430
                                                                        00003440
           INITIALIZE WK-VARIABLES                                      00003450
                      CT-CONTADORES                                     00003460
                                                                        00003470
           SET NO-FIN-KJBCPFE1               TO TRUE                    00003480
                                                                        00003490
           PERFORM 1100-ABRIR-FICHEROS                                  00003500
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003510
                                                                        00003520
           WRITE REG-KJBCPFS1 FROM WK-LINEA-CABECERA                    00003530
                                                                        00003540
           PERFORM 9100-LEER-KJBCPFE1                                   00003550
              THRU 9100-LEER-KJBCPFE1-EXIT                              00003560
                                                                        00003570
           .                                                            00003580
       1000-INICIO-EXIT.                                                00003590
           EXIT.                                                        00003600
                                                                        00003610
      ******************************************************************00003620
      ***                   1100-ABRIR-FICHEROS                   ***   00003630
      ***                   -------------------                   ***   00003640
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00003650
      ******************************************************************00003660
       1100-ABRIR-FICHEROS.                                             00003670
                                                                        00003680
           OPEN INPUT  KJBCPFE1                                         00003690
                OUTPUT KJBCPFS1                                         00003700
                                                                        00003710
           IF  FS-KJBCPFE1 NOT = CA-FS-OK                               00003720
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003730
               MOVE CA-ERR-ABRIR-KJBCPFE1    TO WK-DESCRIPCION          00003740
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003750
               MOVE CA-KJBCPFE1              TO WK-DDNAME               00003760
               MOVE FS-KJBCPFE1              TO WK-FILE-STATUS          00003770
                                                                        00003780
               PERFORM 9000-CANCELACION                                 00003790
                  THRU 9000-CANCELACION-EXIT                            00003800
                                                                        00003810
           END-IF                                                       00003820
                                                                        00003830
           IF  FS-KJBCPFS1 NOT = CA-FS-OK                               00003840
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003850
               MOVE CA-ERR-ABRIR-KJBCPFS1    TO WK-DESCRIPCION          00003860
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003870
               MOVE CA-KJBCPFS1              TO WK-DDNAME               00003880
               MOVE FS-KJBCPFS1              TO WK-FILE-STATUS          00003890
                                                                        00003900
               PERFORM 9000-CANCELACION                                 00003910
                  THRU 9000-CANCELACION-EXIT                            00003920
                                                                        00003930
           END-IF                                                       00003940
                                                                        00003950
           .                                                            00003960
       1100-ABRIR-FICHEROS-EXIT.                                        00003970
           EXIT.                                                        00003980
                                                                        00003990
      ******************************************************************00004000
      ***                   2000-PROCESO                          ***   00004010
      ***                   ------------                          ***   00004020
      * SE VALIDA Y APLICA EL MOVIMIENTO, SE LISTA Y SE LEE EL         *00004030
      * SIGUIENTE.                                                     *00004040
      ******************************************************************00004050
       2000-PROCESO.                                                    00004060
                                                                        00004070
           PERFORM 2050-VALIDAR-MOVTO                                   00004080
              THRU 2050-VALIDAR-MOVTO-EXIT                              00004090
                                                                        00004100
           IF  WK-RESULTADO = SPACES                                    00004110
               PERFORM 2100-APLICAR-MOVTO                               00004120
                  THRU 2100-APLICAR-MOVTO-EXIT                          00004130
           ELSE                                                         00004140
               ADD CN-1                       TO CT-RECHAZADOS          00004150
           END-IF                                                       00004160
                                                                        00004170
           PERFORM 2400-ESCRIBIR-RESULTADO                              00004180
              THRU 2400-ESCRIBIR-RESULTADO-EXIT                         00004190
                                                                        00004200
           PERFORM 9100-LEER-KJBCPFE1                                   00004210
              THRU 9100-LEER-KJBCPFE1-EXIT                              00004220
                                                                        00004230
           .                                                            00004240
       2000-PROCESO-EXIT.                                               00004250
           EXIT.                                                        00004260
                                                                        00004270
      ******************************************************************00004280
      ***                   2050-VALIDAR-MOVTO                    ***   00004290
      ***                   ------------------                    ***   00004300
      * SE VALIDA EL MOVIMIENTO. SI NO ES VALIDO SE DEJA EL MOTIVO DEL *00004310
      * RECHAZO EN WK-RESULTADO. LA BAJA SOLO EXIGE LA CUENTA.         *00004320
      ******************************************************************00004330
       2050-VALIDAR-MOVTO.                                              00004340
                                                                        00004350
           MOVE SPACES                        TO WK-RESULTADO           00004360
                                                                        00004370
           IF  RE-ACCION NOT = CA-ACCION-ALTA                           00004380
           AND RE-ACCION NOT = CA-ACCION-MODIF                          00004390
           AND RE-ACCION NOT = CA-ACCION-BAJA                           00004400
               MOVE CA-RES-ACC-INVALIDA       TO WK-RESULTADO           00004410
               GO TO 2050-VALIDAR-MOVTO-EXIT                            00004420
           END-IF                                                       00004430
                                                                        00004440
           IF  RE-CENTALTA = SPACES                                     00004450
            OR RE-CUENTNU  = SPACES                                     00004460
               MOVE CA-RES-SIN-CUENTA         TO WK-RESULTADO           00004470
               GO TO 2050-VALIDAR-MOVTO-EXIT                            00004480
           END-IF                                                       00004490
                                                                        00004500
           IF  RE-ACCION = CA-ACCION-BAJA                               00004510
               GO TO 2050-VALIDAR-MOVTO-EXIT                            00004520
           END-IF                                                       00004530
                                                                        00004540
           IF  RE-CANAL NOT = CA-CANAL-PAPEL                            00004550
           AND RE-CANAL NOT = CA-CANAL-ELECTRONICO                      00004560
           AND RE-CANAL NOT = CA-CANAL-AMBOS                            00004570
               MOVE CA-RES-CANAL-INVALIDO     TO WK-RESULTADO           00004580
               GO TO 2050-VALIDAR-MOVTO-EXIT                            00004590
           END-IF                                                       00004600
                                                                        00004610
           IF  RE-CANAL NOT = CA-CANAL-PAPEL                            00004620
           AND RE-DIRELEC = SPACES                                      00004630
               MOVE CA-RES-SIN-DIRELEC        TO WK-RESULTADO           00004640
               GO TO 2050-VALIDAR-MOVTO-EXIT                            00004650
           END-IF                                                       00004660
                                                                        00004670
           PERFORM 2060-VALIDAR-RENUNCIA                                00004680
              THRU 2060-VALIDAR-RENUNCIA-EXIT                           00004690
             VARYING WK-IDX-TIPO FROM CN-1 BY CN-1                      00004700
               UNTIL WK-IDX-TIPO > CN-MAX-TIPCORR                       00004710
                  OR WK-RESULTADO NOT = SPACES                          00004720
                                                                        00004730
           .                                                            00004740
       2050-VALIDAR-MOVTO-EXIT.                                         00004750
           EXIT.                                                        00004760
                                                                        00004770
      ******************************************************************00004780
      ***                   2060-VALIDAR-RENUNCIA                 ***   00004790
      ***                   ---------------------                 ***   00004800
      * SE VALIDA UNA POSICION DE LA MASCARA DE RENUNCIAS: 'S', 'N' O  *00004810
      * BLANCO, Y SIN RENUNCIA A LOS TIPOS OBLIGATORIOS.               *00004820
      ******************************************************************00004830
       2060-VALIDAR-RENUNCIA.                                           00004840
                                                                        00004850
           IF  RE-EXCLUSION (WK-IDX-TIPO) NOT = CA-SI                   00004860
           AND RE-EXCLUSION (WK-IDX-TIPO) NOT = CA-NO                   00004870
           AND RE-EXCLUSION (WK-IDX-TIPO) NOT = SPACE                   00004880
               MOVE CA-RES-MASCARA-INVAL      TO WK-RESULTADO           00004890
               GO TO 2060-VALIDAR-RENUNCIA-EXIT                         00004900
           END-IF                                                       00004910
                                                                        00004920
           IF  RE-EXCLUSION (WK-IDX-TIPO) = CA-SI                       00004930
           AND (WK-IDX-TIPO = CN-TIPO-CERTIFICADO                       00004940
            OR  WK-IDX-TIPO = CN-TIPO-PREAVISO)                         00004950
               MOVE CA-RES-RENUNCIA-OBLIG     TO WK-RESULTADO           00004960
           END-IF                                                       00004970
                                                                        00004980
           .                                                            00004990
       2060-VALIDAR-RENUNCIA-EXIT.                                      00005000
           EXIT.                                                        00005010
                                                                        00005020
      ******************************************************************00005030
      ***                   2100-APLICAR-MOVTO                    ***   00005040
      ***                   ------------------                    ***   00005050
      * ALTA, MODIFICACION O BAJA DE LA PREFERENCIA EN POS_PREF_CANAL. *00005060
      ******************************************************************00005070
       2100-APLICAR-MOVTO.                                              00005080
                                                                        00005090
           INITIALIZE DCLPOS-PREF-CANAL                                 00005100
                                                                        00005110
           MOVE RE-CENTALTA                   TO G6568-CENTALTA         00005120
           MOVE RE-CUENTNU                    TO G6568-CUENTNU          00005130
           MOVE RE-CANAL                      TO G6568-CANAL            00005140
           MOVE RE-MASKEXCL                   TO G6568-MASKEXCL         00005150
                                                                        00005160
           IF  RE-CANAL NOT = CA-CANAL-PAPEL                            00005170
               MOVE RE-DIRELEC                TO G6568-DIRELEC          00005180
           END-IF                                                       00005190
                                                                        00005200
           IF  RE-USUARIO NOT = SPACES                                  00005210
               MOVE RE-USUARIO                TO G6568-USUAUDIT         00005220
           ELSE                                                         00005230
               MOVE CA-KJBCCPF                TO G6568-USUAUDIT         00005240
           END-IF                                                       00005250
                                                                        00005260
           EVALUATE  TRUE                                               00005270
               WHEN  RE-ACCION = CA-ACCION-ALTA                         00005280
                     MOVE CA-INSERT           TO WK-DATOS-ACCESO        00005290
                     EXEC SQL                                           00005300
                          INSERT INTO POS_PREF_CANAL                    00005310
                                ( G6568_CENTALTA, G6568_CUENTNU ,       00005320
                                  G6568_CANAL   , G6568_DIRELEC ,       00005330
                                  G6568_MASKEXCL, G6568_USUAUDIT,       00005340
                                  G6568_CONTCUR )                       00005350
                          VALUES                                        00005360
                                ( :G6568-CENTALTA, :G6568-CUENTNU ,     00005370
                                  :G6568-CANAL   , :G6568-DIRELEC ,     00005380
                                  :G6568-MASKEXCL, :G6568-USUAUDIT,     00005390
                                  CURRENT TIMESTAMP )                   00005400
                     END-EXEC                                           00005410
                                                                        00005420
               WHEN  RE-ACCION = CA-ACCION-MODIF                        00005430
                     MOVE CA-UPDATE           TO WK-DATOS-ACCESO        00005440
                     EXEC SQL                                           00005450
                          UPDATE POS_PREF_CANAL                         00005460
                             SET G6568_CANAL    = :G6568-CANAL,         00005470
                                 G6568_DIRELEC  = :G6568-DIRELEC,       00005480
                                 G6568_MASKEXCL = :G6568-MASKEXCL,      00005490
                                 G6568_USUAUDIT = :G6568-USUAUDIT,      00005500
                                 G6568_CONTCUR  = CURRENT TIMESTAMP     00005510
                           WHERE G6568_CENTALTA = :G6568-CENTALTA       00005520
                             AND G6568_CUENTNU  = :G6568-CUENTNU        00005530
                     END-EXEC                                           00005540
                                                                        00005550
               WHEN  OTHER                                              00005560
                     MOVE CA-DELETE           TO WK-DATOS-ACCESO        00005570
                     EXEC SQL                                           00005580
                          DELETE FROM POS_PREF_CANAL                    00005590
                           WHERE G6568_CENTALTA = :G6568-CENTALTA       00005600
                             AND G6568_CUENTNU  = :G6568-CUENTNU        00005610
                     END-EXEC                                           00005620
                                                                        00005630
           END-EVALUATE                                                 00005640
                                                                        00005650
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005660
                                                                        00005670
           EVALUATE  TRUE                                               00005680
               WHEN  DB2-OK                                             00005690
                     MOVE CA-RES-APLICADO     TO WK-RESULTADO           00005700
                     ADD CN-1                 TO CT-APLICADOS           00005710
               WHEN  DB2-CLAVE-DUPLICADA                                00005720
                     MOVE CA-RES-YA-EXISTE    TO WK-RESULTADO           00005730
                     ADD CN-1                 TO CT-RECHAZADOS          00005740
               WHEN  DB2-CLV-NOT-FOUND                                  00005750
                     MOVE CA-RES-NO-EXISTE    TO WK-RESULTADO           00005760
                     ADD CN-1                 TO CT-RECHAZADOS          00005770
               WHEN  OTHER                                              00005780
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00005790
                     MOVE CA-ERR-APLICAR      TO WK-DESCRIPCION         00005800
                     MOVE CA-PRF-2100         TO WK-PARRAFO             00005810
                     MOVE CA-KJBCCPF          TO WK-RUTINA              00005820
                     MOVE CA-POS-PREF-CANAL   TO WK-TABLA-DB2           00005830
                                                                        00005840
                     PERFORM 9000-CANCELACION                           00005850
                        THRU 9000-CANCELACION-EXIT                      00005860
                                                                        00005870
           END-EVALUATE                                                 00005880
                                                                        00005890
           .                                                            00005900
       2100-APLICAR-MOVTO-EXIT.                                         00005910
           EXIT.                                                        00005920
                                                                        00005930
      ******************************************************************00005940
      ***                   2400-ESCRIBIR-RESULTADO               ***   00005950
      ***                   -----------------------               ***   00005960
      * SE ESCRIBE LA LINEA DE RESULTADO DEL MOVIMIENTO.               *00005970
      ******************************************************************00005980
       2400-ESCRIBIR-RESULTADO.                                         00005990
                                                                        00006000
           MOVE RE-ACCION                     TO WD-ACCION              00006010
           MOVE RE-CENTALTA                   TO WD-CENTALTA            00006020
           MOVE RE-CUENTNU                    TO WD-CUENTNU             00006030
           MOVE RE-CANAL                      TO WD-CANAL               00006040
           MOVE RE-DIRELEC                    TO WD-DIRELEC             00006050
           MOVE RE-MASKEXCL                   TO WD-MASKEXCL            00006060
           MOVE WK-RESULTADO                  TO WD-RESULTADO           00006070
                                                                        00006080
           WRITE REG-KJBCPFS1 FROM WK-LINEA-DETALLE                     00006090
                                                                        00006100
           IF  FS-KJBCPFS1 NOT = CA-FS-OK                               00006110
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006120
               MOVE CA-ERR-ESCRIB-KJBCPFS1   TO WK-DESCRIPCION          00006130
               MOVE CA-PRF-2400              TO WK-PARRAFO              00006140
               MOVE CA-KJBCPFS1              TO WK-DDNAME               00006150
               MOVE FS-KJBCPFS1              TO WK-FILE-STATUS          00006160
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00006170
                                                                        00006180
               PERFORM 9000-CANCELACION                                 00006190
                  THRU 9000-CANCELACION-EXIT                            00006200
                                                                        00006210
           END-IF                                                       00006220
                                                                        00006230
           .                                                            00006240
       2400-ESCRIBIR-RESULTADO-EXIT.                                    00006250
           EXIT.                                                        00006260
                                                                        00006270
      ******************************************************************00006280
      ***                   3000-FIN                              ***   00006290
      ***                   --------                              ***   00006300
      * SE CONFIRMA, SE CIERRAN FICHEROS, SE MUESTRAN ESTADISTICAS Y   *00006310
      * SE TERMINA CON RETORNO 4 SI HAY MOVIMIENTOS RECHAZADOS.        *00006320
      ******************************************************************00006330
       3000-FIN.                                                        00006340
                                                                        00006350
           PERFORM 3050-CONFIRMAR-PREFERENCIAS                          00006360
              THRU 3050-CONFIRMAR-PREFERENCIAS-EXIT                     00006370
                                                                        00006380
           PERFORM 3100-CERRAR-FICHEROS                                 00006390
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006400
                                                                        00006410
           PERFORM 3200-ESTADISTICAS                                    00006420
              THRU 3200-ESTADISTICAS-EXIT                               00006430
                                                                        00006440
           IF  CT-RECHAZADOS > ZEROES                                   00006450
               MOVE CN-RC-RECHAZOS            TO RETURN-CODE            00006460
           END-IF                                                       00006470
                                                                        00006480
           STOP RUN                                                     00006490
                                                                        00006500
           .                                                            00006510
       3000-FIN-EXIT.                                                   00006520
           EXIT.                                                        00006530
                                                                        00006540
      ******************************************************************00006550
      ***                   3050-CONFIRMAR-PREFERENCIAS           ***   00006560
      ***                   ---------------------------           ***   00006570
      * SE CONFIRMA (COMMIT) EL MANTENIMIENTO.                         *00006580
      ******************************************************************00006590
       3050-CONFIRMAR-PREFERENCIAS.                                     00006600
                                                                        00006610
           EXEC SQL                                                     00006620
                COMMIT                                                  00006630
           END-EXEC                                                     00006640
                                                                        00006650
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006660
                                                                        00006670
           IF  NOT DB2-OK                                               00006680
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006690
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00006700
               MOVE CA-PRF-3050               TO WK-PARRAFO             00006710
               MOVE CA-KJBCCPF                TO WK-RUTINA              00006720
               MOVE CA-POS-PREF-CANAL         TO WK-TABLA-DB2           00006730
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00006740
                                                                        00006750
               PERFORM 9000-CANCELACION                                 00006760
                  THRU 9000-CANCELACION-EXIT                            00006770
                                                                        00006780
           END-IF                                                       00006790
                                                                        00006800
           .                                                            00006810
       3050-CONFIRMAR-PREFERENCIAS-EXIT.                                00006820
           EXIT.                                                        00006830
                                                                        00006840
      ******************************************************************00006850
      ***                   3100-CERRAR-FICHEROS                    *** 00006860
      ***                   ---------------------                   *** 00006870
      * SE REALIZA EL CIERRE DE LOS FICHEROS.                          *00006880
      ******************************************************************00006890
       3100-CERRAR-FICHEROS.                                            00006900
                                                                        00006910
           CLOSE KJBCPFE1                                               00006920
                 KJBCPFS1                                               00006930
                                                                        00006940
           IF  FS-KJBCPFE1 NOT = CA-FS-OK                               00006950
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006960
               MOVE CA-ERR-CERRAR-KJBCPFE1   TO WK-DESCRIPCION          00006970
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006980
               MOVE CA-KJBCPFE1              TO WK-DDNAME               00006990
               MOVE FS-KJBCPFE1              TO WK-FILE-STATUS          00007000
                                                                        00007010
               PERFORM 9000-CANCELACION                                 00007020
                  THRU 9000-CANCELACION-EXIT                            00007030
                                                                        00007040
           END-IF                                                       00007050
                                                                        00007060
           IF  FS-KJBCPFS1 NOT = CA-FS-OK                               00007070
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007080
               MOVE CA-ERR-CERRAR-KJBCPFS1   TO WK-DESCRIPCION          00007090
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007100
               MOVE CA-KJBCPFS1              TO WK-DDNAME               00007110
               MOVE FS-KJBCPFS1              TO WK-FILE-STATUS          00007120
                                                                        00007130
               PERFORM 9000-CANCELACION                                 00007140
                  THRU 9000-CANCELACION-EXIT                            00007150
                                                                        00007160
           END-IF                                                       00007170
                                                                        00007180
           .                                                            00007190
       3100-CERRAR-FICHEROS-EXIT.                                       00007200
           EXIT.                                                        00007210
                                                                        00007220
      ******************************************************************00007230
      ***                   3200-ESTADISTICAS                       *** 00007240
      ***                   -----------------                       *** 00007250
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007260
      ******************************************************************00007270
       3200-ESTADISTICAS.                                               00007280
                                                                        00007290
           MOVE CT-REG-LEIDOS                  TO WK-LEIDOS-ED          00007300
           MOVE CT-APLICADOS                   TO WK-APLICADOS-ED       00007310
           MOVE CT-RECHAZADOS                  TO WK-RECHAZADOS-ED      00007320
                                                                        00007330
           DISPLAY WK-CAB-1                                             00007340
           DISPLAY WK-CAB-2                                             00007350
           DISPLAY WK-CAB-1                                             00007360
           DISPLAY WK-CAB-3                                             00007370
           DISPLAY WK-CAB-4                                             00007380
           DISPLAY WK-CAB-5                                             00007390
           DISPLAY WK-CAB-1                                             00007400
                                                                        00007410
           .                                                            00007420
       3200-ESTADISTICAS-EXIT.                                          00007430
           EXIT.                                                        00007440
                                                                        00007450
      ******************************************************************00007460
      ***                   9100-LEER-KJBCPFE1                    ***   00007470
      ***                   ------------------                    ***   00007480
      * SE REALIZA LA LECTURA DEL FICHERO DE ENTRADA.                  *00007490
      ******************************************************************00007500
       9100-LEER-KJBCPFE1.                                              00007510
                                                                        00007520
           READ KJBCPFE1                                                00007530
           AT END                                                       00007540
                SET SI-FIN-KJBCPFE1          TO TRUE                    00007550
                                                                        00007560
             NOT AT END                                                 00007570
                ADD CN-1                     TO CT-REG-LEIDOS           00007580
                                                                        00007590
           END-READ                                                     00007600
                                                                        00007610
           IF  FS-KJBCPFE1 NOT = CA-FS-OK AND CA-FS-EOF                 00007620
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007630
               MOVE CA-ERR-LEER-KJBCPFE1     TO WK-DESCRIPCION          00007640
               MOVE CA-PRF-9100              TO WK-PARRAFO              00007650
               MOVE CA-KJBCPFE1              TO WK-DDNAME               00007660
               MOVE FS-KJBCPFE1              TO WK-FILE-STATUS          00007670
                                                                        00007680
               PERFORM 9000-CANCELACION                                 00007690
                  THRU 9000-CANCELACION-EXIT                            00007700
                                                                        00007710
           END-IF                                                       00007720
                                                                        00007730
           .                                                            00007740
       9100-LEER-KJBCPFE1-EXIT.                                         00007750
           EXIT.                                                        00007760
                                                                        00007770
      ******************************************************************00007780
      ***                   9000-CANCELACION                        *** 00007790
      ***                   ----------------                        *** 00007800
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00007810
      ******************************************************************00007820
       9000-CANCELACION.                                                00007830
                                                                        00007840
           MOVE CA-RESP                       TO WK-RESPONSABLE         00007850
                                                                        00007860
           EVALUATE  TRUE                                               00007870
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00007880
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007890
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007900
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00007910
                         RESPONSABLE('WK-RESPONSABLE')                  00007920
                         DESCRIPCION('WK-DESCRIPCION')                  00007930
                         PROGRAMA('WK-PROGRAMA')                        00007940
                         PARRAFO('WK-PARRAFO')                          00007950
                         SQLCA('SQLCA')                                 00007960
                         TABLA_DB2('WK-TABLA-DB2')                      00007970
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00007980
                     END-FUN                                            00007990
                                                                        00008000
               WHEN  OTHER                                              00008010
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008020
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008030
                         RESPONSABLE('WK-RESPONSABLE')                  00008040
                         DESCRIPCION('WK-DESCRIPCION')                  00008050
                         PROGRAMA('WK-PROGRAMA')                        00008060
                         PARRAFO('WK-PARRAFO')                          00008070
                         DDNAME('WK-DDNAME')                            00008080
                         FILE_STATUS('WK-FILE-STATUS')                  00008090
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00008100
                     END-FUN                                            00008110
                                                                        00008120
           END-EVALUATE                                                 00008130
                                                                        00008140
           .                                                            00008150
       9000-CANCELACION-EXIT.                                           00008160
           EXIT.                                                        00008170
