      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPBAFCL.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15-10-2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH QUE CONSULTA LA SITUACION DE UN    *00000110
      *               LOTE DE CONTRATOS EN UNA FECHA, INVOCANDO LA     *00000120
      *               RUTINA MPBAFCO POR CADA REGISTRO LEIDO DEL       *00000130
      *               FICHERO DE ENTRADA Y DEJANDO EL ESTADO, BLOQUEOS,*00000140
      *               FECHA DE BAJA Y FORMA DE PAGO DE ESE DIA (O EL   *00000150
      *               MOTIVO DE RECHAZO) EN EL FICHERO DE SALIDA.      *00000160
      *-                                                              -*00000170
      *  FICHEROS DE ENTRADA:                                          *00000180
      *        MPBAFCE1: CONTRATOS A CONSULTAR (CDGENTI/CENTALTA/      *00000190
      *                  CUENTNU) Y FECHA DE LA CONSULTA.              *00000200
      *-                                                              -*00000210
      *  FICHEROS DE SALIDA:                                           *00000220
      *        MPBAFCS1: SITUACION DEL CONTRATO EN LA FECHA O MOTIVO   *00000230
      *                  DE RECHAZO.                                   *00000240
      *-                                                              -*00000250
      *  RUTINAS Y MODULOS:                                            *00000260
      *        MPBAFCO : RUTINA DE CONSULTA DE LA FOTO DIARIA DE UN    *00000270
      *                  CONTRATO.                                     *00000280
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000290
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000300
      *-                                                              -*00000310
      ******************************************************************00000320
      *                  M O D I F I C A C I O N E S                   *00000330
      *                  ---------------------------                   *00000340
      *                                                                *00000350
      * USUARIO  FECHA        DESCRIPCION                              *00000360
      * -------- ----------   ---------------------------------------- *00000370
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CONSULTA MASIVA  *00000380
      *                        DE LA SITUACION DE CONTRATOS EN UNA     *00000390
      *                        FECHA, LLAMANDO A MPBAFCO POR REGISTRO. *00000400
      *                                                                *00000410
      ******************************************************************00000420
                                                                        00000430
      ******************************************************************00000440
      * IDENTIFICATION DIVISION                                        *00000450
      ******************************************************************00000460
       IDENTIFICATION DIVISION.                                         00000470
       PROGRAM-ID.    MPBAFCL.                                          00000480
       AUTHOR.        VIEWNEXT.                                         00000490
       DATE-WRITTEN.  15-10-2026.                                       00000500
       DATE-COMPILED.                                                   00000510
                                                                        00000520
      ******************************************************************00000530
      * ENVIRONMENT DIVISION                                           *00000540
      ******************************************************************00000550
       ENVIRONMENT DIVISION.                                            00000560
                                                                        00000570
      *----------------------------------------------------------------*00000580
      * CONFIGURATION SECTION                                          *00000590
      *----------------------------------------------------------------*00000600
       CONFIGURATION SECTION.                                           00000610
                                                                        00000620
       SOURCE-COMPUTER. IBM-3090.                                       00000630
       OBJECT-COMPUTER. IBM-3090.                                       00000640
       SPECIAL-NAMES.                                                   00000650
           DECIMAL-POINT IS COMMA.                                      00000660
                                                                        00000670
      *----------------------------------------------------------------*00000680
      * INPUT OUTPUT SECTION                                           *00000690
      *----------------------------------------------------------------*00000700
       INPUT-OUTPUT SECTION.                                            00000710
       FILE-CONTROL.                                                    00000720
                                                                        00000730
      * -- FICHERO DE ENTRADA CON LOS CONTRATOS A CONSULTAR.            00000740
           SELECT MPBAFCE1 ASSIGN MPBAFCE1                              00000750
                  ACCESS MODE IS SEQUENTIAL                             00000760
                  FILE STATUS IS FS-MPBAFCE1.                           00000770
                                                                        00000780
      * -- FICHERO DE SALIDA CON LA SITUACION DE CADA CONTRATO.         00000790
           SELECT MPBAFCS1 ASSIGN MPBAFCS1                              00000800
                  ACCESS MODE IS SEQUENTIAL                             00000810
                  FILE STATUS IS FS-MPBAFCS1.                           00000820
                                                                        00000830
      ******************************************************************00000840
      * DATA DIVISION                                                  *00000850
      ******************************************************************00000860
       DATA DIVISION.                                                   00000870
                                                                        00000880
      *----------------------------------------------------------------*00000890
      * FILE SECTION                                                   *00000900
      *----------------------------------------------------------------*00000910
       FILE SECTION.                                                    00000920
                                                                        00000930
       FD  MPBAFCE1                                                     00000940
           BLOCK CONTAINS 0 RECORDS                                     00000950
           RECORDING MODE IS F                                          00000960
           LABEL RECORD ARE STANDARD                                    00000970
           RECORD CONTAINS 50 CHARACTERS                                00000980
           DATA RECORD IS REG-MPBAFCE1.                                 00000990
       01  REG-MPBAFCE1.                                                00001000
           05  RE-CDGENTI                  PIC X(04).                   00001010
           05  RE-CENTALTA                 PIC X(04).                   00001020
           05  RE-CUENTNU                  PIC X(12).                   00001030
           05  RE-FECHA                    PIC X(10).                   00001040
           05  FILLER                      PIC X(20).                   00001050
                                                                        00001060
       FD  MPBAFCS1                                                     00001070
           BLOCK CONTAINS 0 RECORDS                                     00001080
           RECORDING MODE IS F                                          00001090
           LABEL RECORD ARE STANDARD                                    00001100
           RECORD CONTAINS 120 CHARACTERS                               00001110
           DATA RECORD IS REG-MPBAFCS1.                                 00001120
       01  REG-MPBAFCS1.                                                00001130
           05  RS-CDGENTI                  PIC X(04).                   00001140
           05  RS-CENTALTA                 PIC X(04).                   00001150
           05  RS-CUENTNU                  PIC X(12).                   00001160
           05  RS-FECHA                    PIC X(10).                   00001170
           05  RS-FECFOTO                  PIC X(10).                   00001180
           05  RS-IND-ANTERIOR             PIC X(01).                   00001190
           05  RS-CDESTCTA                 PIC 9(02).                   00001200
           05  RS-INBLQOPE                 PIC X(01).                   00001210
           05  RS-INBLQCON                 PIC X(01).                   00001220
           05  RS-FECBAJA                  PIC X(10).                   00001230
           05  RS-FRMAPAGO                 PIC 9(02).                   00001240
           05  RS-COD-RET                  PIC X(02).                   00001250
           05  RS-MENSAJE                  PIC X(06).                   00001260
           05  RS-DESCRIPCION              PIC X(50).                   00001270
           05  FILLER                      PIC X(05).                   00001280
                                                                        00001290
      *----------------------------------------------------------------*00001300
      * WORKING-STORAGE SECTION                                        *00001310
      *----------------------------------------------------------------*00001320
       WORKING-STORAGE SECTION.                                         00001330
                                                                        00001340
      ******************************************************************00001350
      *                        S W I T C H E S                         *00001360
      ******************************************************************00001370
       01  SW-SWITCHES.                                                 00001380
           05  SW-FIN-MPBAFCE1             PIC X(01)   VALUE 'N'.       00001390
               88  SI-FIN-MPBAFCE1                     VALUE 'S'.       00001400
               88  NO-FIN-MPBAFCE1                     VALUE 'N'.       00001410
                                                                        00001420
      ******************************************************************00001430
      *                      C O N S T A N T E S                       *00001440
      ******************************************************************00001450
       01  CT-CONSTANTES.                                               00001460
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001470
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001480
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001490
               10  CA-MPBAFCL              PIC X(07)   VALUE 'MPBAFCL'. 00001500
               10  CA-MPBAFCO              PIC X(07)   VALUE 'MPBAFCO'. 00001510
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001520
      -                            'PAGO'.                              00001530
      *TIPOS DE ERRORES DE CANCELACION.                                 00001540
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001550
      *FICHEROS                                                         00001560
               10  CA-MPBAFCE1             PIC X(08)   VALUE 'MPBAFCE1'.00001570
               10  CA-MPBAFCS1             PIC X(08)   VALUE 'MPBAFCS1'.00001580
      *RETORNOS DE LA RUTINA MPBAFCO                                    00001590
               10  CA-00                   PIC X(02)   VALUE '00'.      00001600
               10  CA-88                   PIC X(02)   VALUE '88'.      00001610
               10  CA-99                   PIC X(02)   VALUE '99'.      00001620
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001630
      *ERRORES                                                          00001640
               10  CA-ERR-ABRIR-MPBAFCE1   PIC X(34)   VALUE 'ERROR AL A00001650
      -                            'BRIR EL FICHERO MPBAFCE1'.          00001660
               10  CA-ERR-ABRIR-MPBAFCS1   PIC X(34)   VALUE 'ERROR AL A00001670
      -                            'BRIR EL FICHERO MPBAFCS1'.          00001680
               10  CA-ERR-CERRAR-MPBAFCE1  PIC X(35)   VALUE 'ERROR AL C00001690
      -                            'ERRAR EL FICHERO MPBAFCE1'.         00001700
               10  CA-ERR-CERRAR-MPBAFCS1  PIC X(35)   VALUE 'ERROR AL C00001710
      -                            'ERRAR EL FICHERO MPBAFCS1'.         00001720
               10  CA-ERR-LEER-MPBAFCE1    PIC X(33)   VALUE 'ERROR AL L00001730
      -                            'EER EL FICHERO MPBAFCE1'.           00001740
               10  CA-ERR-ESCRIB-MPBAFCS1  PIC X(34)   VALUE 'ERROR AL E00001750
      -                            'SCRIBIR FICHERO MPBAFCS1'.          00001760
      *PARRAFOS                                                         00001770
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001780
      -                            '-FICHEROS'.                         00001790
               10  CA-PRF-2200             PIC X(22)   VALUE '2200-ESCRI00001800
      -                            'BIR-MPBAFCS1'.                      00001810
               10  CA-PRF-9100             PIC X(18)   VALUE '9100-LEER-00001820
      -                            'MPBAFCE1'.                          00001830
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001840
      -                            'R-FICHEROS'.                        00001850
                                                                        00001860
           05  CN-CONSTANTES-NUMERICAS.                                 00001870
               10  CN-1                    PIC 9(01)   VALUE 1.         00001880
                                                                        00001890
      ******************************************************************00001900
      *                    C O N T A D O R E S                         *00001910
      ******************************************************************00001920
       01  CT-CONTADORES.                                               00001930
           05  CT-REG-MPBAFCE1             PIC 9(9)    VALUE ZEROES.    00001940
           05  CT-REG-OK                   PIC 9(9)    VALUE ZEROES.    00001950
           05  CT-REG-ANTERIOR             PIC 9(9)    VALUE ZEROES.    00001960
           05  CT-REG-FUNCIONAL            PIC 9(9)    VALUE ZEROES.    00001970
           05  CT-REG-DB2                  PIC 9(9)    VALUE ZEROES.    00001980
                                                                        00001990
      ******************************************************************00002000
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002010
      ******************************************************************00002020
       01  WK-ESTADISTICA.                                              00002030
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002040
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002050
      -                            'ICAS DE MPBAFCL                     00002060
      -                            '        *'.                         00002070
           05  WK-CAB-3.                                                00002080
               10  FILLER                  PIC X(45)   VALUE '* REGISTRO00002090
      -                            'S LEIDOS EN MPBAFCE1:           '.  00002100
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002110
               10  FILLER                  PIC X(01)   VALUE '*'.       00002120
                                                                        00002130
           05  WK-CAB-4.                                                00002140
               10  FILLER                  PIC X(45)   VALUE '* CONSULTA00002150
      -                            'S CON FOTO DE LA FECHA:         '.  00002160
               10  WK-OK-ED                PIC ZZZZZZZZ9.               00002170
               10  FILLER                  PIC X(01)   VALUE '*'.       00002180
                                                                        00002190
           05  WK-CAB-5.                                                00002200
               10  FILLER                  PIC X(45)   VALUE '* CONSULTA00002210
      -                            'S CON FOTO ANTERIOR:            '.  00002220
               10  WK-ANTERIOR-ED          PIC ZZZZZZZZ9.               00002230
               10  FILLER                  PIC X(01)   VALUE '*'.       00002240
                                                                        00002250
           05  WK-CAB-6.                                                00002260
               10  FILLER                  PIC X(45)   VALUE '* RECHAZOS00002270
      -                            ' FUNCIONALES:                   '.  00002280
               10  WK-FUNCIONAL-ED         PIC ZZZZZZZZ9.               00002290
               10  FILLER                  PIC X(01)   VALUE '*'.       00002300
                                                                        00002310
           05  WK-CAB-7.                                                00002320
               10  FILLER                  PIC X(45)   VALUE '* ERRORES 00002330
      -                            'DE BASE DE DATOS:               '.  00002340
               10  WK-DB2-ED               PIC ZZZZZZZZ9.               00002350
               10  FILLER                  PIC X(01)   VALUE '*'.       00002360
                                                                        00002370
      ******************************************************************00002380
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002390
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002400
      ******************************************************************00002410
       01  WK-CANCELACION-BATCH.                                        00002420
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002430
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002440
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002450
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPBAFCL'. 00002460
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002470
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002480
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002490
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002500
                                                                        00002510
      ******************************************************************00002520
      *                      F I L E  S T A T U S                      *00002530
      ******************************************************************00002540
       01  FS-FILE-STATUS.                                              00002550
           05  FS-MPBAFCE1                 PIC X(02).                   00002560
           05  FS-MPBAFCS1                 PIC X(02).                   00002570
                                                                        00002580
      ******************************************************************00002590
      *                      V A R I A B L E S                         *00002600
      ******************************************************************00002610
      * -- COPY DE COMUNICACION CON LA RUTINA MPBAFCO.                  00002620
           COPY MPYAFCO.                                                00002630
                                                                        00002640
      ******************************************************************00002650
      *                       PROCEDURE DIVISION                       *00002660
      ******************************************************************00002670
       PROCEDURE DIVISION.                                              00002680
                                                                        00002690
           PERFORM 1000-INICIO                                          00002700
              THRU 1000-INICIO-EXIT                                     00002710
                                                                        00002720
           PERFORM 2000-PROCESO                                         00002730
              THRU 2000-PROCESO-EXIT                                    00002740
             UNTIL SI-FIN-MPBAFCE1                                      00002750
                                                                        00002760
           PERFORM 3000-FIN                                             00002770
              THRU 3000-FIN-EXIT                                        00002780
                                                                        00002790
           .                                                            00002800
                                                                        00002810
      ******************************************************************00002820
      ***                   1000-INICIO                              ***00002830
      ***                   -----------                              ***00002840
      * SE INICIALIZAN LAS VARIABLES, SE ABREN LOS FICHEROS Y SE       *00002850
      * REALIZA LA PRIMERA LECTURA.                                    *00002860
      ******************************************************************00002870
       1000-INICIO.                                                     00002880
                                                                        00002890
           INITIALIZE CT-CONTADORES                                     00002900
                                                                        00002910
           SET NO-FIN-MPBAFCE1               TO TRUE                    00002920
                                                                        00002930
           PERFORM 1100-ABRIR-FICHEROS                                  00002940
              THRU 1100-ABRIR-FICHEROS-EXIT                             00002950
                                                                        00002960
           PERFORM 9100-LEER-MPBAFCE1                                   00002970
              THRU 9100-LEER-MPBAFCE1-EXIT                              00002980
                                                                        00002990
           .                                                            00003000
       1000-INICIO-EXIT.                                                00003010
           EXIT.                                                        00003020
                                                                        00003030
      ******************************************************************00003040
      ***                   1100-ABRIR-FICHEROS                      ***00003050
      ***                   -------------------                      ***00003060
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE ENTRADA Y SALIDA.    *00003070
      ******************************************************************00003080
       1100-ABRIR-FICHEROS.                                             00003090
                                                                        00003100
           OPEN INPUT  MPBAFCE1                                         00003110
                OUTPUT MPBAFCS1                                         00003120
                                                                        00003130
           IF  FS-MPBAFCE1 NOT = CA-FS-OK                               00003140
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003150
               MOVE CA-ERR-ABRIR-MPBAFCE1    TO WK-DESCRIPCION          00003160
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003170
               MOVE CA-MPBAFCE1              TO WK-DDNAME               00003180
               MOVE FS-MPBAFCE1              TO WK-FILE-STATUS          00003190
                                                                        00003200
               PERFORM 9000-CANCELACION                                 00003210
                  THRU 9000-CANCELACION-EXIT                            00003220
                                                                        00003230
           END-IF                                                       00003240
                                                                        00003250
           IF  FS-MPBAFCS1 NOT = CA-FS-OK                               00003260
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003270
               MOVE CA-ERR-ABRIR-MPBAFCS1    TO WK-DESCRIPCION          00003280
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003290
               MOVE CA-MPBAFCS1              TO WK-DDNAME               00003300
               MOVE FS-MPBAFCS1              TO WK-FILE-STATUS          00003310
                                                                        00003320
               PERFORM 9000-CANCELACION                                 00003330
                  THRU 9000-CANCELACION-EXIT                            00003340
                                                                        00003350
           END-IF                                                       00003360
                                                                        00003370
           .                                                            00003380
       1100-ABRIR-FICHEROS-EXIT.                                        00003390
           EXIT.                                                        00003400
                                                                        00003410
      ******************************************************************00003420
      ***                   2000-PROCESO                             ***00003430
      ***                   ------------                             ***00003440
      * SE CONSULTA EL CONTRATO LEIDO, SE ESCRIBE EL RESULTADO Y SE    *00003450
      * LEE EL SIGUIENTE REGISTRO.                                     *00003460
      ******************************************************************00003470
       2000-PROCESO.                                                    00003480
                                                                        00003490
           PERFORM 2100-CONSULTAR-CONTRATO                              00003500
              THRU 2100-CONSULTAR-CONTRATO-EXIT                         00003510
                                                                        00003520
           PERFORM 2200-ESCRIBIR-MPBAFCS1                               00003530
              THRU 2200-ESCRIBIR-MPBAFCS1-EXIT                          00003540
                                                                        00003550
           PERFORM 9100-LEER-MPBAFCE1                                   00003560
              THRU 9100-LEER-MPBAFCE1-EXIT                              00003570
                                                                        00003580
           .                                                            00003590
       2000-PROCESO-EXIT.                                               00003600
           EXIT.                                                        00003610
                                                                        00003620
      ******************************************************************00003630
      ***                   2100-CONSULTAR-CONTRATO                  ***00003640
      ***                   -----------------------                  ***00003650
      * SE TRASLADA EL REGISTRO LEIDO A LA COPY DE COMUNICACION Y SE   *00003660
      * INVOCA LA RUTINA MPBAFCO PARA OBTENER LA SITUACION DEL         *00003670
      * CONTRATO EN LA FECHA.                                          *00003680
      ******************************************************************00003690
       2100-CONSULTAR-CONTRATO.                                         00003700
                                                                        00003710
           INITIALIZE MPYAFCO                                           00003720
                                                                        00003730
           MOVE RE-CDGENTI                   TO MPYAFCO-CDGENTI-E       00003740
           MOVE RE-CENTALTA                  TO MPYAFCO-CENTALTA-E      00003750
           MOVE RE-CUENTNU                   TO MPYAFCO-CUENTNU-E       00003760
           MOVE RE-FECHA                     TO MPYAFCO-FECHA-E         00003770
                                                                        00003780
           CALL CA-MPBAFCO               USING MPYAFCO                  00003790
                                                                        00003800
           EVALUATE  TRUE                                               00003810
               WHEN  MPYAFCO-RETORNO = CA-00 AND                        00003820
                     MPYAFCO-IND-ANTERIOR-S = CA-SI                     00003830
                     ADD CN-1                  TO CT-REG-ANTERIOR       00003840
               WHEN  MPYAFCO-RETORNO = CA-00                            00003850
                     ADD CN-1                  TO CT-REG-OK             00003860
               WHEN  MPYAFCO-RETORNO = CA-88                            00003870
                     ADD CN-1                  TO CT-REG-FUNCIONAL      00003880
               WHEN  OTHER                                              00003890
                     ADD CN-1                  TO CT-REG-DB2            00003900
           END-EVALUATE                                                 00003910
                                                                        00003920
           .                                                            00003930
       2100-CONSULTAR-CONTRATO-EXIT.                                    00003940
           EXIT.                                                        00003950
                                                                        00003960
      ******************************************************************00003970
      ***                   2200-ESCRIBIR-MPBAFCS1                   ***00003980
      ***                   ----------------------                   ***00003990
      * SE ESCRIBE EN EL FICHERO DE SALIDA EL RESULTADO DE LA LLAMADA  *00004000
      * A LA RUTINA MPBAFCO PARA EL CONTRATO ACTUAL.                   *00004010
      ******************************************************************00004020
       2200-ESCRIBIR-MPBAFCS1.                                          00004030
                                                                        00004040
           MOVE RE-CDGENTI                   TO RS-CDGENTI              00004050
           MOVE RE-CENTALTA                  TO RS-CENTALTA             00004060
           MOVE RE-CUENTNU                   TO RS-CUENTNU              00004070
           MOVE RE-FECHA                     TO RS-FECHA                00004080
           MOVE MPYAFCO-FECFOTO-S            TO RS-FECFOTO              00004090
           MOVE MPYAFCO-IND-ANTERIOR-S       TO RS-IND-ANTERIOR         00004100
           MOVE MPYAFCO-CDESTCTA-S           TO RS-CDESTCTA             00004110
           MOVE MPYAFCO-INBLQOPE-S           TO RS-INBLQOPE             00004120
           MOVE MPYAFCO-INBLQCON-S           TO RS-INBLQCON             00004130
           MOVE MPYAFCO-FECBAJA-S            TO RS-FECBAJA              00004140
           MOVE MPYAFCO-FRMAPAGO-S           TO RS-FRMAPAGO             00004150
           MOVE MPYAFCO-RETORNO              TO RS-COD-RET              00004160
           MOVE MPYAFCO-MENSAJE              TO RS-MENSAJE              00004170
           MOVE MPYAFCO-DESCRIPCION          TO RS-DESCRIPCION          00004180
                                                                        00004190
           WRITE REG-MPBAFCS1                                           00004200
                                                                        00004210
           IF  FS-MPBAFCS1 NOT = CA-FS-OK                               00004220
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004230
               MOVE CA-ERR-ESCRIB-MPBAFCS1   TO WK-DESCRIPCION          00004240
               MOVE CA-PRF-2200              TO WK-PARRAFO              00004250
               MOVE CA-MPBAFCS1              TO WK-DDNAME               00004260
               MOVE FS-MPBAFCS1              TO WK-FILE-STATUS          00004270
               MOVE REG-MPBAFCS1             TO WK-DATOS-REGISTRO       00004280
                                                                        00004290
               PERFORM 9000-CANCELACION                                 00004300
                  THRU 9000-CANCELACION-EXIT                            00004310
                                                                        00004320
           END-IF                                                       00004330
                                                                        00004340
           .                                                            00004350
       2200-ESCRIBIR-MPBAFCS1-EXIT.                                     00004360
           EXIT.                                                        00004370
                                                                        00004380
      ******************************************************************00004390
      ***                   3000-FIN                                 ***00004400
      ***                   --------                                 ***00004410
      * SE REALIZA EL CIERRE DE LOS FICHEROS, SE MUESTRAN LAS          *00004420
      * ESTADISTICAS Y FINALIZA LA EJECUCION.                          *00004430
      ******************************************************************00004440
       3000-FIN.                                                        00004450
                                                                        00004460
           PERFORM 3100-CERRAR-FICHEROS                                 00004470
              THRU 3100-CERRAR-FICHEROS-EXIT                            00004480
                                                                        00004490
           PERFORM 3200-ESTADISTICAS                                    00004500
              THRU 3200-ESTADISTICAS-EXIT                               00004510
                                                                        00004520
           STOP RUN                                                     00004530
                                                                        00004540
           .                                                            00004550
       3000-FIN-EXIT.                                                   00004560
           EXIT.                                                        00004570
                                                                        00004580
      ******************************************************************00004590
      ***                   3100-CERRAR-FICHEROS                     ***00004600
      ***                   ---------------------                    ***00004610
      * SE REALIZA EL CIERRE DE LOS FICHEROS DE ENTRADA Y SALIDA.      *00004620
      ******************************************************************00004630
       3100-CERRAR-FICHEROS.                                            00004640
                                                                        00004650
           CLOSE MPBAFCE1                                               00004660
                 MPBAFCS1                                               00004670
                                                                        00004680
           IF  FS-MPBAFCE1 NOT = CA-FS-OK                               00004690
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004700
               MOVE CA-ERR-CERRAR-MPBAFCE1   TO WK-DESCRIPCION          00004710
               MOVE CA-PRF-3100              TO WK-PARRAFO              00004720
               MOVE CA-MPBAFCE1              TO WK-DDNAME               00004730
               MOVE FS-MPBAFCE1              TO WK-FILE-STATUS          00004740
                                                                        00004750
               PERFORM 9000-CANCELACION                                 00004760
                  THRU 9000-CANCELACION-EXIT                            00004770
                                                                        00004780
           END-IF                                                       00004790
                                                                        00004800
           IF  FS-MPBAFCS1 NOT = CA-FS-OK                               00004810
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004820
               MOVE CA-ERR-CERRAR-MPBAFCS1   TO WK-DESCRIPCION          00004830
               MOVE CA-PRF-3100              TO WK-PARRAFO              00004840
               MOVE CA-MPBAFCS1              TO WK-DDNAME               00004850
               MOVE FS-MPBAFCS1              TO WK-FILE-STATUS          00004860
                                                                        00004870
               PERFORM 9000-CANCELACION                                 00004880
                  THRU 9000-CANCELACION-EXIT                            00004890
                                                                        00004900
           END-IF                                                       00004910
                                                                        00004920
           .                                                            00004930
       3100-CERRAR-FICHEROS-EXIT.                                       00004940
           EXIT.                                                        00004950
                                                                        00004960
      ******************************************************************00004970
      ***                   3200-ESTADISTICAS                        ***00004980
      ***                   -----------------                        ***00004990
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00005000
      ******************************************************************00005010
       3200-ESTADISTICAS.                                               00005020
                                                                        00005030
           MOVE CT-REG-MPBAFCE1              TO WK-LEIDOS-ED            00005040
           MOVE CT-REG-OK                    TO WK-OK-ED                00005050
           MOVE CT-REG-ANTERIOR              TO WK-ANTERIOR-ED          00005060
           MOVE CT-REG-FUNCIONAL             TO WK-FUNCIONAL-ED         00005070
           MOVE CT-REG-DB2                   TO WK-DB2-ED               00005080
                                                                        00005090
           DISPLAY WK-CAB-1                                             00005100
           DISPLAY WK-CAB-2                                             00005110
           DISPLAY WK-CAB-1                                             00005120
           DISPLAY WK-CAB-3                                             00005130
           DISPLAY WK-CAB-4                                             00005140
           DISPLAY WK-CAB-5                                             00005150
           DISPLAY WK-CAB-6                                             00005160
           DISPLAY WK-CAB-7                                             00005170
           DISPLAY WK-CAB-1                                             00005180
                                                                        00005190
           .                                                            00005200
       3200-ESTADISTICAS-EXIT.                                          00005210
           EXIT.                                                        00005220
                                                                        00005230
      ******************************************************************00005240
      ***                   9100-LEER-MPBAFCE1                       ***00005250
      ***                   ------------------                       ***00005260
      * SE REALIZA LA LECTURA DEL FICHERO DE ENTRADA.                  *00005270
      ******************************************************************00005280
       9100-LEER-MPBAFCE1.                                              00005290
                                                                        00005300
           READ MPBAFCE1                                                00005310
           AT END                                                       00005320
                SET SI-FIN-MPBAFCE1          TO TRUE                    00005330
                                                                        00005340
             NOT AT END                                                 00005350
                ADD CN-1                     TO CT-REG-MPBAFCE1         00005360
                                                                        00005370
           END-READ                                                     00005380
                                                                        00005390
           IF  FS-MPBAFCE1 NOT = CA-FS-OK AND CA-FS-EOF                 00005400
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005410
               MOVE CA-ERR-LEER-MPBAFCE1     TO WK-DESCRIPCION          00005420
               MOVE CA-PRF-9100              TO WK-PARRAFO              00005430
               MOVE CA-MPBAFCE1              TO WK-DDNAME               00005440
               MOVE FS-MPBAFCE1              TO WK-FILE-STATUS          00005450
                                                                        00005460
               PERFORM 9000-CANCELACION                                 00005470
                  THRU 9000-CANCELACION-EXIT                            00005480
                                                                        00005490
           END-IF                                                       00005500
                                                                        00005510
           .                                                            00005520
       9100-LEER-MPBAFCE1-EXIT.                                         00005530
           EXIT.                                                        00005540
                                                                        00005550
      ******************************************************************00005560
      ***                   9000-CANCELACION                         ***00005570
      ***                   ----------------                         ***00005580
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00005590
      ******************************************************************00005600
       9000-CANCELACION.                                                00005610
                                                                        00005620
           MOVE CA-RESP                      TO WK-RESPONSABLE          00005630
                                                                        00005640
           EXEC-FUN XX_CANCELACION_PROCESOS_BATCH                       00005650
               TIPO_ERROR('WK-TIPO-ERROR')                              00005660
               RESPONSABLE('WK-RESPONSABLE')                            00005670
               DESCRIPCION('WK-DESCRIPCION')                            00005680
               PROGRAMA('WK-PROGRAMA')                                  00005690
               PARRAFO('WK-PARRAFO')                                    00005700
               DDNAME('WK-DDNAME')                                      00005710
               FILE_STATUS('WK-FILE-STATUS')                            00005720
               DATOS_REGISTRO('WK-DATOS-REGISTRO')                      00005730
           END-FUN                                                      00005740
                                                                        00005750
           .                                                            00005760
       9000-CANCELACION-EXIT.                                           00005770
           EXIT.                                                        00005780
