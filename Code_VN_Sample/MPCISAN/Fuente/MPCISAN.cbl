      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCISAN.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CARGA DE LA LISTA DE SANCIONES Y PERSONAS        *00000110
      *               BLOQUEADAS (TABLA LISTA_SANCION) A PARTIR DEL    *00000120
      *               FICHERO RECIBIDO DE CUMPLIMIENTO NORMATIVO. LA   *00000130
      *               LISTA SE SUSTITUYE COMPLETA EN CADA CARGA: SE    *00000140
      *               BORRAN LAS FILAS ANTERIORES Y SE INSERTAN LAS    *00000150
      *               DEL FICHERO, CON UN UNICO COMMIT AL FINAL PARA   *00000160
      *               QUE EL CRIBADO NUNCA VEA UNA LISTA A MEDIAS. SI  *00000170
      *               EL FICHERO LLEGA VACIO SE CANCELA SIN TOCAR LA   *00000180
      *               LISTA VIGENTE.                                   *00000190
      *               CADA NOMBRE (Y CADA ALIAS, QUE VIENE COMO OTRO   *00000200
      *               REGISTRO DE LA MISMA REFERENCIA) Y CADA          *00000210
      *               DOCUMENTO SE GUARDAN NORMALIZADOS CON LA RUTINA  *00000220
      *               MPBANOR, LA MISMA QUE APLICA EL CRIBADO DE LOS   *00000230
      *               FORMULARIOS (MPCITI06). LOS REGISTROS NO VALIDOS *00000240
      *               SE LISTAN CON SU MOTIVO.                         *00000250
      *-                                                              -*00000260
      *  FICHEROS DE ENTRADA:                                          *00000270
      *        MPCISNE1 : LISTA DE SANCIONES DE CUMPLIMIENTO.          *00000280
      *-                                                              -*00000290
      *  FICHEROS DE SALIDA:                                           *00000300
      *        MPCISNS1 : LISTADO DE REGISTROS RECHAZADOS.             *00000310
      *-                                                              -*00000320
      *  TABLAS:                                                       *00000330
      *        LISTA_SANCION : LISTA DE SANCIONES (SUSTITUYE).         *00000340
      *-                                                              -*00000350
      *  RUTINAS Y MODULOS:                                            *00000360
      *        MPBANOR  : NORMALIZACION DE NOMBRES Y DOCUMENTOS.       *00000370
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000380
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000390
      *-                                                              -*00000400
      ******************************************************************00000410
      *                  M O D I F I C A C I O N E S                   *00000420
      *                  ---------------------------                   *00000430
      *                                                                *00000440
      * USUARIO  FECHA        DESCRIPCION                              *00000450
      * -------- ----------   ---------------------------------------- *00000460
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CARGA DE LA LISTA*00000470
      *                        DE SANCIONES PARA EL CRIBADO DE LOS     *00000480
      *                        FORMULARIOS.                            *00000490
      *                                                                *00000500
      ******************************************************************00000510
                                                                        00000520
      ******************************************************************00000530
      * IDENTIFICATION DIVISION                                        *00000540
      ******************************************************************00000550
       IDENTIFICATION DIVISION.                                         00000560
       PROGRAM-ID.    MPCISAN.                                          00000570
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
      * -- LISTA DE SANCIONES DE CUMPLIMIENTO NORMATIVO.                00000830
           SELECT MPCISNE1 ASSIGN MPCISNE1                              00000840
                  ACCESS MODE IS SEQUENTIAL                             00000850
                  FILE STATUS IS FS-MPCISNE1.                           00000860
                                                                        00000870
      * -- LISTADO DE REGISTROS RECHAZADOS.                             00000880
           SELECT MPCISNS1 ASSIGN MPCISNS1                              00000890
                  ACCESS MODE IS SEQUENTIAL                             00000900
                  FILE STATUS IS FS-MPCISNS1.                           00000910
                                                                        00000920
      ******************************************************************00000930
      * DATA DIVISION                                                  *00000940
      ******************************************************************00000950
       DATA DIVISION.                                                   00000960
                                                                        00000970
      *----------------------------------------------------------------*00000980
      * FILE SECTION                                                   *00000990
      *----------------------------------------------------------------*00001000
       FILE SECTION.                                                    00001010
                                                                        00001020
       FD  MPCISNE1                                                     00001030
           BLOCK CONTAINS 0 RECORDS                                     00001040
           RECORDING MODE IS F                                          00001050
           LABEL RECORD ARE STANDARD                                    00001060
           RECORD CONTAINS 400 CHARACTERS                               00001070
           DATA RECORD IS REG-MPCISNE1.                                 00001080
       01  REG-MPCISNE1.                                                00001090
      * -- REFERENCIA DE LA ENTRADA EN LA LISTA ORIGEN. LOS ALIAS SE    00001100
      * -- RECIBEN COMO REGISTROS DE LA MISMA REFERENCIA.               00001110
           05  SL-REFLISTA                 PIC X(15).                   00001120
      * -- TIPO DE TITULAR: 'P' PERSONA, 'E' ENTIDAD.                   00001130
           05  SL-TIPENTID                 PIC X(01).                   00001140
      * -- LISTA DE ORIGEN (ONU, UE, OFAC, NACIONAL...).                00001150
           05  SL-ORIGEN                   PIC X(10).                   00001160
           05  SL-DOCUMENTO                PIC X(20).                   00001170
           05  SL-NOMBRE                   PIC X(150).                  00001180
           05  FILLER                      PIC X(204).                  00001190
                                                                        00001200
       FD  MPCISNS1                                                     00001210
           BLOCK CONTAINS 0 RECORDS                                     00001220
           RECORDING MODE IS F                                          00001230
           LABEL RECORD ARE STANDARD                                    00001240
           RECORD CONTAINS 132 CHARACTERS                               00001250
           DATA RECORD IS REG-MPCISNS1.                                 00001260
       01  REG-MPCISNS1                    PIC X(132).                  00001270
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
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001410
           05  SW-FIN-MPCISNE1             PIC X(01)   VALUE 'N'.       00001420
               88  SI-FIN-MPCISNE1                     VALUE 'S'.       00001430
               88  NO-FIN-MPCISNE1                     VALUE 'N'.       00001440
           05  SW-TRAMA-VALIDA             PIC X(01)   VALUE 'S'.       00001450
               88  SI-TRAMA-VALIDA                     VALUE 'S'.       00001460
               88  NO-TRAMA-VALIDA                     VALUE 'N'.       00001470
                                                                        00001480
      ******************************************************************00001490
      *                      C O N S T A N T E S                       *00001500
      ******************************************************************00001510
       01  CT-CONSTANTES.                                               00001520
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001530
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001540
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001550
               10  CA-00                   PIC X(02)   VALUE '00'.      00001560
               10  CA-MPCISAN              PIC X(08)   VALUE 'MPCISAN'. 00001570
               10  CA-MPBANOR              PIC X(08)   VALUE 'MPBANOR'. 00001580
               10  CA-RESP                 PIC X(14)   VALUE            00001590
                                   'MEDIOS DE PAGO'.                    00001600
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001610
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001620
               10  CA-MPCISNE1             PIC X(08)   VALUE 'MPCISNE1'.00001630
               10  CA-MPCISNS1             PIC X(08)   VALUE 'MPCISNS1'.00001640
               10  CA-LISTA-SANCION        PIC X(13)   VALUE            00001650
                                   'LISTA_SANCION'.                     00001660
               10  CA-DELETE               PIC X(06)   VALUE 'DELETE'.  00001670
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001680
               10  CA-FUNCION-NOMBRE       PIC X(01)   VALUE 'N'.       00001690
               10  CA-FUNCION-DOCUMENTO    PIC X(01)   VALUE 'D'.       00001700
               10  CA-TIPO-PERSONA         PIC X(01)   VALUE 'P'.       00001710
               10  CA-TIPO-ENTIDAD         PIC X(01)   VALUE 'E'.       00001720
               10  CA-MOT-REF-VACIA        PIC X(30)   VALUE            00001730
                                   'REFERENCIA SIN INFORMAR'.           00001740
               10  CA-MOT-TIPO-INVALIDO    PIC X(30)   VALUE            00001750
                                   'TIPO DE TITULAR INVALIDO'.          00001760
               10  CA-MOT-NOMBRE-VACIO     PIC X(30)   VALUE            00001770
                                   'NOMBRE SIN INFORMAR'.               00001780
               10  CA-MOT-SIN-PALABRAS     PIC X(30)   VALUE            00001790
                                   'NOMBRE SIN PALABRAS VALIDAS'.       00001800
               10  CA-MOT-DUPLICADO        PIC X(30)   VALUE            00001810
                                   'NOMBRE DUPLICADO EN REFERENCIA'.    00001820
               10  CA-ERR-ABRIR-MPCISNE1   PIC X(34)   VALUE            00001830
                                   'ERROR AL ABRIR EL FICHERO MPCISNE1'.00001840
               10  CA-ERR-CERRAR-MPCISNE1  PIC X(35)   VALUE            00001850
                        'ERROR AL CERRAR EL FICHERO MPCISNE1'.          00001860
               10  CA-ERR-ABRIR-MPCISNS1   PIC X(34)   VALUE            00001870
                                   'ERROR AL ABRIR EL FICHERO MPCISNS1'.00001880
               10  CA-ERR-CERRAR-MPCISNS1  PIC X(35)   VALUE            00001890
                        'ERROR AL CERRAR EL FICHERO MPCISNS1'.          00001900
               10  CA-ERR-LEER-MPCISNE1    PIC X(33)   VALUE            00001910
                                   'ERROR AL LEER EL FICHERO MPCISNE1'. 00001920
               10  CA-ERR-ESCRIB-MPCISNS1  PIC X(34)   VALUE            00001930
                                   'ERROR AL ESCRIBIR FICHERO MPCISNS1'.00001940
               10  CA-ERR-LISTA-VACIA      PIC X(43)   VALUE            00001950
                        'FICHERO MPCISNE1 VACIO. LISTA NO SUSTITUIDA'.  00001960
               10  CA-ERR-VACIAR           PIC X(40)   VALUE            00001970
                        'ERROR AL VACIAR LA TABLA LISTA_SANCION'.       00001980
               10  CA-ERR-CARGAR           PIC X(40)   VALUE            00001990
                        'ERROR AL CARGAR LA TABLA LISTA_SANCION'.       00002000
               10  CA-ERR-NORMALIZAR       PIC X(40)   VALUE            00002010
                        'ERROR EN LA RUTINA DE NORMALIZACION'.          00002020
               10  CA-ERR-COMMIT           PIC X(27)   VALUE            00002030
                                   'ERROR AL EJECUTAR COMMIT'.          00002040
               10  CA-PRF-1000             PIC X(11)   VALUE            00002050
                                   '1000-INICIO'.                       00002060
               10  CA-PRF-1100             PIC X(19)   VALUE            00002070
                                   '1100-ABRIR-FICHEROS'.               00002080
               10  CA-PRF-1200             PIC X(18)   VALUE            00002090
                                   '1200-VACIAR-LISTA'.                 00002100
               10  CA-PRF-2250             PIC X(20)   VALUE            00002110
                                   '2250-LLAMAR-MPBANOR'.               00002120
               10  CA-PRF-2300             PIC X(20)   VALUE            00002130
                                   '2300-CARGAR-NOMBRE'.                00002140
               10  CA-PRF-2400             PIC X(22)   VALUE            00002150
                                   '2400-LISTAR-RECHAZO'.               00002160
               10  CA-PRF-3050             PIC X(21)   VALUE            00002170
                                   '3050-CONFIRMAR-CIERRE'.             00002180
               10  CA-PRF-3100             PIC X(20)   VALUE            00002190
                                   '3100-CERRAR-FICHEROS'.              00002200
               10  CA-PRF-9100             PIC X(18)   VALUE            00002210
                                   '9100-LEER-MPCISNE1'.                00002220
                                                                        00002230
           05  CN-CONSTANTES-NUMERICAS.                                 00002240
               10  CN-1                    PIC 9(01)   VALUE 1.         00002250
                                                                        00002260
      ******************************************************************00002270
      *                    C O N T A D O R E S                         *00002280
      ******************************************************************00002290
       01  CT-CONTADORES.                                               00002300
           05  CT-LEIDOS                   PIC 9(9)    VALUE ZEROES.    00002310
           05  CT-CARGADOS                 PIC 9(9)    VALUE ZEROES.    00002320
           05  CT-RECHAZADOS               PIC 9(9)    VALUE ZEROES.    00002330
                                                                        00002340
      ******************************************************************00002350
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002360
      ******************************************************************00002370
       01  WK-ESTADISTICA.                                              00002380
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002390
           05  WK-CAB-2.                                                00002400
               10  FILLER                  PIC X(45)   VALUE            00002410
                                   '* ESTADISTICAS DE MPCISAN'.         00002420
               10  FILLER                  PIC X(10)   VALUE            00002430
                                   '         *'.                        00002440
           05  WK-CAB-3.                                                00002450
               10  FILLER                  PIC X(45)   VALUE            00002460
                                   '* REGISTROS LEIDOS:'.               00002470
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002480
               10  FILLER                  PIC X(01)   VALUE '*'.       00002490
           05  WK-CAB-4.                                                00002500
               10  FILLER                  PIC X(45)   VALUE            00002510
                        '* NOMBRES CARGADOS EN LISTA_SANCION:'.         00002520
               10  WK-CARGADOS-ED          PIC ZZZZZZZZ9.               00002530
               10  FILLER                  PIC X(01)   VALUE '*'.       00002540
           05  WK-CAB-5.                                                00002550
               10  FILLER                  PIC X(45)   VALUE            00002560
                                   '* REGISTROS RECHAZADOS:'.           00002570
               10  WK-RECHAZOS-ED          PIC ZZZZZZZZ9.               00002580
               10  FILLER                  PIC X(01)   VALUE '*'.       00002590
                                                                        00002600
      ******************************************************************00002610
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002620
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002630
      ******************************************************************00002640
       01  WK-CANCELACION-BATCH.                                        00002650
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002660
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002670
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002680
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCISAN'. 00002690
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002700
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002710
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002720
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002730
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002740
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002750
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002760
                                                                        00002770
      ******************************************************************00002780
      *                      F I L E  S T A T U S                      *00002790
      ******************************************************************00002800
       01  FS-FILE-STATUS.                                              00002810
           05  FS-MPCISNE1                 PIC X(02).                   00002820
           05  FS-MPCISNS1                 PIC X(02).                   00002830
                                                                        00002840
      ******************************************************************00002850
      *                       L I N E A S  D E  I N F O R M E          *00002860
      ******************************************************************00002870
       01  WK-LINEA-RECHAZO.                                            00002880
           05  WR-REFLISTA                 PIC X(15).                   00002890
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002900
           05  WR-TIPENTID                 PIC X(01).                   00002910
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002920
           05  WR-NOMBRE                   PIC X(60).                   00002930
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002940
           05  WR-MOTIVO                   PIC X(30).                   00002950
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002960
                                                                        00002970
      ******************************************************************00002980
      *                      V A R I A B L E S                         *00002990
      ******************************************************************00003000
       01  WK-VARIABLES.                                                00003010
           05  WK-MOTIVO-RECHAZO           PIC X(30)   VALUE SPACES.    00003020
                                                                        00003030
      * -- COPY DE COMUNICACION CON LA RUTINA DE NORMALIZACION.         00003040
           COPY MPYANOR.                                                00003050
                                                                        00003060
      * -- COPY DE COMUNICACION CON DB2.                                00003070
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003080
                                                                        00003090
      * -- DCLGEN DE LA TABLA LISTA_SANCION.                            00003100
           EXEC SQL INCLUDE D4467200 END-EXEC.                          00003110
                                                                        00003120
      ******************************************************************00003130
      *                       PROCEDURE DIVISION                       *00003140
      ******************************************************************00003150
       PROCEDURE DIVISION.                                              00003160
                                                                        00003170
           PERFORM 1000-INICIO                                          00003180
              THRU 1000-INICIO-EXIT                                     00003190
                                                                        00003200
           PERFORM 2000-PROCESO                                         00003210
              THRU 2000-PROCESO-EXIT                                    00003220
             UNTIL SI-FIN-MPCISNE1                                      00003230
                                                                        00003240
           PERFORM 3000-FIN                                             00003250
              THRU 3000-FIN-EXIT                                        00003260
                                                                        00003270
           .                                                            00003280
                                                                        00003290
      ******************************************************************00003300
      ***                   1000-INICIO                              ***00003310
      ***                   -----------                              ***00003320
      * SE ABREN LOS FICHEROS Y SE LEE EL PRIMER REGISTRO. SOLO SI LA  *00003330
      * LISTA RECIBIDA TRAE DATOS SE VACIA LA TABLA PARA SUSTITUIRLA.  *00003340
      ******************************************************************00003350
       1000-INICIO.                                                     00003360
                                                                        00003370
           INITIALIZE CT-CONTADORES                                     00003380
                                                                        00003390
           SET NO-FIN-MPCISNE1               TO TRUE                    00003400
                                                                        00003410
           PERFORM 1100-ABRIR-FICHEROS                                  00003420
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003430
                                                                        00003440
           PERFORM 9100-LEER-MPCISNE1                                   00003450
              THRU 9100-LEER-MPCISNE1-EXIT                              00003460
                                                                        00003470
           IF  SI-FIN-MPCISNE1                                          00003480
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003490
               MOVE CA-ERR-LISTA-VACIA       TO WK-DESCRIPCION          00003500
               MOVE CA-PRF-1000              TO WK-PARRAFO              00003510
               MOVE CA-MPCISNE1              TO WK-DDNAME               00003520
               MOVE FS-MPCISNE1              TO WK-FILE-STATUS          00003530
                                                                        00003540
               PERFORM 9000-CANCELACION                                 00003550
                  THRU 9000-CANCELACION-EXIT                            00003560
                                                                        00003570
           END-IF                                                       00003580
                                                                        00003590
           PERFORM 1200-VACIAR-LISTA                                    00003600
              THRU 1200-VACIAR-LISTA-EXIT                               00003610
                                                                        00003620
           .                                                            00003630
       1000-INICIO-EXIT.                                                00003640
           EXIT.                                                        00003650
                                                                        00003660
      ******************************************************************00003670
      ***                   1100-ABRIR-FICHEROS                      ***00003680
      ***                   -------------------                      ***00003690
      * SE REALIZA LA APERTURA DE LOS FICHEROS DEL PROCESO.            *00003700
      ******************************************************************00003710
       1100-ABRIR-FICHEROS.                                             00003720
                                                                        00003730
           OPEN INPUT  MPCISNE1                                         00003740
                OUTPUT MPCISNS1                                         00003750
                                                                        00003760
           IF  FS-MPCISNE1 NOT = CA-FS-OK                               00003770
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003780
               MOVE CA-ERR-ABRIR-MPCISNE1    TO WK-DESCRIPCION          00003790
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003800
               MOVE CA-MPCISNE1              TO WK-DDNAME               00003810
               MOVE FS-MPCISNE1              TO WK-FILE-STATUS          00003820
                                                                        00003830
               PERFORM 9000-CANCELACION                                 00003840
                  THRU 9000-CANCELACION-EXIT                            00003850
                                                                        00003860
           END-IF                                                       00003870
                                                                        00003880
           IF  FS-MPCISNS1 NOT = CA-FS-OK                               00003890
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003900
               MOVE CA-ERR-ABRIR-MPCISNS1    TO WK-DESCRIPCION          00003910
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003920
               MOVE CA-MPCISNS1              TO WK-DDNAME               00003930
               MOVE FS-MPCISNS1              TO WK-FILE-STATUS          00003940
                                                                        00003950
               PERFORM 9000-CANCELACION                                 00003960
                  THRU 9000-CANCELACION-EXIT                            00003970
                                                                        00003980
           END-IF                                                       00003990
                                                                        00004000
           .                                                            00004010
       1100-ABRIR-FICHEROS-EXIT.                                        00004020
           EXIT.                                                        00004030
                                                                        00004040
      ******************************************************************00004050
      ***                   1200-VACIAR-LISTA                        ***00004060
      ***                   -----------------                        ***00004070
      * SE BORRA LA LISTA ANTERIOR. EL BORRADO NO SE CONFIRMA HASTA EL *00004080
      * COMMIT FINAL, JUNTO CON LA CARGA DE LA NUEVA LISTA.            *00004090
      ******************************************************************00004100
       1200-VACIAR-LISTA.                                               00004110
                                                                        00004120
           EXEC SQL                                                     00004130
                DELETE FROM LISTA_SANCION                               00004140
           END-EXEC                                                     00004150
                                                                        00004160
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004170
                                                                        00004180
           IF  NOT DB2-OK AND NOT DB2-CLV-NOT-FOUND                     00004190
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004200
               MOVE CA-ERR-VACIAR             TO WK-DESCRIPCION         00004210
               MOVE CA-PRF-1200               TO WK-PARRAFO             00004220
               MOVE CA-MPCISAN                TO WK-RUTINA              00004230
               MOVE CA-LISTA-SANCION          TO WK-TABLA-DB2           00004240
               MOVE CA-DELETE                 TO WK-DATOS-ACCESO        00004250
                                                                        00004260
               PERFORM 9000-CANCELACION                                 00004270
                  THRU 9000-CANCELACION-EXIT                            00004280
                                                                        00004290
           END-IF                                                       00004300
                                                                        00004310
           .                                                            00004320
       1200-VACIAR-LISTA-EXIT.                                          00004330
           EXIT.                                                        00004340
                                                                        00004350
      ******************************************************************00004360
      ***                   2000-PROCESO                             ***00004370
      ***                   ------------                             ***00004380
      * SE VALIDA EL REGISTRO, SE NORMALIZA Y SE CARGA EN LA LISTA.    *00004390
      ******************************************************************00004400
       2000-PROCESO.                                                    00004410
                                                                        00004420
           ADD CN-1                           TO CT-LEIDOS              00004430
                                                                        00004440
           PERFORM 2100-VALIDAR-TRAMA                                   00004450
              THRU 2100-VALIDAR-TRAMA-EXIT                              00004460
                                                                        00004470
           IF  SI-TRAMA-VALIDA                                          00004480
               PERFORM 2200-NORMALIZAR                                  00004490
                  THRU 2200-NORMALIZAR-EXIT                             00004500
           END-IF                                                       00004510
                                                                        00004520
           IF  SI-TRAMA-VALIDA                                          00004530
               PERFORM 2300-CARGAR-NOMBRE                               00004540
                  THRU 2300-CARGAR-NOMBRE-EXIT                          00004550
           ELSE                                                         00004560
               PERFORM 2400-LISTAR-RECHAZO                              00004570
                  THRU 2400-LISTAR-RECHAZO-EXIT                         00004580
           END-IF                                                       00004590
                                                                        00004600
           PERFORM 9100-LEER-MPCISNE1                                   00004610
              THRU 9100-LEER-MPCISNE1-EXIT                              00004620
                                                                        00004630
           .                                                            00004640
       2000-PROCESO-EXIT.                                               00004650
           EXIT.                                                        00004660
                                                                        00004670
      ******************************************************************00004680
      ***                   2100-VALIDAR-TRAMA                       ***00004690
      ***                   ------------------                       ***00004700
      * SE VALIDAN LA REFERENCIA, EL TIPO DE TITULAR Y EL NOMBRE.      *00004710
      ******************************************************************00004720
       2100-VALIDAR-TRAMA.                                              00004730
                                                                        00004740
           SET SI-TRAMA-VALIDA                TO TRUE                   00004750
           MOVE SPACES                        TO WK-MOTIVO-RECHAZO      00004760
                                                                        00004770
           EVALUATE  TRUE                                               00004780
               WHEN  SL-REFLISTA = SPACES                               00004790
                     SET NO-TRAMA-VALIDA      TO TRUE                   00004800
                     MOVE CA-MOT-REF-VACIA    TO WK-MOTIVO-RECHAZO      00004810
                                                                        00004820
               WHEN  SL-TIPENTID NOT = CA-TIPO-PERSONA AND              00004830
                                       CA-TIPO-ENTIDAD                  00004840
                     SET NO-TRAMA-VALIDA      TO TRUE                   00004850
                     MOVE CA-MOT-TIPO-INVALIDO                          00004860
                                              TO WK-MOTIVO-RECHAZO      00004870
                                                                        00004880
               WHEN  SL-NOMBRE = SPACES                                 00004890
                     SET NO-TRAMA-VALIDA      TO TRUE                   00004900
                     MOVE CA-MOT-NOMBRE-VACIO TO WK-MOTIVO-RECHAZO      00004910
                                                                        00004920
               WHEN  OTHER                                              00004930
                     CONTINUE                                           00004940
                                                                        00004950
           END-EVALUATE                                                 00004960
                                                                        00004970
           .                                                            00004980
       2100-VALIDAR-TRAMA-EXIT.                                         00004990
           EXIT.                                                        00005000
                                                                        00005010
      ******************************************************************00005020
      ***                   2200-NORMALIZAR                          ***00005030
      ***                   ---------------                          ***00005040
      * SE NORMALIZAN EL NOMBRE Y, SI VIENE, EL DOCUMENTO. UN NOMBRE   *00005050
      * QUE SE QUEDA SIN PALABRAS AL NORMALIZARLO SE RECHAZA, YA QUE NO*00005060
      * SERVIRIA PARA EL CRIBADO.                                      *00005070
      ******************************************************************00005080
       2200-NORMALIZAR.                                                 00005090
                                                                        00005100
           INITIALIZE DCLLISTA-SANCION                                  00005110
                      MPYANOR                                           00005120
                                                                        00005130
           MOVE CA-FUNCION-NOMBRE             TO MPYANOR-FUNCION-E      00005140
           MOVE SL-TIPENTID                   TO MPYANOR-TIPENTID-E     00005150
           MOVE SL-NOMBRE                     TO MPYANOR-TEXTO-E        00005160
                                                                        00005170
           PERFORM 2250-LLAMAR-MPBANOR                                  00005180
              THRU 2250-LLAMAR-MPBANOR-EXIT                             00005190
                                                                        00005200
           IF  MPYANOR-PALABRAS-S = ZEROES                              00005210
               SET NO-TRAMA-VALIDA            TO TRUE                   00005220
               MOVE CA-MOT-SIN-PALABRAS       TO WK-MOTIVO-RECHAZO      00005230
               GO TO 2200-NORMALIZAR-EXIT                               00005240
           END-IF                                                       00005250
                                                                        00005260
           MOVE MPYANOR-NORMAL-S              TO G3221-NOMNORM          00005270
           MOVE MPYANOR-CLAVE-S               TO G3221-NOMCLAVE         00005280
                                                                        00005290
           IF  SL-DOCUMENTO NOT = SPACES                                00005300
               INITIALIZE MPYANOR                                       00005310
               MOVE CA-FUNCION-DOCUMENTO      TO MPYANOR-FUNCION-E      00005320
               MOVE SL-TIPENTID               TO MPYANOR-TIPENTID-E     00005330
               MOVE SL-DOCUMENTO              TO MPYANOR-TEXTO-E        00005340
                                                                        00005350
               PERFORM 2250-LLAMAR-MPBANOR                              00005360
                  THRU 2250-LLAMAR-MPBANOR-EXIT                         00005370
                                                                        00005380
               MOVE MPYANOR-NORMAL-S          TO G3221-DOCUMENT         00005390
           END-IF                                                       00005400
                                                                        00005410
           .                                                            00005420
       2200-NORMALIZAR-EXIT.                                            00005430
           EXIT.                                                        00005440
                                                                        00005450
      ******************************************************************00005460
      ***                   2250-LLAMAR-MPBANOR                      ***00005470
      ***                   -------------------                      ***00005480
      * SE LLAMA A LA RUTINA DE NORMALIZACION Y SE CONTROLA SU RETORNO.*00005490
      ******************************************************************00005500
       2250-LLAMAR-MPBANOR.                                             00005510
                                                                        00005520
           CALL CA-MPBANOR                USING MPYANOR                 00005530
                                                                        00005540
           IF  MPYANOR-RETORNO NOT = CA-00                              00005550
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00005560
               MOVE CA-ERR-NORMALIZAR         TO WK-DESCRIPCION         00005570
               MOVE CA-PRF-2250               TO WK-PARRAFO             00005580
               MOVE CA-MPBANOR                TO WK-RUTINA              00005590
               MOVE CA-MPCISNE1               TO WK-DDNAME              00005600
               MOVE MPYANOR-RETORNO           TO WK-FILE-STATUS         00005610
               MOVE REG-MPCISNE1              TO WK-DATOS-REGISTRO      00005620
                                                                        00005630
               PERFORM 9000-CANCELACION                                 00005640
                  THRU 9000-CANCELACION-EXIT                            00005650
                                                                        00005660
           END-IF                                                       00005670
                                                                        00005680
           .                                                            00005690
       2250-LLAMAR-MPBANOR-EXIT.                                        00005700
           EXIT.                                                        00005710
                                                                        00005720
      ******************************************************************00005730
      ***                   2300-CARGAR-NOMBRE                       ***00005740
      ***                   ------------------                       ***00005750
      * SE INSERTA EL NOMBRE EN LA LISTA. UN NOMBRE QUE NORMALIZADO    *00005760
      * REPITE OTRO DE LA MISMA REFERENCIA SE LISTA COMO RECHAZADO.    *00005770
      ******************************************************************00005780
       2300-CARGAR-NOMBRE.                                              00005790
                                                                        00005800
           MOVE SL-REFLISTA                   TO G3221-REFLISTA         00005810
           MOVE SL-TIPENTID                   TO G3221-TIPENTID         00005820
           MOVE SL-ORIGEN                     TO G3221-ORIGEN           00005830
           MOVE SL-NOMBRE                     TO G3221-NOMORIG          00005840
                                                                        00005850
           EXEC SQL                                                     00005860
                INSERT INTO LISTA_SANCION                               00005870
                       ( G3221_REFLISTA, G3221_TIPENTID,                00005880
                         G3221_ORIGEN,   G3221_DOCUMENT,                00005890
                         G3221_NOMORIG,  G3221_NOMNORM,                 00005900
                         G3221_NOMCLAVE, G3221_FECCARGA )               00005910
                VALUES ( :G3221-REFLISTA, :G3221-TIPENTID,              00005920
                         :G3221-ORIGEN,   :G3221-DOCUMENT,              00005930
                         :G3221-NOMORIG,  :G3221-NOMNORM,               00005940
                         :G3221-NOMCLAVE, CURRENT DATE )                00005950
           END-EXEC                                                     00005960
                                                                        00005970
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005980
                                                                        00005990
           EVALUATE  TRUE                                               00006000
               WHEN  DB2-OK                                             00006010
                     ADD CN-1                 TO CT-CARGADOS            00006020
                                                                        00006030
               WHEN  DB2-CLAVE-DUPLICADA                                00006040
                     MOVE CA-MOT-DUPLICADO    TO WK-MOTIVO-RECHAZO      00006050
                     PERFORM 2400-LISTAR-RECHAZO                        00006060
                        THRU 2400-LISTAR-RECHAZO-EXIT                   00006070
                                                                        00006080
               WHEN  OTHER                                              00006090
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00006100
                     MOVE CA-ERR-CARGAR       TO WK-DESCRIPCION         00006110
                     MOVE CA-PRF-2300         TO WK-PARRAFO             00006120
                     MOVE CA-MPCISAN          TO WK-RUTINA              00006130
                     MOVE CA-LISTA-SANCION    TO WK-TABLA-DB2           00006140
                     MOVE CA-INSERT           TO WK-DATOS-ACCESO        00006150
                                                                        00006160
                     PERFORM 9000-CANCELACION                           00006170
                        THRU 9000-CANCELACION-EXIT                      00006180
                                                                        00006190
           END-EVALUATE                                                 00006200
                                                                        00006210
           .                                                            00006220
       2300-CARGAR-NOMBRE-EXIT.                                         00006230
           EXIT.                                                        00006240
                                                                        00006250
      ******************************************************************00006260
      ***                   2400-LISTAR-RECHAZO                      ***00006270
      ***                   -------------------                      ***00006280
      * SE LISTA EL REGISTRO RECHAZADO CON SU MOTIVO.                  *00006290
      ******************************************************************00006300
       2400-LISTAR-RECHAZO.                                             00006310
                                                                        00006320
           MOVE SL-REFLISTA                   TO WR-REFLISTA            00006330
           MOVE SL-TIPENTID                   TO WR-TIPENTID            00006340
           MOVE SL-NOMBRE                     TO WR-NOMBRE              00006350
           MOVE WK-MOTIVO-RECHAZO             TO WR-MOTIVO              00006360
                                                                        00006370
           WRITE REG-MPCISNS1 FROM WK-LINEA-RECHAZO                     00006380
                                                                        00006390
           IF  FS-MPCISNS1 NOT = CA-FS-OK                               00006400
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006410
               MOVE CA-ERR-ESCRIB-MPCISNS1   TO WK-DESCRIPCION          00006420
               MOVE CA-PRF-2400              TO WK-PARRAFO              00006430
               MOVE CA-MPCISNS1              TO WK-DDNAME               00006440
               MOVE FS-MPCISNS1              TO WK-FILE-STATUS          00006450
               MOVE WK-LINEA-RECHAZO         TO WK-DATOS-REGISTRO       00006460
                                                                        00006470
               PERFORM 9000-CANCELACION                                 00006480
                  THRU 9000-CANCELACION-EXIT                            00006490
                                                                        00006500
           END-IF                                                       00006510
                                                                        00006520
           ADD CN-1                           TO CT-RECHAZADOS          00006530
                                                                        00006540
           .                                                            00006550
       2400-LISTAR-RECHAZO-EXIT.                                        00006560
           EXIT.                                                        00006570
                                                                        00006580
      ******************************************************************00006590
      ***                   3000-FIN                                 ***00006600
      ***                   --------                                 ***00006610
      * SE CONFIRMA LA NUEVA LISTA, SE CIERRA Y SE MUESTRAN TOTALES.   *00006620
      ******************************************************************00006630
       3000-FIN.                                                        00006640
                                                                        00006650
           PERFORM 3050-CONFIRMAR-CIERRE                                00006660
              THRU 3050-CONFIRMAR-CIERRE-EXIT                           00006670
                                                                        00006680
           PERFORM 3100-CERRAR-FICHEROS                                 00006690
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006700
                                                                        00006710
           PERFORM 3200-ESTADISTICAS                                    00006720
              THRU 3200-ESTADISTICAS-EXIT                               00006730
                                                                        00006740
           STOP RUN                                                     00006750
                                                                        00006760
           .                                                            00006770
       3000-FIN-EXIT.                                                   00006780
           EXIT.                                                        00006790
                                                                        00006800
      ******************************************************************00006810
      ***                   3050-CONFIRMAR-CIERRE                    ***00006820
      ***                   ---------------------                    ***00006830
      * SE CONFIRMA (COMMIT) EL BORRADO Y LA CARGA DE LA LISTA.        *00006840
      ******************************************************************00006850
       3050-CONFIRMAR-CIERRE.                                           00006860
                                                                        00006870
           EXEC SQL                                                     00006880
                COMMIT                                                  00006890
           END-EXEC                                                     00006900
                                                                        00006910
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006920
                                                                        00006930
           IF  NOT DB2-OK                                               00006940
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006950
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00006960
               MOVE CA-PRF-3050               TO WK-PARRAFO             00006970
               MOVE CA-MPCISAN                TO WK-RUTINA              00006980
               MOVE CA-LISTA-SANCION          TO WK-TABLA-DB2           00006990
               MOVE CA-INSERT                 TO WK-DATOS-ACCESO        00007000
                                                                        00007010
               PERFORM 9000-CANCELACION                                 00007020
                  THRU 9000-CANCELACION-EXIT                            00007030
                                                                        00007040
           END-IF                                                       00007050
                                                                        00007060
           .                                                            00007070
       3050-CONFIRMAR-CIERRE-EXIT.                                      00007080
           EXIT.                                                        00007090
                                                                        00007100
      ******************************************************************00007110
      ***                   3100-CERRAR-FICHEROS                     ***00007120
      ***                   --------------------                     ***00007130
      * SE REALIZA EL CIERRE DE LOS FICHEROS.                          *00007140
      ******************************************************************00007150
       3100-CERRAR-FICHEROS.                                            00007160
                                                                        00007170
           CLOSE MPCISNE1                                               00007180
                 MPCISNS1                                               00007190
                                                                        00007200
           IF  FS-MPCISNE1 NOT = CA-FS-OK                               00007210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007220
               MOVE CA-ERR-CERRAR-MPCISNE1   TO WK-DESCRIPCION          00007230
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007240
               MOVE CA-MPCISNE1              TO WK-DDNAME               00007250
               MOVE FS-MPCISNE1              TO WK-FILE-STATUS          00007260
                                                                        00007270
               PERFORM 9000-CANCELACION                                 00007280
                  THRU 9000-CANCELACION-EXIT                            00007290
                                                                        00007300
           END-IF                                                       00007310
                                                                        00007320
           IF  FS-MPCISNS1 NOT = CA-FS-OK                               00007330
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007340
               MOVE CA-ERR-CERRAR-MPCISNS1   TO WK-DESCRIPCION          00007350
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007360
               MOVE CA-MPCISNS1              TO WK-DDNAME               00007370
               MOVE FS-MPCISNS1              TO WK-FILE-STATUS          00007380
                                                                        00007390
               PERFORM 9000-CANCELACION                                 00007400
                  THRU 9000-CANCELACION-EXIT                            00007410
                                                                        00007420
           END-IF                                                       00007430
                                                                        00007440
           .                                                            00007450
       3100-CERRAR-FICHEROS-EXIT.                                       00007460
           EXIT.                                                        00007470
                                                                        00007480
      ******************************************************************00007490
      ***                   3200-ESTADISTICAS                        ***00007500
      ***                   -----------------                        ***00007510
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007520
      ******************************************************************00007530
       3200-ESTADISTICAS.                                               00007540
                                                                        00007550
           MOVE CT-LEIDOS                      TO WK-LEIDOS-ED          00007560
           MOVE CT-CARGADOS                    TO WK-CARGADOS-ED        00007570
           MOVE CT-RECHAZADOS                  TO WK-RECHAZOS-ED        00007580
                                                                        00007590
           DISPLAY WK-CAB-1                                             00007600
           DISPLAY WK-CAB-2                                             00007610
           DISPLAY WK-CAB-1                                             00007620
           DISPLAY WK-CAB-3                                             00007630
           DISPLAY WK-CAB-4                                             00007640
           DISPLAY WK-CAB-5                                             00007650
           DISPLAY WK-CAB-1                                             00007660
                                                                        00007670
           .                                                            00007680
       3200-ESTADISTICAS-EXIT.                                          00007690
           EXIT.                                                        00007700
                                                                        00007710
      ******************************************************************00007720
      ***                   9100-LEER-MPCISNE1                       ***00007730
      ***                   ------------------                       ***00007740
      * SE REALIZA LA LECTURA DEL FICHERO DE LA LISTA DE SANCIONES.    *00007750
      ******************************************************************00007760
       9100-LEER-MPCISNE1.                                              00007770
                                                                        00007780
           READ MPCISNE1                                                00007790
           AT END                                                       00007800
                SET SI-FIN-MPCISNE1          TO TRUE                    00007810
                                                                        00007820
             NOT AT END                                                 00007830
                CONTINUE                                                00007840
                                                                        00007850
           END-READ                                                     00007860
                                                                        00007870
           IF  FS-MPCISNE1 NOT = CA-FS-OK AND CA-FS-EOF                 00007880
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007890
               MOVE CA-ERR-LEER-MPCISNE1     TO WK-DESCRIPCION          00007900
               MOVE CA-PRF-9100              TO WK-PARRAFO              00007910
               MOVE CA-MPCISNE1              TO WK-DDNAME               00007920
               MOVE FS-MPCISNE1              TO WK-FILE-STATUS          00007930
                                                                        00007940
               PERFORM 9000-CANCELACION                                 00007950
                  THRU 9000-CANCELACION-EXIT                            00007960
                                                                        00007970
           END-IF                                                       00007980
                                                                        00007990
           .                                                            00008000
       9100-LEER-MPCISNE1-EXIT.                                         00008010
           EXIT.                                                        00008020
                                                                        00008030
      ******************************************************************00008040
      ***                   9000-CANCELACION                         ***00008050
      ***                   ----------------                         ***00008060
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008070
      ******************************************************************00008080
       9000-CANCELACION.                                                00008090
                                                                        00008100
           MOVE CA-RESP                       TO WK-RESPONSABLE         00008110
                                                                        00008120
           EVALUATE  TRUE                                               00008130
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00008140
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008150
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008160
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00008170
                         RESPONSABLE('WK-RESPONSABLE')                  00008180
                         DESCRIPCION('WK-DESCRIPCION')                  00008190
                         PROGRAMA('WK-PROGRAMA')                        00008200
                         PARRAFO('WK-PARRAFO')                          00008210
                         SQLCA('SQLCA')                                 00008220
                         TABLA_DB2('WK-TABLA-DB2')                      00008230
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00008240
                     END-FUN                                            00008250
                                                                        00008260
               WHEN  OTHER                                              00008270
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008280
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008290
                         RESPONSABLE('WK-RESPONSABLE')                  00008300
                         DESCRIPCION('WK-DESCRIPCION')                  00008310
                         PROGRAMA('WK-PROGRAMA')                        00008320
                         PARRAFO('WK-PARRAFO')                          00008330
                         DDNAME('WK-DDNAME')                            00008340
                         FILE_STATUS('WK-FILE-STATUS')                  00008350
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00008360
                     END-FUN                                            00008370
                                                                        00008380
           END-EVALUATE                                                 00008390
                                                                        00008400
           .                                                            00008410
       9000-CANCELACION-EXIT.                                           00008420
           EXIT.                                                        00008430
