      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHBIN.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: MANTENIMIENTO DE LA TABLA DE RANGOS DE BIN       *00000110
      *               EMBOZ_BIN. PROCESA UN FICHERO DE MOVIMIENTOS DE  *00000120
      *               ALTA, MODIFICACION Y BAJA (DESACTIVACION) DE     *00000130
      *               RANGOS DE BIN, CON SU ENTIDAD PROPIETARIA, MARCA,*00000140
      *               TIPO DE TARJETA Y LONGITUD DEL PAN, Y EMITE EL   *00000150
      *               LISTADO DE RESULTADO DE CADA MOVIMIENTO.         *00000160
      *                                                                *00000170
      *               UN RANGO ACTIVO NO PUEDE SOLAPARSE CON OTRO      *00000180
      *               RANGO ACTIVO: EL CONTROL DE PROPIEDAD DEL BIN DE *00000190
      *               MPCHSEL NECESITA QUE CADA BIN TENGA UN UNICO     *00000200
      *               PROPIETARIO. LA MODIFICACION DE UN RANGO DADO DE *00000210
      *               BAJA LO VUELVE A ACTIVAR.                        *00000220
      *-                                                              -*00000230
      *  FICHEROS DE ENTRADA:                                          *00000240
      *        MPCHBIE1 : MOVIMIENTOS DE RANGOS DE BIN.                *00000250
      *-                                                              -*00000260
      *  FICHEROS DE SALIDA:                                           *00000270
      *        MPCHBIS1 : LISTADO DE RESULTADO DE LOS MOVIMIENTOS.     *00000280
      *-                                                              -*00000290
      *  TABLAS:                                                       *00000300
      *        EMBOZ_BIN : RANGOS DE BIN (MANTENIMIENTO).              *00000310
      *-                                                              -*00000320
      *  CODIGOS DE RETORNO:                                           *00000330
      *        0 : TODOS LOS MOVIMIENTOS APLICADOS.                    *00000340
      *        4 : ALGUN MOVIMIENTO RECHAZADO.                         *00000350
      *-                                                              -*00000360
      ******************************************************************00000370
      *                  M O D I F I C A C I O N E S                   *00000380
      *                  ---------------------------                   *00000390
      *                                                                *00000400
      * USUARIO  FECHA        DESCRIPCION                              *00000410
      * -------- ----------   ---------------------------------------- *00000420
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000430
      *                                                                *00000440
      ******************************************************************00000450
                                                                        00000460
      ******************************************************************00000470
      * IDENTIFICATION DIVISION                                        *00000480
      ******************************************************************00000490
       IDENTIFICATION DIVISION.                                         00000500
       PROGRAM-ID.    MPCHBIN.                                          00000510
       AUTHOR.        VIEWNEXT.                                         00000520
       DATE-WRITTEN.  15-10-2026.                                       00000530
       DATE-COMPILED.                                                   00000540
                                                                        00000550
      ******************************************************************00000560
      * ENVIRONMENT DIVISION                                           *00000570
      ******************************************************************00000580
       ENVIRONMENT DIVISION.                                            00000590
                                                                        00000600
      *----------------------------------------------------------------*00000610
      * CONFIGURATION SECTION                                          *00000620
      *----------------------------------------------------------------*00000630
       CONFIGURATION SECTION.                                           00000640
                                                                        00000650
       SOURCE-COMPUTER. IBM-3090.                                       00000660
       OBJECT-COMPUTER. IBM-3090.                                       00000670
       SPECIAL-NAMES.                                                   00000680
           DECIMAL-POINT IS COMMA.                                      00000690
                                                                        00000700
      *----------------------------------------------------------------*00000710
      * INPUT OUTPUT SECTION                                           *00000720
      *----------------------------------------------------------------*00000730
       INPUT-OUTPUT SECTION.                                            00000740
       FILE-CONTROL.                                                    00000750
                                                                        00000760
      * -- MOVIMIENTOS DE RANGOS DE BIN.                                00000770
           SELECT MPCHBIE1 ASSIGN MPCHBIE1                              00000780
                  ACCESS MODE IS SEQUENTIAL                             00000790
                  FILE STATUS IS FS-MPCHBIE1.                           00000800
                                                                        00000810
      * -- LISTADO DE RESULTADO DE LOS MOVIMIENTOS.                     00000820
           SELECT MPCHBIS1 ASSIGN MPCHBIS1                              00000830
                  ACCESS MODE IS SEQUENTIAL                             00000840
                  FILE STATUS IS FS-MPCHBIS1.                           00000850
                                                                        00000860
      ******************************************************************00000870
      * DATA DIVISION                                                  *00000880
      ******************************************************************00000890
       DATA DIVISION.                                                   00000900
                                                                        00000910
      *----------------------------------------------------------------*00000920
      * FILE SECTION                                                   *00000930
      *----------------------------------------------------------------*00000940
       FILE SECTION.                                                    00000950
                                                                        00000960
       FD  MPCHBIE1                                                     00000970
           BLOCK CONTAINS 0 RECORDS                                     00000980
           RECORDING MODE IS F                                          00000990
           LABEL RECORD ARE STANDARD                                    00001000
           RECORD CONTAINS 80 CHARACTERS                                00001010
           DATA RECORD IS REG-MPCHBIE1.                                 00001020
       01  REG-MPCHBIE1.                                                00001030
           05  RE-ACCION                   PIC X(01).                   00001040
           05  RE-BINDESDE                 PIC X(08).                   00001050
           05  RE-BINHASTA                 PIC X(08).                   00001060
           05  RE-CDGENTI                  PIC X(04).                   00001070
           05  RE-CDGMAR                   PIC 9(02).                   00001080
           05  RE-INDTIPT                  PIC 9(02).                   00001090
           05  RE-LONGPAN                  PIC 9(02).                   00001100
           05  FILLER                      PIC X(53).                   00001110
                                                                        00001120
       FD  MPCHBIS1                                                     00001130
           BLOCK CONTAINS 0 RECORDS                                     00001140
           RECORDING MODE IS F                                          00001150
           LABEL RECORD ARE STANDARD                                    00001160
           RECORD CONTAINS 132 CHARACTERS                               00001170
           DATA RECORD IS REG-MPCHBIS1.                                 00001180
       01  REG-MPCHBIS1                    PIC X(132).                  00001190
                                                                        00001200
      *----------------------------------------------------------------*00001210
      * WORKING-STORAGE SECTION                                        *00001220
      *----------------------------------------------------------------*00001230
       WORKING-STORAGE SECTION.                                         00001240
                                                                        00001250
      ******************************************************************00001260
      *                        S W I T C H E S                         *00001270
      ******************************************************************00001280
       01  SW-SWITCHES.                                                 00001290
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001300
               88  DB2-OK                              VALUE 0.         00001310
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001320
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001330
           05  SW-FIN-MPCHBIE1             PIC X(01)   VALUE 'N'.       00001340
               88  SI-FIN-MPCHBIE1                     VALUE 'S'.       00001350
               88  NO-FIN-MPCHBIE1                     VALUE 'N'.       00001360
           05  SW-DATOS-VALIDOS            PIC X(01)   VALUE 'S'.       00001370
               88  SI-DATOS-VALIDOS                    VALUE 'S'.       00001380
               88  NO-DATOS-VALIDOS                    VALUE 'N'.       00001390
                                                                        00001400
      ******************************************************************00001410
      *                      C O N S T A N T E S                       *00001420
      ******************************************************************00001430
       01  CT-CONSTANTES.                                               00001440
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001450
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001460
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001470
               10  CA-MPCHBIN              PIC X(08)   VALUE 'MPCHBIN'. 00001480
               10  CA-RESP                 PIC X(14)   VALUE            00001490
                                   'MEDIOS DE PAGO'.                    00001500
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001510
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001520
               10  CA-MPCHBIE1             PIC X(08)   VALUE 'MPCHBIE1'.00001530
               10  CA-MPCHBIS1             PIC X(08)   VALUE 'MPCHBIS1'.00001540
               10  CA-EMBOZ-BIN            PIC X(09)   VALUE            00001550
                                   'EMBOZ_BIN'.                         00001560
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001570
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001580
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001590
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001600
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001610
               10  CA-ACCION-ALTA          PIC X(01)   VALUE 'A'.       00001620
               10  CA-ACCION-MODIF         PIC X(01)   VALUE 'M'.       00001630
               10  CA-ACCION-BAJA          PIC X(01)   VALUE 'B'.       00001640
               10  CA-RES-APLICADO         PIC X(14)   VALUE 'APLICADO'.00001650
               10  CA-RES-YA-EXISTE        PIC X(14)   VALUE            00001660
                                   'YA EXISTE'.                         00001670
               10  CA-RES-NO-EXISTE        PIC X(14)   VALUE            00001680
                                   'NO EXISTE'.                         00001690
               10  CA-RES-ACCION-INVAL     PIC X(14)   VALUE            00001700
                                   'ACCION INVALID'.                    00001710
               10  CA-RES-DATOS-INVAL      PIC X(14)   VALUE            00001720
                                   'DATOS ERRONEOS'.                    00001730
               10  CA-RES-SOLAPADO         PIC X(14)   VALUE            00001740
                                   'RANGO SOLAPADO'.                    00001750
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001760
                                   'ERROR AL ABRIR UN FICHERO'.         00001770
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001780
                                   'ERROR AL CERRAR UN FICHERO'.        00001790
               10  CA-ERR-LEER             PIC X(25)   VALUE            00001800
                                   'ERROR AL LEER UN FICHERO'.          00001810
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001820
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001830
               10  CA-ERR-EMBOZ-BIN        PIC X(32)   VALUE            00001840
                         'ERROR EN ACCESO A EMBOZ_BIN     '.            00001850
               10  CA-PRF-1100             PIC X(19)   VALUE            00001860
                                   '1100-ABRIR-FICHEROS'.               00001870
               10  CA-PRF-2100             PIC X(23)   VALUE            00001880
                                   '2100-APLICAR-MOVIMIENTO'.           00001890
               10  CA-PRF-2140             PIC X(23)   VALUE            00001900
                                   '2140-COMPROBAR-SOLAPE  '.           00001910
               10  CA-PRF-2400             PIC X(23)   VALUE            00001920
                                   '2400-ESCRIBIR-RESULTADO'.           00001930
               10  CA-PRF-3100             PIC X(20)   VALUE            00001940
                                   '3100-CERRAR-FICHEROS'.              00001950
               10  CA-PRF-9100             PIC X(18)   VALUE            00001960
                                   '9100-LEER-MPCHBIE1'.                00001970
                                                                        00001980
           05  CN-CONSTANTES-NUMERICAS.                                 00001990
               10  CN-0                    PIC 9(01)   VALUE 0.         00002000
               10  CN-1                    PIC 9(01)   VALUE 1.         00002010
               10  CN-4                    PIC 9(01)   VALUE 4.         00002020
      *--  LONGITUDES DE PAN ADMITIDAS (ISO/IEC 7812).                  00002030
               10  CN-LONGPAN-MIN          PIC 9(02)   VALUE 13.        00002040
               10  CN-LONGPAN-MAX          PIC 9(02)   VALUE 19.        00002050
                                                                        00002060
      ******************************************************************00002070
      *                    C O N T A D O R E S                         *00002080
      ******************************************************************00002090
       01  CT-CONTADORES.                                               00002100
           05  CT-MOVIMIENTOS              PIC 9(9)    VALUE ZEROES.    00002110
           05  CT-APLICADOS                PIC 9(9)    VALUE ZEROES.    00002120
           05  CT-RECHAZADOS               PIC 9(9)    VALUE ZEROES.    00002130
                                                                        00002140
      ******************************************************************00002150
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002160
      ******************************************************************00002170
       01  WK-ESTADISTICA.                                              00002180
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002190
           05  WK-CAB-2                    PIC X(55)   VALUE            00002200
                   '* ESTADISTICAS DE MPCHBIN                   *'.     00002210
           05  WK-CAB-3.                                                00002220
               10  FILLER                  PIC X(45)   VALUE            00002230
                   '* MOVIMIENTOS LEIDOS:                      '.       00002240
               10  WK-MOVIMIENTOS-ED       PIC ZZZZZZZZ9.               00002250
               10  FILLER                  PIC X(01)   VALUE '*'.       00002260
           05  WK-CAB-4.                                                00002270
               10  FILLER                  PIC X(45)   VALUE            00002280
                   '* MOVIMIENTOS APLICADOS:                   '.       00002290
               10  WK-APLICADOS-ED         PIC ZZZZZZZZ9.               00002300
               10  FILLER                  PIC X(01)   VALUE '*'.       00002310
           05  WK-CAB-5.                                                00002320
               10  FILLER                  PIC X(45)   VALUE            00002330
                   '* MOVIMIENTOS RECHAZADOS:                  '.       00002340
               10  WK-RECHAZADOS-ED        PIC ZZZZZZZZ9.               00002350
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
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHBIN'. 00002460
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002470
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002480
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002490
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002500
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002510
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002520
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002530
                                                                        00002540
      ******************************************************************00002550
      *                      F I L E  S T A T U S                      *00002560
      ******************************************************************00002570
       01  FS-FILE-STATUS.                                              00002580
           05  FS-MPCHBIE1                 PIC X(02).                   00002590
           05  FS-MPCHBIS1                 PIC X(02).                   00002600
                                                                        00002610
      ******************************************************************00002620
      *                 L I N E A S  D E  I N F O R M E                *00002630
      ******************************************************************00002640
       01  WK-LINEA-RESULTADO.                                          00002650
           05  WD-ACCION                   PIC X(01).                   00002660
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002670
           05  WD-BINDESDE                 PIC X(08).                   00002680
           05  FILLER                      PIC X(03)   VALUE ' - '.     00002690
           05  WD-BINHASTA                 PIC X(08).                   00002700
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002710
           05  WD-CDGENTI                  PIC X(04).                   00002720
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002730
           05  WD-CDGMAR                   PIC X(02).                   00002740
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002750
           05  WD-INDTIPT                  PIC X(02).                   00002760
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002770
           05  WD-LONGPAN                  PIC X(02).                   00002780
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002790
           05  WD-RESULTADO                PIC X(14).                   00002800
           05  FILLER                      PIC X(76)   VALUE SPACES.    00002810
                                                                        00002820
      ******************************************************************00002830
      *                      V A R I A B L E S                         *00002840
      ******************************************************************00002850
       01  WK-VARIABLES.                                                00002860
           05  WK-RESULTADO                PIC X(14)   VALUE SPACES.    00002870
      *--  RANGOS ACTIVOS QUE SE SOLAPAN CON EL DEL MOVIMIENTO.         00002880
           05  WK-NUM-SOLAPES              PIC S9(09)  COMP VALUE +0.   00002890
                                                                        00002900
      * -- COPY DE COMUNICACION CON DB2.                                00002910
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002920
                                                                        00002930
      * -- DCLGEN DE LA TABLA EMBOZ_BIN (RANGOS DE BIN).                00002940
           EXEC SQL INCLUDE D4466700 END-EXEC.                          00002950
                                                                        00002960
      ******************************************************************00002970
      *                       PROCEDURE DIVISION                       *00002980
      ******************************************************************00002990
       PROCEDURE DIVISION.                                              00003000
                                                                        00003010
           PERFORM 1000-INICIO                                          00003020
              THRU 1000-INICIO-EXIT                                     00003030
                                                                        00003040
           PERFORM 2000-PROCESO                                         00003050
              THRU 2000-PROCESO-EXIT                                    00003060
             UNTIL SI-FIN-MPCHBIE1                                      00003070
                                                                        00003080
           PERFORM 3000-FIN                                             00003090
              THRU 3000-FIN-EXIT                                        00003100
                                                                        00003110
           .                                                            00003120
                                                                        00003130
      ******************************************************************00003140
      ***                   1000-INICIO                              ***00003150
      ***                   -----------                              ***00003160
      * SE INICIALIZAN LAS VARIABLES, SE ABREN LOS FICHEROS Y SE LEE   *00003170
      * EL PRIMER MOVIMIENTO.                                          *00003180
      ******************************************************************00003190
       1000-INICIO.                                                     00003200
                                                                        00003210
           INITIALIZE WK-VARIABLES                                      00003220
                      CT-CONTADORES                                     00003230
                                                                        00003240
           SET NO-FIN-MPCHBIE1               TO TRUE                    00003250
                                                                        00003260
           PERFORM 1100-ABRIR-FICHEROS                                  00003270
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003280
                                                                        00003290
           PERFORM 9100-LEER-MPCHBIE1                                   00003300
              THRU 9100-LEER-MPCHBIE1-EXIT                              00003310
                                                                        00003320
           .                                                            00003330
       1000-INICIO-EXIT.                                                00003340
           EXIT.                                                        00003350
                                                                        00003360
      ******************************************************************00003370
      ***                   1100-ABRIR-FICHEROS                      ***00003380
      ***                   -------------------                      ***00003390
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00003400
      ******************************************************************00003410
       1100-ABRIR-FICHEROS.                                             00003420
                                                                        00003430
           OPEN INPUT  MPCHBIE1                                         00003440
                OUTPUT MPCHBIS1                                         00003450
                                                                        00003460
           IF  FS-MPCHBIE1 NOT = CA-FS-OK                               00003470
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003480
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00003490
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003500
               MOVE CA-MPCHBIE1              TO WK-DDNAME               00003510
               MOVE FS-MPCHBIE1              TO WK-FILE-STATUS          00003520
                                                                        00003530
               PERFORM 9000-CANCELACION                                 00003540
                  THRU 9000-CANCELACION-EXIT                            00003550
                                                                        00003560
           END-IF                                                       00003570
                                                                        00003580
           IF  FS-MPCHBIS1 NOT = CA-FS-OK                               00003590
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003600
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00003610
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003620
               MOVE CA-MPCHBIS1              TO WK-DDNAME               00003630
               MOVE FS-MPCHBIS1              TO WK-FILE-STATUS          00003640
                                                                        00003650
               PERFORM 9000-CANCELACION                                 00003660
                  THRU 9000-CANCELACION-EXIT                            00003670
                                                                        00003680
           END-IF                                                       00003690
                                                                        00003700
           .                                                            00003710
       1100-ABRIR-FICHEROS-EXIT.                                        00003720
           EXIT.                                                        00003730
                                                                        00003740
      ******************************************************************00003750
      ***                   2000-PROCESO                             ***00003760
      ***                   ------------                             ***00003770
      * SE APLICA EL MOVIMIENTO LEIDO, SE ESCRIBE SU RESULTADO Y SE    *00003780
      * LEE EL SIGUIENTE.                                              *00003790
      ******************************************************************00003800
       2000-PROCESO.                                                    00003810
                                                                        00003820
           PERFORM 2100-APLICAR-MOVIMIENTO                              00003830
              THRU 2100-APLICAR-MOVIMIENTO-EXIT                         00003840
                                                                        00003850
           PERFORM 2400-ESCRIBIR-RESULTADO                              00003860
              THRU 2400-ESCRIBIR-RESULTADO-EXIT                         00003870
                                                                        00003880
           PERFORM 9100-LEER-MPCHBIE1                                   00003890
              THRU 9100-LEER-MPCHBIE1-EXIT                              00003900
                                                                        00003910
           .                                                            00003920
       2000-PROCESO-EXIT.                                               00003930
           EXIT.                                                        00003940
                                                                        00003950
      ******************************************************************00003960
      ***                   2100-APLICAR-MOVIMIENTO                  ***00003970
      ***                   -----------------------                  ***00003980
      * SE APLICA EL ALTA, MODIFICACION O BAJA DEL RANGO DE BIN SOBRE  *00003990
      * LA TABLA. EL ALTA Y LA MODIFICACION SE VALIDAN ANTES Y NO SE   *00004000
      * ADMITEN SI EL RANGO SE SOLAPA CON OTRO RANGO ACTIVO.           *00004010
      ******************************************************************00004020
       2100-APLICAR-MOVIMIENTO.                                         00004030
                                                                        00004040
           ADD CN-1                          TO CT-MOVIMIENTOS          00004050
           MOVE SPACES                       TO WK-RESULTADO            00004060
                                                                        00004070
           INITIALIZE DCLEMBOZ-BIN                                      00004080
           MOVE RE-BINDESDE                  TO G3216-BINDESDE          00004090
                                                                        00004100
           IF  RE-ACCION = CA-ACCION-ALTA OR CA-ACCION-MODIF            00004110
               PERFORM 2105-VALIDAR-DATOS                               00004120
                  THRU 2105-VALIDAR-DATOS-EXIT                          00004130
                                                                        00004140
               IF  NO-DATOS-VALIDOS                                     00004150
                   MOVE CA-RES-DATOS-INVAL   TO WK-RESULTADO            00004160
                   ADD CN-1                  TO CT-RECHAZADOS           00004170
                   GO TO 2100-APLICAR-MOVIMIENTO-EXIT                   00004180
               END-IF                                                   00004190
                                                                        00004200
               PERFORM 2140-COMPROBAR-SOLAPE                            00004210
                  THRU 2140-COMPROBAR-SOLAPE-EXIT                       00004220
                                                                        00004230
               IF  WK-NUM-SOLAPES > ZEROES                              00004240
                   MOVE CA-RES-SOLAPADO      TO WK-RESULTADO            00004250
                   ADD CN-1                  TO CT-RECHAZADOS           00004260
                   GO TO 2100-APLICAR-MOVIMIENTO-EXIT                   00004270
               END-IF                                                   00004280
           END-IF                                                       00004290
                                                                        00004300
           EVALUATE  RE-ACCION                                          00004310
               WHEN  CA-ACCION-ALTA                                     00004320
                     PERFORM 2110-ALTA-BIN                              00004330
                        THRU 2110-ALTA-BIN-EXIT                         00004340
                                                                        00004350
               WHEN  CA-ACCION-MODIF                                    00004360
                     PERFORM 2120-MODIFICAR-BIN                         00004370
                        THRU 2120-MODIFICAR-BIN-EXIT                    00004380
                                                                        00004390
               WHEN  CA-ACCION-BAJA                                     00004400
                     PERFORM 2130-BAJA-BIN                              00004410
                        THRU 2130-BAJA-BIN-EXIT                         00004420
                                                                        00004430
               WHEN  OTHER                                              00004440
                     MOVE CA-RES-ACCION-INVAL TO WK-RESULTADO           00004450
                     ADD CN-1                 TO CT-RECHAZADOS          00004460
           END-EVALUATE                                                 00004470
                                                                        00004480
           .                                                            00004490
       2100-APLICAR-MOVIMIENTO-EXIT.                                    00004500
           EXIT.                                                        00004510
                                                                        00004520
      ******************************************************************00004530
      ***                   2105-VALIDAR-DATOS                       ***00004540
      ***                   ------------------                       ***00004550
      * SE VALIDAN LOS DATOS DEL RANGO: LIMITES NUMERICOS Y EN ORDEN,  *00004560
      * ENTIDAD INFORMADA, MARCA Y TIPO NUMERICOS Y LONGITUD DE PAN    *00004570
      * DENTRO DE LAS ADMITIDAS. LOS DATOS VALIDOS SE PASAN A LOS      *00004580
      * CAMPOS DE LA DCLGEN.                                           *00004590
      ******************************************************************00004600
       2105-VALIDAR-DATOS.                                              00004610
                                                                        00004620
           SET SI-DATOS-VALIDOS              TO TRUE                    00004630
                                                                        00004640
           IF  RE-BINDESDE NOT NUMERIC                                  00004650
            OR RE-BINHASTA NOT NUMERIC                                  00004660
            OR RE-BINDESDE > RE-BINHASTA                                00004670
            OR RE-CDGENTI = SPACES                                      00004680
            OR RE-CDGMAR NOT NUMERIC                                    00004690
            OR RE-INDTIPT NOT NUMERIC                                   00004700
            OR RE-LONGPAN NOT NUMERIC                                   00004710
               SET NO-DATOS-VALIDOS          TO TRUE                    00004720
               GO TO 2105-VALIDAR-DATOS-EXIT                            00004730
           END-IF                                                       00004740
                                                                        00004750
           IF  RE-LONGPAN < CN-LONGPAN-MIN                              00004760
            OR RE-LONGPAN > CN-LONGPAN-MAX                              00004770
               SET NO-DATOS-VALIDOS          TO TRUE                    00004780
               GO TO 2105-VALIDAR-DATOS-EXIT                            00004790
           END-IF                                                       00004800
                                                                        00004810
           MOVE RE-BINHASTA                  TO G3216-BINHASTA          00004820
           MOVE RE-CDGENTI                   TO G3216-CDGENTI           00004830
           MOVE RE-CDGMAR                    TO G3216-CDGMAR            00004840
           MOVE RE-INDTIPT                   TO G3216-INDTIPT           00004850
           MOVE RE-LONGPAN                   TO G3216-LONGPAN           00004860
                                                                        00004870
           .                                                            00004880
       2105-VALIDAR-DATOS-EXIT.                                         00004890
           EXIT.                                                        00004900
                                                                        00004910
      ******************************************************************00004920
      ***                   2110-ALTA-BIN                            ***00004930
      ***                   -------------                            ***00004940
      * SE DA DE ALTA EL RANGO DE BIN, ACTIVO.                         *00004950
      ******************************************************************00004960
       2110-ALTA-BIN.                                                   00004970
                                                                        00004980
           EXEC SQL                                                     00004990
                INSERT INTO EMBOZ_BIN                                   00005000
                      ( G3216_BINDESDE, G3216_BINHASTA,                 00005010
                        G3216_CDGENTI, G3216_CDGMAR,                    00005020
                        G3216_INDTIPT, G3216_LONGPAN,                   00005030
                        G3216_INDACTIVO, G3216_USUAUDIT,                00005040
                        G3216_CONTCUR )                                 00005050
                VALUES                                                  00005060
                      ( :G3216-BINDESDE, :G3216-BINHASTA,               00005070
                        :G3216-CDGENTI, :G3216-CDGMAR,                  00005080
                        :G3216-INDTIPT, :G3216-LONGPAN,                 00005090
                        :CA-SI, :WK-PROGRAMA,                           00005100
                        CURRENT TIMESTAMP )                             00005110
           END-EXEC                                                     00005120
                                                                        00005130
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005140
                                                                        00005150
           EVALUATE  TRUE                                               00005160
               WHEN  DB2-OK                                             00005170
                     MOVE CA-RES-APLICADO    TO WK-RESULTADO            00005180
                     ADD CN-1                TO CT-APLICADOS            00005190
                                                                        00005200
               WHEN  DB2-CLAVE-DUPLICADA                                00005210
                     MOVE CA-RES-YA-EXISTE   TO WK-RESULTADO            00005220
                     ADD CN-1                TO CT-RECHAZADOS           00005230
                                                                        00005240
               WHEN  OTHER                                              00005250
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00005260
                     MOVE CA-ERR-EMBOZ-BIN   TO WK-DESCRIPCION          00005270
                     MOVE CA-PRF-2100        TO WK-PARRAFO              00005280
                     MOVE CA-EMBOZ-BIN       TO WK-TABLA-DB2            00005290
                     MOVE CA-INSERT          TO WK-DATOS-ACCESO         00005300
                                                                        00005310
                     PERFORM 9000-CANCELACION                           00005320
                        THRU 9000-CANCELACION-EXIT                      00005330
                                                                        00005340
           END-EVALUATE                                                 00005350
                                                                        00005360
           .                                                            00005370
       2110-ALTA-BIN-EXIT.                                              00005380
           EXIT.                                                        00005390
                                                                        00005400
      ******************************************************************00005410
      ***                   2120-MODIFICAR-BIN                       ***00005420
      ***                   ------------------                       ***00005430
      * SE MODIFICAN EL LIMITE SUPERIOR, LA ENTIDAD, LA MARCA, EL TIPO *00005440
      * DE TARJETA Y LA LONGITUD DEL PAN DEL RANGO, QUE QUEDA ACTIVO.  *00005450
      ******************************************************************00005460
       2120-MODIFICAR-BIN.                                              00005470
                                                                        00005480
           EXEC SQL                                                     00005490
                UPDATE EMBOZ_BIN                                        00005500
                   SET G3216_BINHASTA  = :G3216-BINHASTA,               00005510
                       G3216_CDGENTI   = :G3216-CDGENTI,                00005520
                       G3216_CDGMAR    = :G3216-CDGMAR,                 00005530
                       G3216_INDTIPT   = :G3216-INDTIPT,                00005540
                       G3216_LONGPAN   = :G3216-LONGPAN,                00005550
                       G3216_INDACTIVO = :CA-SI,                        00005560
                       G3216_USUAUDIT  = :WK-PROGRAMA,                  00005570
                       G3216_CONTCUR   =  CURRENT TIMESTAMP             00005580
                 WHERE G3216_BINDESDE  = :G3216-BINDESDE                00005590
           END-EXEC                                                     00005600
                                                                        00005610
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005620
                                                                        00005630
           PERFORM 2190-EVALUAR-UPDATE                                  00005640
              THRU 2190-EVALUAR-UPDATE-EXIT                             00005650
                                                                        00005660
           .                                                            00005670
       2120-MODIFICAR-BIN-EXIT.                                         00005680
           EXIT.                                                        00005690
                                                                        00005700
      ******************************************************************00005710
      ***                   2130-BAJA-BIN                            ***00005720
      ***                   -------------                            ***00005730
      * SE DESACTIVA EL RANGO DE BIN.                                  *00005740
      ******************************************************************00005750
       2130-BAJA-BIN.                                                   00005760
                                                                        00005770
           EXEC SQL                                                     00005780
                UPDATE EMBOZ_BIN                                        00005790
                   SET G3216_INDACTIVO = :CA-NO,                        00005800
                       G3216_USUAUDIT  = :WK-PROGRAMA,                  00005810
                       G3216_CONTCUR   =  CURRENT TIMESTAMP             00005820
                 WHERE G3216_BINDESDE  = :G3216-BINDESDE                00005830
           END-EXEC                                                     00005840
                                                                        00005850
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005860
                                                                        00005870
           PERFORM 2190-EVALUAR-UPDATE                                  00005880
              THRU 2190-EVALUAR-UPDATE-EXIT                             00005890
                                                                        00005900
           .                                                            00005910
       2130-BAJA-BIN-EXIT.                                              00005920
           EXIT.                                                        00005930
                                                                        00005940
      ******************************************************************00005950
      ***                   2140-COMPROBAR-SOLAPE                    ***00005960
      ***                   ---------------------                    ***00005970
      * SE CUENTAN LOS RANGOS ACTIVOS, DISTINTOS DEL PROPIO, QUE       *00005980
      * COMPARTEN ALGUN BIN CON EL RANGO DEL MOVIMIENTO. COMO LOS      *00005990
      * LIMITES SON DE LONGITUD FIJA, SE COMPARAN COMO CARACTERES.     *00006000
      ******************************************************************00006010
       2140-COMPROBAR-SOLAPE.                                           00006020
                                                                        00006030
           MOVE ZEROES                       TO WK-NUM-SOLAPES          00006040
                                                                        00006050
           EXEC SQL                                                     00006060
                SELECT COUNT(*)                                         00006070
                  INTO :WK-NUM-SOLAPES                                  00006080
                  FROM EMBOZ_BIN                                        00006090
                 WHERE G3216_INDACTIVO = :CA-SI                         00006100
                   AND G3216_BINDESDE <> :G3216-BINDESDE                00006110
                   AND G3216_BINDESDE <= :G3216-BINHASTA                00006120
                   AND G3216_BINHASTA >= :G3216-BINDESDE                00006130
           END-EXEC                                                     00006140
                                                                        00006150
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006160
                                                                        00006170
           IF  NOT DB2-OK                                               00006180
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00006190
               MOVE CA-ERR-EMBOZ-BIN         TO WK-DESCRIPCION          00006200
               MOVE CA-PRF-2140              TO WK-PARRAFO              00006210
               MOVE CA-EMBOZ-BIN             TO WK-TABLA-DB2            00006220
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00006230
                                                                        00006240
               PERFORM 9000-CANCELACION                                 00006250
                  THRU 9000-CANCELACION-EXIT                            00006260
                                                                        00006270
           END-IF                                                       00006280
                                                                        00006290
           .                                                            00006300
       2140-COMPROBAR-SOLAPE-EXIT.                                      00006310
           EXIT.                                                        00006320
                                                                        00006330
      ******************************************************************00006340
      ***                   2190-EVALUAR-UPDATE                      ***00006350
      ***                   -------------------                      ***00006360
      * SE EVALUA EL RESULTADO DE UNA ACTUALIZACION DE LA TABLA.       *00006370
      ******************************************************************00006380
       2190-EVALUAR-UPDATE.                                             00006390
                                                                        00006400
           EVALUATE  TRUE                                               00006410
               WHEN  DB2-OK                                             00006420
                     MOVE CA-RES-APLICADO    TO WK-RESULTADO            00006430
                     ADD CN-1                TO CT-APLICADOS            00006440
                                                                        00006450
               WHEN  DB2-CLV-NOT-FOUND                                  00006460
                     MOVE CA-RES-NO-EXISTE   TO WK-RESULTADO            00006470
                     ADD CN-1                TO CT-RECHAZADOS           00006480
                                                                        00006490
               WHEN  OTHER                                              00006500
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00006510
                     MOVE CA-ERR-EMBOZ-BIN   TO WK-DESCRIPCION          00006520
                     MOVE CA-PRF-2100        TO WK-PARRAFO              00006530
                     MOVE CA-EMBOZ-BIN       TO WK-TABLA-DB2            00006540
                     MOVE CA-UPDATE          TO WK-DATOS-ACCESO         00006550
                                                                        00006560
                     PERFORM 9000-CANCELACION                           00006570
                        THRU 9000-CANCELACION-EXIT                      00006580
                                                                        00006590
           END-EVALUATE                                                 00006600
                                                                        00006610
           .                                                            00006620
       2190-EVALUAR-UPDATE-EXIT.                                        00006630
           EXIT.                                                        00006640
                                                                        00006650
      ******************************************************************00006660
      ***                   2400-ESCRIBIR-RESULTADO                  ***00006670
      ***                   -----------------------                  ***00006680
      * SE ESCRIBE LA LINEA DE RESULTADO DEL MOVIMIENTO.               *00006690
      ******************************************************************00006700
       2400-ESCRIBIR-RESULTADO.                                         00006710
                                                                        00006720
           MOVE RE-ACCION                    TO WD-ACCION               00006730
           MOVE RE-BINDESDE                  TO WD-BINDESDE             00006740
           MOVE RE-BINHASTA                  TO WD-BINHASTA             00006750
           MOVE RE-CDGENTI                   TO WD-CDGENTI              00006760
           MOVE RE-CDGMAR                    TO WD-CDGMAR               00006770
           MOVE RE-INDTIPT                   TO WD-INDTIPT              00006780
           MOVE RE-LONGPAN                   TO WD-LONGPAN              00006790
           MOVE WK-RESULTADO                 TO WD-RESULTADO            00006800
                                                                        00006810
           WRITE REG-MPCHBIS1 FROM WK-LINEA-RESULTADO                   00006820
                                                                        00006830
           IF  FS-MPCHBIS1 NOT = CA-FS-OK                               00006840
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006850
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00006860
               MOVE CA-PRF-2400              TO WK-PARRAFO              00006870
               MOVE CA-MPCHBIS1              TO WK-DDNAME               00006880
               MOVE FS-MPCHBIS1              TO WK-FILE-STATUS          00006890
               MOVE WK-LINEA-RESULTADO       TO WK-DATOS-REGISTRO       00006900
                                                                        00006910
               PERFORM 9000-CANCELACION                                 00006920
                  THRU 9000-CANCELACION-EXIT                            00006930
                                                                        00006940
           END-IF                                                       00006950
                                                                        00006960
           .                                                            00006970
       2400-ESCRIBIR-RESULTADO-EXIT.                                    00006980
           EXIT.                                                        00006990
                                                                        00007000
      ******************************************************************00007010
      ***                   3000-FIN                                 ***00007020
      ***                   --------                                 ***00007030
      * SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS. SI SE  *00007040
      * HA RECHAZADO ALGUN MOVIMIENTO EL PROCESO TERMINA CON RC 4.     *00007050
      ******************************************************************00007060
       3000-FIN.                                                        00007070
                                                                        00007080
           PERFORM 3100-CERRAR-FICHEROS                                 00007090
              THRU 3100-CERRAR-FICHEROS-EXIT                            00007100
                                                                        00007110
           PERFORM 3200-ESTADISTICAS                                    00007120
              THRU 3200-ESTADISTICAS-EXIT                               00007130
                                                                        00007140
           IF  CT-RECHAZADOS > ZEROES                                   00007150
               MOVE CN-4                     TO RETURN-CODE             00007160
           ELSE                                                         00007170
               MOVE CN-0                     TO RETURN-CODE             00007180
           END-IF                                                       00007190
                                                                        00007200
           STOP RUN                                                     00007210
                                                                        00007220
           .                                                            00007230
       3000-FIN-EXIT.                                                   00007240
           EXIT.                                                        00007250
                                                                        00007260
      ******************************************************************00007270
      ***                   3100-CERRAR-FICHEROS                     ***00007280
      ***                   ---------------------                    ***00007290
      * SE CIERRAN LOS FICHEROS.                                       *00007300
      ******************************************************************00007310
       3100-CERRAR-FICHEROS.                                            00007320
                                                                        00007330
           CLOSE MPCHBIE1                                               00007340
                 MPCHBIS1                                               00007350
                                                                        00007360
           IF  FS-MPCHBIS1 NOT = CA-FS-OK                               00007370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007380
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00007390
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007400
               MOVE CA-MPCHBIS1              TO WK-DDNAME               00007410
               MOVE FS-MPCHBIS1              TO WK-FILE-STATUS          00007420
                                                                        00007430
               PERFORM 9000-CANCELACION                                 00007440
                  THRU 9000-CANCELACION-EXIT                            00007450
                                                                        00007460
           END-IF                                                       00007470
                                                                        00007480
           .                                                            00007490
       3100-CERRAR-FICHEROS-EXIT.                                       00007500
           EXIT.                                                        00007510
                                                                        00007520
      ******************************************************************00007530
      ***                   3200-ESTADISTICAS                        ***00007540
      ***                   -----------------                        ***00007550
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007560
      ******************************************************************00007570
       3200-ESTADISTICAS.                                               00007580
                                                                        00007590
           MOVE CT-MOVIMIENTOS                TO WK-MOVIMIENTOS-ED      00007600
           MOVE CT-APLICADOS                  TO WK-APLICADOS-ED        00007610
           MOVE CT-RECHAZADOS                 TO WK-RECHAZADOS-ED       00007620
                                                                        00007630
           DISPLAY WK-CAB-1                                             00007640
           DISPLAY WK-CAB-2                                             00007650
           DISPLAY WK-CAB-1                                             00007660
           DISPLAY WK-CAB-3                                             00007670
           DISPLAY WK-CAB-4                                             00007680
           DISPLAY WK-CAB-5                                             00007690
           DISPLAY WK-CAB-1                                             00007700
                                                                        00007710
           .                                                            00007720
       3200-ESTADISTICAS-EXIT.                                          00007730
           EXIT.                                                        00007740
                                                                        00007750
      ******************************************************************00007760
      ***                   9100-LEER-MPCHBIE1                       ***00007770
      ***                   ------------------                       ***00007780
      * SE REALIZA LA LECTURA DEL FICHERO DE MOVIMIENTOS.              *00007790
      ******************************************************************00007800
       9100-LEER-MPCHBIE1.                                              00007810
                                                                        00007820
           READ MPCHBIE1                                                00007830
           AT END                                                       00007840
                SET SI-FIN-MPCHBIE1          TO TRUE                    00007850
           END-READ                                                     00007860
                                                                        00007870
           IF  FS-MPCHBIE1 NOT = CA-FS-OK AND CA-FS-EOF                 00007880
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007890
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00007900
               MOVE CA-PRF-9100              TO WK-PARRAFO              00007910
               MOVE CA-MPCHBIE1              TO WK-DDNAME               00007920
               MOVE FS-MPCHBIE1              TO WK-FILE-STATUS          00007930
                                                                        00007940
               PERFORM 9000-CANCELACION                                 00007950
                  THRU 9000-CANCELACION-EXIT                            00007960
                                                                        00007970
           END-IF                                                       00007980
                                                                        00007990
           .                                                            00008000
       9100-LEER-MPCHBIE1-EXIT.                                         00008010
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
