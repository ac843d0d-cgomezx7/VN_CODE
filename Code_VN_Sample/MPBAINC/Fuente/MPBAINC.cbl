      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPBAINC.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15-10-2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE AUDITORIA QUE EMITE UN LISTADO  *00000110
      *               DE LAS REGLAS DE CONSISTENCIA ENTRE PARAMETROS   *00000120
      *               (TABLA PARM_REGLA) QUE YA INCUMPLE EL CONTENIDO  *00000130
      *               VIGENTE DE LAS TABLAS MDDT750 Y MDDT755.         *00000140
      *               CADA FILA VIGENTE DE UN PARAMETRO QUE INTERVIENE *00000150
      *               EN UNA REGLA ACTIVA SE COMPRUEBA CON LA RUTINA   *00000160
      *               MPBAREG, A LA FECHA DEL DIA, COMO SI SE DIERA DE *00000170
      *               ALTA CON SU VALOR ACTUAL.                        *00000180
      *               TERMINA CON RETURN-CODE 4 SI LISTA ALGUNA REGLA. *00000190
      *-                                                              -*00000200
      *  FICHEROS DE SALIDA:                                           *00000210
      *        MPBAINS1 : LISTADO DE REGLAS INCUMPLIDAS.               *00000220
      *-                                                              -*00000230
      *  RUTINAS:                                                      *00000240
      *        MPBAREG  : COMPROBACION DE REGLAS ENTRE PARAMETROS.     *00000250
      *-                                                              -*00000260
      *  TABLAS:                                                       *00000270
      *        PARM_REGLA : REGLAS DE CONSISTENCIA ENTRE PARAMETROS.   *00000280
      *        MDDT750    : RELACION PRODUCTO SUBTIPO - PARAMETRO.     *00000290
      *        MDDT755    : DEFINICION PARAMETRO POR ENTIDAD.          *00000300
      *-                                                              -*00000310
      ******************************************************************00000320
      *                  M O D I F I C A C I O N E S                   *00000330
      *                  ---------------------------                   *00000340
      *                                                                *00000350
      * USUARIO  FECHA        DESCRIPCION                              *00000360
      * -------- ----------   ---------------------------------------- *00000370
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. LISTADO DE       *00000380
      *                        REGLAS DE PARM_REGLA INCUMPLIDAS POR    *00000390
      *                        EL CONTENIDO DE MDDT750/MDDT755.        *00000400
      *                                                                *00000410
      ******************************************************************00000420
                                                                        00000430
      ******************************************************************00000440
      * IDENTIFICATION DIVISION                                        *00000450
      ******************************************************************00000460
       IDENTIFICATION DIVISION.                                         00000470
       PROGRAM-ID.    MPBAINC.                                          00000480
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
      * INPUT OUTPUT SECTION                                          * 00000690
      *----------------------------------------------------------------*00000700
       INPUT-OUTPUT SECTION.                                            00000710
       FILE-CONTROL.                                                    00000720
                                                                        00000730
      * -- LISTADO DE REGLAS INCUMPLIDAS.                               00000740
           SELECT MPBAINS1 ASSIGN MPBAINS1                              00000750
                  ACCESS MODE IS SEQUENTIAL                             00000760
                  FILE STATUS IS FS-MPBAINS1.                           00000770
                                                                        00000780
      ******************************************************************00000790
      * DATA DIVISION                                                  *00000800
      ******************************************************************00000810
       DATA DIVISION.                                                   00000820
                                                                        00000830
      *----------------------------------------------------------------*00000840
      * FILE SECTION                                                  * 00000850
      *----------------------------------------------------------------*00000860
       FILE SECTION.                                                    00000870
                                                                        00000880
       FD  MPBAINS1                                                     00000890
           BLOCK CONTAINS 0 RECORDS                                     00000900
           RECORDING MODE IS F                                          00000910
           LABEL RECORD ARE STANDARD                                    00000920
           RECORD CONTAINS 132 CHARACTERS                               00000930
           DATA RECORD IS REG-MPBAINS1.                                 00000940
       01  REG-MPBAINS1                    PIC X(132).                  00000950
                                                                        00000960
      *----------------------------------------------------------------*00000970
      * WORKING-STORAGE SECTION                                       * 00000980
      *----------------------------------------------------------------*00000990
       WORKING-STORAGE SECTION.                                         00001000
                                                                        00001010
      ******************************************************************00001020
      *                        S W I T C H E S                         *00001030
      ******************************************************************00001040
       01  SW-SWITCHES.                                                 00001050
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001060
               88  DB2-OK                              VALUE 0.         00001070
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001080
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001090
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001100
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001110
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001120
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001130
                                                                        00001140
      ******************************************************************00001150
      *                      C O N S T A N T E S                       *00001160
      ******************************************************************00001170
       01  CT-CONSTANTES.                                               00001180
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001190
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001200
               10  CA-MPBAINC              PIC X(08)   VALUE 'MPBAINC'. 00001210
               10  CA-MPBAREG              PIC X(08)   VALUE 'MPBAREG'. 00001220
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001230
      -                            'PAGO'.                              00001240
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001250
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001260
               10  CA-MPBAINS1             PIC X(08)   VALUE 'MPBAINS1'.00001270
               10  CA-PARM-REGLA           PIC X(10)   VALUE            00001280
                                                       'PARM_REGLA'.    00001290
               10  CA-SYSDUMMY1            PIC X(18)   VALUE            00001300
                                                   'SYSIBM.SYSDUMMY1'.  00001310
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001320
               10  CA-OPER-ALTA            PIC X(01)   VALUE 'A'.       00001330
               10  CA-TABLA-750            PIC X(03)   VALUE '750'.     00001340
               10  CA-TABLA-755            PIC X(03)   VALUE '755'.     00001350
               10  CA-REG-RETORNO-OK       PIC X(02)   VALUE '00'.      00001360
               10  CA-REG-INCUMPLE         PIC X(02)   VALUE '88'.      00001370
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001380
               10  CA-ERR-ABRIR-MPBAINS1   PIC X(35)   VALUE 'ERROR AL A00001390
      -                            'BRIR EL FICHERO MPBAINS1'.          00001400
               10  CA-ERR-CERRAR-MPBAINS1  PIC X(36)   VALUE 'ERROR AL C00001410
      -                            'ERRAR EL FICHERO MPBAINS1'.         00001420
               10  CA-ERR-ESCRIB-MPBAINS1  PIC X(35)   VALUE 'ERROR AL E00001430
      -                            'SCRIBIR FICHERO MPBAINS1'.          00001440
               10  CA-ERR-CURSOR           PIC X(40)   VALUE 'ERROR EN A00001450
      -                            'CCESO AL CURSOR C-REGLAS-VIG'.      00001460
               10  CA-ERR-FECHA            PIC X(37)   VALUE 'ERROR AL O00001470
      -                            'BTENER LA FECHA DEL DIA'.           00001480
               10  CA-PRF-1050             PIC X(19)   VALUE '1050-FECHA00001490
      -                            '-DEL-DIA'.                          00001500
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001510
      -                            '-FICHEROS'.                         00001520
               10  CA-PRF-1200             PIC X(17)   VALUE '1200-ABRIR00001530
      -                            '-CURSOR'.                           00001540
               10  CA-PRF-2000             PIC X(12)   VALUE '2000-PROCE00001550
      -                            'SO'.                                00001560
               10  CA-PRF-2100             PIC X(23)   VALUE '2100-ESCRI00001570
      -                            'BIR-INCUMPLE'.                      00001580
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001590
      -                            'R-FICHEROS'.                        00001600
               10  CA-PRF-9200             PIC X(17)   VALUE '9200-LEER-00001610
      -                            'CURSOR'.                            00001620
                                                                        00001630
           05  CN-CONSTANTES-NUMERICAS.                                 00001640
               10  CN-1                    PIC 9(01)   VALUE 1.         00001650
               10  CN-4                    PIC 9(01)   VALUE 4.         00001660
                                                                        00001670
      ******************************************************************00001680
      *                    C O N T A D O R E S                        * 00001690
      ******************************************************************00001700
       01  CT-CONTADORES.                                               00001710
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00001720
           05  CT-REGLAS-INCUMPLIDAS       PIC 9(9)    VALUE ZEROES.    00001730
                                                                        00001740
      ******************************************************************00001750
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001760
      ******************************************************************00001770
       01  WK-ESTADISTICA.                                              00001780
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00001790
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00001800
      -                            'ICAS DE MPBAINC                     00001810
      -                            '        *'.                         00001820
           05  WK-CAB-3.                                                00001830
               10  FILLER                  PIC X(45)   VALUE '* FILAS VI00001840
      -                            'GENTES COMPROBADAS:             '.  00001850
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00001860
               10  FILLER                  PIC X(01)   VALUE '*'.       00001870
           05  WK-CAB-4.                                                00001880
               10  FILLER                  PIC X(45)   VALUE '* REGLAS I00001890
      -                            'NCUMPLIDAS LISTADAS:            '.  00001900
               10  WK-INCUMPLE-ED          PIC ZZZZZZZZ9.               00001910
               10  FILLER                  PIC X(01)   VALUE '*'.       00001920
                                                                        00001930
      ******************************************************************00001940
      * VARIABLES DE INFORMACION DE LA FUNCION                        * 00001950
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00001960
      ******************************************************************00001970
       01  WK-CANCELACION-BATCH.                                        00001980
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00001990
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002000
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002010
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPBAINC'. 00002020
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002030
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002040
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002050
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002060
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002070
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002080
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002090
                                                                        00002100
      ******************************************************************00002110
      *                      F I L E  S T A T U S                     * 00002120
      ******************************************************************00002130
       01  FS-FILE-STATUS.                                              00002140
           05  FS-MPBAINS1                 PIC X(02).                   00002150
                                                                        00002160
      ******************************************************************00002170
      *                       L I N E A S  D E  I N F O R M E          *00002180
      ******************************************************************00002190
       01  WK-LINEA-CABECERA.                                           00002200
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002210
           05  FILLER                      PIC X(47)   VALUE 'LISTADO DE00002220
      -                            ' REGLAS DE PARAMETROS INCUMPLIDAS'. 00002230
           05  FILLER                      PIC X(65)   VALUE SPACES.    00002240
                                                                        00002250
       01  WK-LINEA-TITULOS.                                            00002260
           05  FILLER                      PIC X(05)   VALUE 'TABLA'.   00002270
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002280
           05  FILLER                      PIC X(05)   VALUE 'EMPR.'.   00002290
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002300
           05  FILLER                      PIC X(04)   VALUE 'PROD'.    00002310
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002320
           05  FILLER                      PIC X(05)   VALUE 'SPROD'.   00002330
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002340
           05  FILLER                      PIC X(11)   VALUE 'REGLA'.   00002350
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002360
           05  FILLER                      PIC X(10)   VALUE 'VAL.REF.'.00002370
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002380
           05  FILLER                      PIC X(10)   VALUE 'VALOR 1'. 00002390
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002400
           05  FILLER                      PIC X(10)   VALUE 'VALOR 2'. 00002410
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002420
           05  FILLER                      PIC X(50)   VALUE            00002430
                                           'DESCRIPCION DE LA REGLA'.   00002440
           05  FILLER                      PIC X(14)   VALUE SPACES.    00002450
                                                                        00002460
       01  WK-LINEA-DETALLE.                                            00002470
           05  WD-TABLA                    PIC X(03).                   00002480
           05  FILLER                      PIC X(03)   VALUE SPACES.    00002490
           05  WD-CDGENTI                  PIC X(04).                   00002500
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002510
           05  WD-CDGPRODU                 PIC X(03).                   00002520
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002530
           05  WD-CDGSUBP                  PIC X(03).                   00002540
           05  FILLER                      PIC X(03)   VALUE SPACES.    00002550
           05  WD-PANUMPAR1                PIC X(03).                   00002560
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002570
           05  WD-RELACION                 PIC X(02).                   00002580
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002590
           05  WD-PANUMPAR2                PIC X(03).                   00002600
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002610
           05  WD-VALREF                   PIC X(10).                   00002620
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002630
           05  WD-VALOR1                   PIC X(10).                   00002640
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002650
           05  WD-VALOR2                   PIC X(10).                   00002660
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002670
           05  WD-DESREGLA                 PIC X(50).                   00002680
           05  FILLER                      PIC X(14)   VALUE SPACES.    00002690
                                                                        00002700
      ******************************************************************00002710
      *                      V A R I A B L E S                        * 00002720
      ******************************************************************00002730
       01  WK-VARIABLES.                                                00002740
           05  WK-FECHA-HOY                PIC X(10)   VALUE SPACES.    00002750
                                                                        00002760
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00002770
       01  WK-FILA-CURSOR.                                              00002780
           10  WF-TABLA                    PIC X(03).                   00002790
           10  WF-CDGENTI                  PIC X(04).                   00002800
           10  WF-CDGPRODU                 PIC X(03).                   00002810
           10  WF-CDGSUBP                  PIC X(03).                   00002820
           10  WF-PANUMPAR                 PIC X(03).                   00002830
           10  WF-VALPARM                  PIC X(10).                   00002840
           10  WF-PANUMPAR1                PIC X(03).                   00002850
           10  WF-RELACION                 PIC X(02).                   00002860
           10  WF-PANUMPAR2                PIC X(03).                   00002870
                                                                        00002880
      * -- COPY DE COMUNICACION CON LA RUTINA MPBAREG.                  00002890
           COPY MPYAREG.                                                00002900
                                                                        00002910
      * -- COPY DE COMUNICACION CON DB2.                                00002920
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002930
                                                                        00002940
      ******************************************************************00002950
      *                       PROCEDURE DIVISION                      * 00002960
      ******************************************************************00002970
       PROCEDURE DIVISION.                                              00002980
                                                                        00002990
           PERFORM 1000-INICIO                                          00003000
              THRU 1000-INICIO-EXIT                                     00003010
                                                                        00003020
           PERFORM 2000-PROCESO                                         00003030
              THRU 2000-PROCESO-EXIT                                    00003040
             UNTIL SI-FIN-CURSOR                                        00003050
                                                                        00003060
           PERFORM 3000-FIN                                             00003070
              THRU 3000-FIN-EXIT                                        00003080
                                                                        00003090
           .                                                            00003100
                                                                        00003110
      ******************************************************************00003120
      ***                   1000-INICIO                             *** 00003130
      ***                   -----------                             *** 00003140
      * SE INICIALIZAN LAS VARIABLES, SE OBTIENE LA FECHA DEL DIA, SE  *00003150
      * ABRE EL FICHERO DE SALIDA, SE EMITE LA CABECERA DEL LISTADO Y  *00003160
      * SE ABRE EL CURSOR DE LECTURA.                                  *00003170
      ******************************************************************00003180
       1000-INICIO.                                                     00003190
                                                                        00003200
           INITIALIZE WK-VARIABLES                                      00003210
                      CT-CONTADORES                                     00003220
                                                                        00003230
           SET NO-FIN-CURSOR                 TO TRUE                    00003240
                                                                        00003250
           PERFORM 1050-FECHA-DEL-DIA                                   00003260
              THRU 1050-FECHA-DEL-DIA-EXIT                              00003270
                                                                        00003280
           PERFORM 1100-ABRIR-FICHEROS                                  00003290
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003300
                                                                        00003310
           PERFORM 1150-EMITIR-CABECERA                                 00003320
              THRU 1150-EMITIR-CABECERA-EXIT                            00003330
                                                                        00003340
           PERFORM 1200-ABRIR-CURSOR                                    00003350
              THRU 1200-ABRIR-CURSOR-EXIT                               00003360
                                                                        00003370
           PERFORM 9200-LEER-CURSOR                                     00003380
              THRU 9200-LEER-CURSOR-EXIT                                00003390
                                                                        00003400
           .                                                            00003410
       1000-INICIO-EXIT.                                                00003420
           EXIT.                                                        00003430
                                                                        00003440
      ******************************************************************00003450
      ***                   1050-FECHA-DEL-DIA                      *** 00003460
      ***                   ------------------                      *** 00003470
      * SE OBTIENE LA FECHA DEL DIA: ES LA FECHA A LA QUE SE EVALUAN   *00003480
      * LOS VALORES VIGENTES Y LAS REGLAS.                             *00003490
      ******************************************************************00003500
       1050-FECHA-DEL-DIA.                                              00003510
                                                                        00003520
           EXEC SQL                                                     00003530
                SELECT CHAR(CURRENT DATE, ISO)                          00003540
                  INTO :WK-FECHA-HOY                                    00003550
                  FROM SYSIBM.SYSDUMMY1                                 00003560
           END-EXEC                                                     00003570
                                                                        00003580
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00003590
                                                                        00003600
           IF  NOT DB2-OK                                               00003610
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00003620
               MOVE CA-ERR-FECHA              TO WK-DESCRIPCION         00003630
               MOVE CA-PRF-1050               TO WK-PARRAFO             00003640
               MOVE CA-MPBAINC                TO WK-RUTINA              00003650
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00003660
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00003670
                                                                        00003680
               PERFORM 9000-CANCELACION                                 00003690
                  THRU 9000-CANCELACION-EXIT                            00003700
                                                                        00003710
           END-IF                                                       00003720
                                                                        00003730
           .                                                            00003740
       1050-FECHA-DEL-DIA-EXIT.                                         00003750
           EXIT.                                                        00003760
                                                                        00003770
      ******************************************************************00003780
      ***                   1100-ABRIR-FICHEROS                     *** 00003790
      ***                   -------------------                     *** 00003800
      * SE REALIZA LA APERTURA DEL FICHERO DE SALIDA.                  *00003810
      ******************************************************************00003820
       1100-ABRIR-FICHEROS.                                             00003830
                                                                        00003840
           OPEN OUTPUT MPBAINS1                                         00003850
                                                                        00003860
           IF  FS-MPBAINS1 NOT = CA-FS-OK                               00003870
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003880
               MOVE CA-ERR-ABRIR-MPBAINS1    TO WK-DESCRIPCION          00003890
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003900
               MOVE CA-MPBAINS1              TO WK-DDNAME               00003910
               MOVE FS-MPBAINS1              TO WK-FILE-STATUS          00003920
                                                                        00003930
               PERFORM 9000-CANCELACION                                 00003940
                  THRU 9000-CANCELACION-EXIT                            00003950
                                                                        00003960
           END-IF                                                       00003970
                                                                        00003980
           .                                                            00003990
       1100-ABRIR-FICHEROS-EXIT.                                        00004000
           EXIT.                                                        00004010
                                                                        00004020
      ******************************************************************00004030
      ***                   1150-EMITIR-CABECERA                    *** 00004040
      ***                   --------------------                    *** 00004050
      * SE ESCRIBEN LAS LINEAS DE CABECERA Y TITULOS DEL LISTADO.      *00004060
      ******************************************************************00004070
       1150-EMITIR-CABECERA.                                            00004080
                                                                        00004090
           WRITE REG-MPBAINS1 FROM WK-LINEA-CABECERA                    00004100
                                                                        00004110
           MOVE SPACES                       TO REG-MPBAINS1            00004120
           WRITE REG-MPBAINS1                                           00004130
                                                                        00004140
           WRITE REG-MPBAINS1 FROM WK-LINEA-TITULOS                     00004150
                                                                        00004160
           .                                                            00004170
       1150-EMITIR-CABECERA-EXIT.                                       00004180
           EXIT.                                                        00004190
                                                                        00004200
      ******************************************************************00004210
      ***                   1200-ABRIR-CURSOR                       *** 00004220
      ***                   -----------------                       *** 00004230
      * SE DECLARA Y ABRE EL CURSOR QUE CRUZA CADA REGLA ACTIVA DE     *00004240
      * PARM_REGLA CON LAS FILAS VIGENTES A LA FECHA DEL DIA QUE LA    *00004250
      * PUEDEN INCUMPLIR:                                              *00004260
      *  - FILAS DE MDDT750 DEL PRIMER PARAMETRO DE LA REGLA.          *00004270
      *  - FILAS DE MDDT750 DEL SEGUNDO PARAMETRO CUANDO EL PRIMERO NO *00004280
      *    TIENE FILA VIGENTE EN MDDT750 PARA ESE PRODUCTO (LO HEREDA  *00004290
      *    DE LA ENTIDAD).                                             *00004300
      *  - FILAS DE MDDT755 DEL PRIMER PARAMETRO DE LA REGLA.          *00004310
      * ASI CADA INCUMPLIMIENTO SE LISTA UNA SOLA VEZ.                 *00004320
      ******************************************************************00004330
       1200-ABRIR-CURSOR.                                               00004340
                                                                        00004350
           EXEC SQL                                                     00004360
                DECLARE C-REGLAS-VIG CURSOR FOR                         00004370
                SELECT :CA-TABLA-750   , G.G3177_CDGENTI ,              00004380
                       G.G3177_CDGPRODU, G.G3177_CDGSUBP ,              00004390
                       G.G3177_PANUMPAR, G.G3177_VALPARM ,              00004400
                       R.G3212_PANUMPAR1, R.G3212_RELACION,             00004410
                       R.G3212_PANUMPAR2                                00004420
                  FROM PARM_REGLA R, MDDT750 G                          00004430
                 WHERE R.G3212_INDACTIVO  = :CA-SI                      00004440
                   AND G.G3177_PANUMPAR   = R.G3212_PANUMPAR1           00004450
                   AND G.G3177_FECALTA   <= :WK-FECHA-HOY               00004460
                   AND G.G3177_FEBAJA    >= :WK-FECHA-HOY               00004470
                UNION ALL                                               00004480
                SELECT :CA-TABLA-750   , G.G3177_CDGENTI ,              00004490
                       G.G3177_CDGPRODU, G.G3177_CDGSUBP ,              00004500
                       G.G3177_PANUMPAR, G.G3177_VALPARM ,              00004510
                       R.G3212_PANUMPAR1, R.G3212_RELACION,             00004520
                       R.G3212_PANUMPAR2                                00004530
                  FROM PARM_REGLA R, MDDT750 G                          00004540
                 WHERE R.G3212_INDACTIVO  = :CA-SI                      00004550
                   AND G.G3177_PANUMPAR   = R.G3212_PANUMPAR2           00004560
                   AND G.G3177_FECALTA   <= :WK-FECHA-HOY               00004570
                   AND G.G3177_FEBAJA    >= :WK-FECHA-HOY               00004580
                   AND NOT EXISTS                                       00004590
                      (SELECT 1                                         00004600
                         FROM MDDT750 P                                 00004610
                        WHERE P.G3177_CDGENTI  = G.G3177_CDGENTI        00004620
                          AND P.G3177_CDGPRODU = G.G3177_CDGPRODU       00004630
                          AND P.G3177_CDGSUBP  = G.G3177_CDGSUBP        00004640
                          AND P.G3177_PANUMPAR = R.G3212_PANUMPAR1      00004650
                          AND P.G3177_FECALTA <= :WK-FECHA-HOY          00004660
                          AND P.G3177_FEBAJA  >= :WK-FECHA-HOY)         00004670
                UNION ALL                                               00004680
                SELECT :CA-TABLA-755   , E.G3178_CDGENTI ,              00004690
                       ' '             , ' '             ,              00004700
                       E.G3178_PANUMPAR, E.G3178_VALPARM ,              00004710
                       R.G3212_PANUMPAR1, R.G3212_RELACION,             00004720
                       R.G3212_PANUMPAR2                                00004730
                  FROM PARM_REGLA R, MDDT755 E                          00004740
                 WHERE R.G3212_INDACTIVO  = :CA-SI                      00004750
                   AND E.G3178_PANUMPAR   = R.G3212_PANUMPAR1           00004760
                   AND E.G3178_FECALTA   <= :WK-FECHA-HOY               00004770
                   AND E.G3178_FEBAJA    >= :WK-FECHA-HOY               00004780
                 ORDER BY 1, 2, 3, 4, 7, 8, 9                           00004790
           END-EXEC                                                     00004800
                                                                        00004810
           EXEC SQL                                                     00004820
                OPEN C-REGLAS-VIG                                       00004830
           END-EXEC                                                     00004840
                                                                        00004850
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004860
                                                                        00004870
           IF  NOT DB2-OK                                               00004880
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004890
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00004900
               MOVE CA-PRF-1200               TO WK-PARRAFO             00004910
               MOVE CA-MPBAINC                TO WK-RUTINA              00004920
               MOVE CA-PARM-REGLA             TO WK-TABLA-DB2           00004930
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004940
                                                                        00004950
               PERFORM 9000-CANCELACION                                 00004960
                  THRU 9000-CANCELACION-EXIT                            00004970
                                                                        00004980
           END-IF                                                       00004990
                                                                        00005000
           .                                                            00005010
       1200-ABRIR-CURSOR-EXIT.                                          00005020
           EXIT.                                                        00005030
                                                                        00005040
      ******************************************************************00005050
      ***                   2000-PROCESO                            *** 00005060
      ***                   ------------                            *** 00005070
      * SE COMPRUEBA LA REGLA DE LA FILA LEIDA CON LA RUTINA MPBAREG,  *00005080
      * COMO UN ALTA DEL VALOR VIGENTE A LA FECHA DEL DIA. SI LA REGLA *00005090
      * SE INCUMPLE SE VUELCA AL LISTADO.                              *00005100
      ******************************************************************00005110
       2000-PROCESO.                                                    00005120
                                                                        00005130
           INITIALIZE MPYAREG                                           00005140
                                                                        00005150
           MOVE WF-TABLA                      TO MPYAREG-TABLA          00005160
           MOVE CA-OPER-ALTA                  TO MPYAREG-TIPOPERA       00005170
           MOVE WF-CDGENTI                    TO MPYAREG-CDGENTI        00005180
           MOVE WF-CDGPRODU                   TO MPYAREG-CDGPRODU       00005190
           MOVE WF-CDGSUBP                    TO MPYAREG-CDGSUBP        00005200
           MOVE WF-PANUMPAR                   TO MPYAREG-PANUMPAR       00005210
           MOVE WF-VALPARM                    TO MPYAREG-VALPARM        00005220
           MOVE WK-FECHA-HOY                  TO MPYAREG-FECALTA        00005230
           MOVE WF-PANUMPAR1                  TO MPYAREG-PANUMPAR1-E    00005240
           MOVE WF-RELACION                   TO MPYAREG-RELACION-E     00005250
           MOVE WF-PANUMPAR2                  TO MPYAREG-PANUMPAR2-E    00005260
                                                                        00005270
           CALL CA-MPBAREG               USING MPYAREG                  00005280
                                                                        00005290
           EVALUATE  MPYAREG-RETORNO                                    00005300
               WHEN  CA-REG-RETORNO-OK                                  00005310
                     CONTINUE                                           00005320
                                                                        00005330
               WHEN  CA-REG-INCUMPLE                                    00005340
                     PERFORM 2100-ESCRIBIR-INCUMPLE                     00005350
                        THRU 2100-ESCRIBIR-INCUMPLE-EXIT                00005360
                                                                        00005370
               WHEN  OTHER                                              00005380
                     MOVE MPYAREG-SQLCODE     TO SW-DB2-RETURN-CODE     00005390
                     MOVE MPYAREG-SQLCA       TO SQLCA                  00005400
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00005410
                     MOVE MPYAREG-DESCRIPCION TO WK-DESCRIPCION         00005420
                     MOVE CA-PRF-2000         TO WK-PARRAFO             00005430
                     MOVE CA-MPBAREG          TO WK-RUTINA              00005440
                     MOVE MPYAREG-TABLA-DB2   TO WK-TABLA-DB2           00005450
                     MOVE MPYAREG-ACCESO      TO WK-DATOS-ACCESO        00005460
                                                                        00005470
                     PERFORM 9000-CANCELACION                           00005480
                        THRU 9000-CANCELACION-EXIT                      00005490
                                                                        00005500
           END-EVALUATE                                                 00005510
                                                                        00005520
           PERFORM 9200-LEER-CURSOR                                     00005530
              THRU 9200-LEER-CURSOR-EXIT                                00005540
                                                                        00005550
           .                                                            00005560
       2000-PROCESO-EXIT.                                               00005570
           EXIT.                                                        00005580
                                                                        00005590
      ******************************************************************00005600
      ***                   2100-ESCRIBIR-INCUMPLE                  *** 00005610
      ***                   ----------------------                  *** 00005620
      * SE ESCRIBE UNA LINEA DE DETALLE POR CADA REGLA INCUMPLIDA CON  *00005630
      * LOS VALORES ENFRENTADOS QUE DEVUELVE LA RUTINA MPBAREG.        *00005640
      ******************************************************************00005650
       2100-ESCRIBIR-INCUMPLE.                                          00005660
                                                                        00005670
           ADD CN-1                           TO CT-REGLAS-INCUMPLIDAS  00005680
                                                                        00005690
           MOVE WF-TABLA                      TO WD-TABLA               00005700
           MOVE WF-CDGENTI                    TO WD-CDGENTI             00005710
           MOVE WF-CDGPRODU                   TO WD-CDGPRODU            00005720
           MOVE WF-CDGSUBP                    TO WD-CDGSUBP             00005730
           MOVE MPYAREG-PANUMPAR1-S           TO WD-PANUMPAR1           00005740
           MOVE MPYAREG-RELACION-S            TO WD-RELACION            00005750
           MOVE MPYAREG-PANUMPAR2-S           TO WD-PANUMPAR2           00005760
           MOVE MPYAREG-VALREF-S              TO WD-VALREF              00005770
           MOVE MPYAREG-VALOR1-S              TO WD-VALOR1              00005780
           MOVE MPYAREG-VALOR2-S              TO WD-VALOR2              00005790
           MOVE MPYAREG-DESREGLA-S            TO WD-DESREGLA            00005800
                                                                        00005810
           WRITE REG-MPBAINS1 FROM WK-LINEA-DETALLE                     00005820
                                                                        00005830
           IF  FS-MPBAINS1 NOT = CA-FS-OK                               00005840
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005850
               MOVE CA-ERR-ESCRIB-MPBAINS1   TO WK-DESCRIPCION          00005860
               MOVE CA-PRF-2100              TO WK-PARRAFO              00005870
               MOVE CA-MPBAINS1              TO WK-DDNAME               00005880
               MOVE FS-MPBAINS1              TO WK-FILE-STATUS          00005890
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00005900
                                                                        00005910
               PERFORM 9000-CANCELACION                                 00005920
                  THRU 9000-CANCELACION-EXIT                            00005930
                                                                        00005940
           END-IF                                                       00005950
                                                                        00005960
           .                                                            00005970
       2100-ESCRIBIR-INCUMPLE-EXIT.                                     00005980
           EXIT.                                                        00005990
                                                                        00006000
      ******************************************************************00006010
      ***                   3000-FIN                                *** 00006020
      ***                   --------                                *** 00006030
      * SE CIERRAN EL CURSOR Y LOS FICHEROS Y SE MUESTRAN LAS          *00006040
      * ESTADISTICAS DE LA EJECUCION. SI SE HA LISTADO ALGUNA REGLA    *00006050
      * INCUMPLIDA EL PROCESO TERMINA CON RETURN-CODE 4.               *00006060
      ******************************************************************00006070
       3000-FIN.                                                        00006080
                                                                        00006090
           PERFORM 3100-CERRAR-FICHEROS                                 00006100
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006110
                                                                        00006120
           PERFORM 3200-ESTADISTICAS                                    00006130
              THRU 3200-ESTADISTICAS-EXIT                               00006140
                                                                        00006150
           IF  CT-REGLAS-INCUMPLIDAS > ZEROES                           00006160
               MOVE CN-4                     TO RETURN-CODE             00006170
           END-IF                                                       00006180
                                                                        00006190
           STOP RUN                                                     00006200
                                                                        00006210
           .                                                            00006220
       3000-FIN-EXIT.                                                   00006230
           EXIT.                                                        00006240
                                                                        00006250
      ******************************************************************00006260
      ***                   3100-CERRAR-FICHEROS                    *** 00006270
      ***                   ---------------------                   *** 00006280
      * SE CIERRAN EL CURSOR DE DB2 Y EL FICHERO DE SALIDA.            *00006290
      ******************************************************************00006300
       3100-CERRAR-FICHEROS.                                            00006310
                                                                        00006320
           EXEC SQL                                                     00006330
                CLOSE C-REGLAS-VIG                                      00006340
           END-EXEC                                                     00006350
                                                                        00006360
           CLOSE MPBAINS1                                               00006370
                                                                        00006380
           IF  FS-MPBAINS1 NOT = CA-FS-OK                               00006390
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006400
               MOVE CA-ERR-CERRAR-MPBAINS1   TO WK-DESCRIPCION          00006410
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006420
               MOVE CA-MPBAINS1              TO WK-DDNAME               00006430
               MOVE FS-MPBAINS1              TO WK-FILE-STATUS          00006440
                                                                        00006450
               PERFORM 9000-CANCELACION                                 00006460
                  THRU 9000-CANCELACION-EXIT                            00006470
                                                                        00006480
           END-IF                                                       00006490
                                                                        00006500
           .                                                            00006510
       3100-CERRAR-FICHEROS-EXIT.                                       00006520
           EXIT.                                                        00006530
                                                                        00006540
      ******************************************************************00006550
      ***                   3200-ESTADISTICAS                       *** 00006560
      ***                   -----------------                       *** 00006570
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00006580
      ******************************************************************00006590
       3200-ESTADISTICAS.                                               00006600
                                                                        00006610
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00006620
           MOVE CT-REGLAS-INCUMPLIDAS         TO WK-INCUMPLE-ED         00006630
                                                                        00006640
           DISPLAY WK-CAB-1                                             00006650
           DISPLAY WK-CAB-2                                             00006660
           DISPLAY WK-CAB-1                                             00006670
           DISPLAY WK-CAB-3                                             00006680
           DISPLAY WK-CAB-4                                             00006690
           DISPLAY WK-CAB-1                                             00006700
                                                                        00006710
           .                                                            00006720
       3200-ESTADISTICAS-EXIT.                                          00006730
           EXIT.                                                        00006740
                                                                        00006750
      ******************************************************************00006760
      ***                   9200-LEER-CURSOR                        *** 00006770
      ***                   ----------------                        *** 00006780
      * SE REALIZA EL FETCH DEL CURSOR C-REGLAS-VIG.                   *00006790
      ******************************************************************00006800
       9200-LEER-CURSOR.                                                00006810
                                                                        00006820
           EXEC SQL                                                     00006830
                FETCH C-REGLAS-VIG                                      00006840
                 INTO :WF-TABLA    , :WF-CDGENTI  ,                     00006850
                      :WF-CDGPRODU , :WF-CDGSUBP  ,                     00006860
                      :WF-PANUMPAR , :WF-VALPARM  ,                     00006870
                      :WF-PANUMPAR1, :WF-RELACION ,                     00006880
                      :WF-PANUMPAR2                                     00006890
           END-EXEC                                                     00006900
                                                                        00006910
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006920
                                                                        00006930
           EVALUATE  TRUE                                               00006940
               WHEN  DB2-OK                                             00006950
                     ADD CN-1                 TO CT-REG-LEIDOS          00006960
                                                                        00006970
               WHEN  DB2-CLV-NOT-FOUND                                  00006980
                     SET SI-FIN-CURSOR        TO TRUE                   00006990
                                                                        00007000
               WHEN  OTHER                                              00007010
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007020
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00007030
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00007040
                     MOVE CA-MPBAINC          TO WK-RUTINA              00007050
                     MOVE CA-PARM-REGLA       TO WK-TABLA-DB2           00007060
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007070
                                                                        00007080
                     PERFORM 9000-CANCELACION                           00007090
                        THRU 9000-CANCELACION-EXIT                      00007100
                                                                        00007110
           END-EVALUATE                                                 00007120
                                                                        00007130
           .                                                            00007140
       9200-LEER-CURSOR-EXIT.                                           00007150
           EXIT.                                                        00007160
                                                                        00007170
      ******************************************************************00007180
      ***                   9000-CANCELACION                        *** 00007190
      ***                   ----------------                        *** 00007200
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00007210
      ******************************************************************00007220
       9000-CANCELACION.                                                00007230
                                                                        00007240
           MOVE CA-RESP                       TO WK-RESPONSABLE         00007250
                                                                        00007260
           EVALUATE  TRUE                                               00007270
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00007280
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007290
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007300
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00007310
                         RESPONSABLE('WK-RESPONSABLE')                  00007320
                         DESCRIPCION('WK-DESCRIPCION')                  00007330
                         PROGRAMA('WK-PROGRAMA')                        00007340
                         PARRAFO('WK-PARRAFO')                          00007350
                         SQLCA('SQLCA')                                 00007360
                         TABLA_DB2('WK-TABLA-DB2')                      00007370
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00007380
                     END-FUN                                            00007390
                                                                        00007400
               WHEN  OTHER                                              00007410
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007420
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007430
                         RESPONSABLE('WK-RESPONSABLE')                  00007440
                         DESCRIPCION('WK-DESCRIPCION')                  00007450
                         PROGRAMA('WK-PROGRAMA')                        00007460
                         PARRAFO('WK-PARRAFO')                          00007470
                         DDNAME('WK-DDNAME')                            00007480
                         FILE_STATUS('WK-FILE-STATUS')                  00007490
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00007500
                     END-FUN                                            00007510
                                                                        00007520
           END-EVALUATE                                                 00007530
                                                                        00007540
           .                                                            00007550
       9000-CANCELACION-EXIT.                                           00007560
           EXIT.                                                        00007570
