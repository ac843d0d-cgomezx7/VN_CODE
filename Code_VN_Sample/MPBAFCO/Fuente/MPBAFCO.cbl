      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA   : MPBAFCO.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION : 15-10-2026.   AUTOR: VIEWNEXT.               *00000050
      *-                                                              -*00000060
      *  APLICACION : MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA MIXTA DE CONSULTA DE LA SITUACION DE UN   *00000110
      *               CONTRATO EN UNA FECHA. DADOS CDGENTI, CENTALTA,  *00000120
      *               CUENTNU Y UNA FECHA DEVUELVE EL ESTADO, LOS      *00000130
      *               BLOQUEOS, LA FECHA DE BAJA Y LA FORMA DE PAGO    *00000140
      *               VIGENTES ESE DIA SEGUN LA FOTO DIARIA DE         *00000150
      *               CONT_FOTO_DIARIA QUE GRABA MPBAFOT.              *00000160
      *               LA FECHA DEBE ESTAR DENTRO DEL PERIODO DE        *00000170
      *               RETENCION DE LAS FOTOS (RETENCION_POLITICA). SI  *00000180
      *               NO HAY FOTO DE ESA FECHA SE DEVUELVE LA ANTERIOR *00000190
      *               MAS PROXIMA, INDICANDOLO EN LA SALIDA.           *00000200
      *-                                                              -*00000210
      *  COPYS Y DCLGENS:                                              *00000220
      *    MPYAFCO  : COPY DE COMUNICACION CON LA RUTINA.              *00000230
      *    D4463300 : DCLGEN DE LA TABLA CONT_FOTO_DIARIA.             *00000240
      *    D4464300 : DCLGEN DE LA TABLA RETENCION_POLITICA.           *00000250
      *    XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.       *00000251
      *-                                                              -*00000260
      *  TABLAS:                                                       *00000270
      *    CONT_FOTO_DIARIA   : FOTOS DIARIAS DE LOS ATRIBUTOS CLAVE   *00000280
      *                         DE MPDT007.                            *00000290
      *    RETENCION_POLITICA : POLITICAS DE RETENCION DE TABLAS DE    *00000300
      *                         CONTROL.                               *00000310
      *-                                                              -*00000320
      *  CODIGOS DE RETORNO:                                           *00000330
      *    '00'     : CORRECTO. CON MENSAJE MP1102 LOS DATOS SON DE LA *00000340
      *               FOTO ANTERIOR MAS PROXIMA A LA FECHA.            *00000350
      *    '88'     : ERROR FUNCIONAL.                                 *00000360
      *    '99'     : ERROR DB2.                                       *00000370
      *-                                                              -*00000380
      ******************************************************************00000390
      *                  M O D I F I C A C I O N E S                   *00000400
      ******************************************************************00000410
      *                                                                *00000420
      * USUARIO    FECHA             DESCRIPCION                       *00000430
      * -------- ---------- ------------------------------------------ *00000440
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA.                  *00000450
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000451
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000452
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000453
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000454
      ******************************************************************00000460
                                                                        00000470
      ******************************************************************00000480
      * IDENTIFICATION DIVISION                                        *00000490
      ******************************************************************00000500
       IDENTIFICATION DIVISION.                                         00000510
       PROGRAM-ID.   MPBAFCO.                                           00000520
       AUTHOR.       VIEWNEXT.                                          00000530
       DATE-WRITTEN. 15-10-2026.                                        00000540
       DATE-COMPILED.                                                   00000550
                                                                        00000560
      ******************************************************************00000570
      * ENVIRONMENT DIVISION                                           *00000580
      ******************************************************************00000590
       ENVIRONMENT DIVISION.                                            00000600
                                                                        00000610
      *----------------------------------------------------------------*00000620
      * CONFIGURATION SECTION                                          *00000630
      *----------------------------------------------------------------*00000640
       CONFIGURATION SECTION.                                           00000650
       SOURCE-COMPUTER. IBM-3090.                                       00000660
       OBJECT-COMPUTER. IBM-3090.                                       00000670
       SPECIAL-NAMES.                                                   00000680
           DECIMAL-POINT IS COMMA.                                      00000690
                                                                        00000700
      ******************************************************************00000710
      * DATA DIVISION                                                  *00000720
      ******************************************************************00000730
       DATA DIVISION.                                                   00000740
                                                                        00000750
      *----------------------------------------------------------------*00000760
      * WORKING-STORAGE SECTION                                        *00000770
      *----------------------------------------------------------------*00000780
       WORKING-STORAGE SECTION.                                         00000790
                                                                        00000800
      ******************************************************************00000810
      *                        S W I T C H E S                         *00000820
      ******************************************************************00000830
       01  SW-SWITCHES.                                                 00000840
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP              00000850
                                                       VALUE ZEROES.    00000860
               88  DB2-OK                              VALUE 0.         00000870
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000880
               88  DB2-FECHA-ERRONEA                   VALUE -180 -181. 00000890
                                                                        00000900
      ******************************************************************00000910
      *                    C O N S T A N T E S                         *00000920
      ******************************************************************00000930
       01  CT-CONSTANTES.                                               00000940
           05  CA-CONSTANTES-ALFANUMERICAS.                             00000950
               10  CA-00                   PIC X(02)   VALUE '00'.      00000960
               10  CA-88                   PIC X(02)   VALUE '88'.      00000970
               10  CA-99                   PIC X(02)   VALUE '99'.      00000980
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00000990
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001000
               10  CA-MPBAFCO              PIC X(07)   VALUE 'MPBAFCO'. 00001010
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00001011
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00001012
               10  CA-CONT-FOTO            PIC X(16)   VALUE 'CONT_FOTO_00001020
      -                            'DIARIA'.                            00001030
               10  CA-RETEN-POLITICA       PIC X(18)   VALUE 'RETENCION_00001040
      -                            'POLITICA'.                          00001050
               10  CA-SYSDUMMY1            PIC X(16)   VALUE 'SYSIBM.SYS00001060
      -                            'DUMMY1'.                            00001070
               10  CA-SIN-LIMITE           PIC X(10)   VALUE '0001-01-0100001080
      -                            ''.                                  00001090
               10  CA-PRRF-1100            PIC X(20)   VALUE '1100-VALID00001100
      -                            'AR-ENTRADA'.                        00001110
               10  CA-PRRF-1200            PIC X(22)   VALUE '1200-PERIO00001120
      -                            'DO-RETENCION'.                      00001130
               10  CA-PRRF-2100            PIC X(14)   VALUE '2100-LEER-00001140
      -                            'FOTO'.                              00001150
               10  CA-ERROR-ENTRADA        PIC X(40)   VALUE 'DATOS DE E00001160
      -                            'NTRADA A LA RUTINA INCOMPLETOS'.    00001170
               10  CA-ERROR-FECHA          PIC X(33)   VALUE 'ERROR AL O00001180
      -                            'BTENER LA FECHA DEL DIA'.           00001190
               10  CA-ERROR-RETENCION      PIC X(41)   VALUE 'ERROR EN L00001200
      -                            'A CONSULTA A RETENCION_POLITICA'.   00001210
               10  CA-ERROR-FOTO           PIC X(39)   VALUE 'ERROR EN L00001220
      -                            'A CONSULTA A CONT_FOTO_DIARIA'.     00001230
               10  CA-FUERA-RETENCION      PIC X(36)   VALUE 'FECHA FUER00001240
      -                            'A DEL PERIODO DE RETENCION'.        00001250
               10  CA-FECHA-ERRONEA        PIC X(26)   VALUE 'FECHA DE E00001260
      -                            'NTRADA NO VALIDA'.                  00001270
               10  CA-SIN-FOTO             PIC X(44)   VALUE 'NO HAY FOT00001280
      -                            'O DEL CONTRATO EN LA FECHA O ANTES'.00001290
               10  CA-FOTO-ANTERIOR        PIC X(39)   VALUE 'SIN FOTO E00001300
      -                            'N LA FECHA, SE DA LA ANTERIOR'.     00001310
                                                                        00001320
      ******************************************************************00001330
      *                        V A R I A B L E S                       *00001340
      ******************************************************************00001350
       01  WK-VARIABLES.                                                00001360
      * -- FECHA DEL DIA Y PRIMER DIA DEL PERIODO DE RETENCION.        *00001370
           05  WK-FECHA-HOY                PIC X(10)   VALUE SPACES.    00001380
           05  WK-FECHA-INICIO-RET         PIC X(10)   VALUE SPACES.    00001390
                                                                        00001400
      ******************************************************************00001410
      *                       M E N S A J E S                          *00001420
      ******************************************************************00001430
       01  MM-MENSAJES.                                                 00001440
      *--- MP1088 : OPERACION REALIZADA CORRECTAMENTE.                  00001450
           05  MM-MP1088                   PIC X(06)   VALUE 'MP1088'.  00001460
      *--- MM-MP0659: CAMPOS DE ENTRADA OBLIGATORIOS.                   00001470
           05  MM-MP0659                   PIC X(06)   VALUE 'MP0659'.  00001480
      *--- MM-MP1099: FECHA FUERA DEL PERIODO DE RETENCION DE FOTOS.    00001490
           05  MM-MP1099                   PIC X(06)   VALUE 'MP1099'.  00001500
      *--- MM-MP1100: FECHA DE ENTRADA NO VALIDA.                       00001510
           05  MM-MP1100                   PIC X(06)   VALUE 'MP1100'.  00001520
      *--- MM-MP1101: NO HAY FOTO DEL CONTRATO EN LA FECHA NI ANTES.    00001530
           05  MM-MP1101                   PIC X(06)   VALUE 'MP1101'.  00001540
      *--- MM-MP1102: SIN FOTO EN LA FECHA, SE DEVUELVE LA ANTERIOR.    00001550
           05  MM-MP1102                   PIC X(06)   VALUE 'MP1102'.  00001560
      *--  XX3333: ERROR TECNICO. CONTACTE CON SU %XXAU.                00001570
           05  MM-XX3333                   PIC X(06)   VALUE 'XX3333'.  00001580
                                                                        00001590
      ******************************************************************00001600
      *                     D C L G E N S                              *00001610
      ******************************************************************00001620
      *--  AREA DE TRABAJO PARA DB2.                                    00001630
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001640
                                                                        00001650
      *--  DCLGEN DE LA TABLA CONT_FOTO_DIARIA.                         00001660
           EXEC SQL INCLUDE D4463300 END-EXEC.                          00001670
                                                                        00001680
      *--  DCLGEN DE LA TABLA RETENCION_POLITICA.                       00001690
           EXEC SQL INCLUDE D4464300 END-EXEC.                          00001700
                                                                        00001710
      *--  COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL     00001711
      *--  OPERADOR).                                                   00001712
           COPY XXYAENT.                                                00001713
                                                                        00001714
      *----------------------------------------------------------------*00001720
      * LINKAGE SECTION                                                *00001730
      *----------------------------------------------------------------*00001740
       LINKAGE SECTION.                                                 00001750
                                                                        00001760
      *INCLUDE-PARM-FUN CICS                                            00001770
           EXEC-FUN _COPY DATOS_RUTINA END-FUN                          00001780
      *END-INCLUDE                                                      00001790
                                                                        00001800
           COPY MPYAFCO.                                                00001810
                                                                        00001820
      ******************************************************************00001830
      * PROCEDURE DIVISION                                             *00001840
      ******************************************************************00001850
       PROCEDURE DIVISION USING                                         00001860
      *INCLUDE-PARM-FUN CICS                                            00001870
                                DFHEIBLK                                00001880
                                DFHCOMMAREA                             00001890
      *END-INCLUDE                                                      00001900
                                MPYAFCO.                                00001910
                                                                        00001920
           PERFORM 1000-INICIO                                          00001930
              THRU 1000-INICIO-EXIT                                     00001940
                                                                        00001950
           PERFORM 2000-PROCESO                                         00001960
              THRU 2000-PROCESO-EXIT                                    00001970
                                                                        00001980
           PERFORM 3000-FIN                                             00001990
              THRU 3000-FIN-EXIT                                        00002000
                                                                        00002010
           .                                                            00002020
                                                                        00002030
      ******************************************************************00002040
      * 1000-INICIO.                                                   *00002050
      * SE INICIALIZAN LAS AREAS DE SALIDA Y RETORNO DE LA COPY DE     *00002060
      * COMUNICACION, SE VALIDA LA ENTRADA Y SE COMPRUEBA QUE LA FECHA *00002070
      * ESTE DENTRO DEL PERIODO DE RETENCION DE LAS FOTOS.             *00002080
      ******************************************************************00002090
       1000-INICIO.                                                     00002100
                                                                        00002110
           INITIALIZE MPYAFCO-SALIDA                                    00002120
                      MPYAFCO-DATOS-CONTROL                             00002130
                      WK-VARIABLES                                      00002140
                                                                        00002150
           MOVE CA-00                        TO MPYAFCO-RETORNO         00002160
           MOVE MM-MP1088                    TO MPYAFCO-MENSAJE         00002170
           MOVE CA-NO                        TO MPYAFCO-IND-ANTERIOR-S  00002180
                                                                        00002182
           PERFORM 1300-VALIDAR-PERMISO                                 00002184
              THRU 1300-VALIDAR-PERMISO-EXIT                            00002186
                                                                        00002190
           PERFORM 1100-VALIDAR-ENTRADA                                 00002200
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002210
                                                                        00002220
           PERFORM 1200-PERIODO-RETENCION                               00002230
              THRU 1200-PERIODO-RETENCION-EXIT                          00002240
                                                                        00002250
           .                                                            00002260
       1000-INICIO-EXIT.                                                00002270
           EXIT.                                                        00002280
                                                                        00002290
      ******************************************************************00002300
      * 1100-VALIDAR-ENTRADA.                                          *00002310
      * SE VALIDAN LOS CAMPOS DE ENTRADA OBLIGATORIOS.                 *00002320
      ******************************************************************00002330
       1100-VALIDAR-ENTRADA.                                            00002340
                                                                        00002350
           IF  MPYAFCO-CDGENTI-E  = SPACES OR LOW-VALUES OR             00002360
               MPYAFCO-CENTALTA-E = SPACES OR LOW-VALUES OR             00002370
               MPYAFCO-CUENTNU-E  = SPACES OR LOW-VALUES OR             00002380
               MPYAFCO-FECHA-E    = SPACES OR LOW-VALUES                00002390
               MOVE CA-88                    TO MPYAFCO-RETORNO         00002400
               MOVE MM-MP0659                TO MPYAFCO-MENSAJE         00002410
               MOVE CA-ERROR-ENTRADA         TO MPYAFCO-DESCRIPCION     00002420
               MOVE CA-MPBAFCO               TO MPYAFCO-RUTINA          00002430
               MOVE CA-PRRF-1100             TO MPYAFCO-PARRAFO         00002440
                                                                        00002450
               PERFORM 3000-FIN                                         00002460
                  THRU 3000-FIN-EXIT                                    00002470
                                                                        00002480
           END-IF                                                       00002490
           .                                                            00002500
       1100-VALIDAR-ENTRADA-EXIT.                                       00002510
           EXIT.                                                        00002520
                                                                        00002530
      ******************************************************************00002540
      * 1200-PERIODO-RETENCION.                                        *00002550
      * EL PERIODO DE RETENCION VA DESDE LA FECHA DEL DIA MENOS LOS    *00002560
      * DIAS DE RETENCION DE CONT_FOTO_DIARIA EN RETENCION_POLITICA    *00002570
      * HASTA LA FECHA DEL DIA. SIN POLITICA DEFINIDA NO HAY LIMITE    *00002580
      * INFERIOR. UNA FECHA FUERA DEL PERIODO SE RECHAZA.              *00002590
      ******************************************************************00002600
       1200-PERIODO-RETENCION.                                          00002610
                                                                        00002620
           EXEC SQL                                                     00002630
                SELECT CHAR(CURRENT DATE, ISO)                          00002640
                  INTO :WK-FECHA-HOY                                    00002650
                  FROM SYSIBM.SYSDUMMY1                                 00002660
           END-EXEC                                                     00002670
                                                                        00002680
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00002690
                                                                        00002700
           IF  NOT DB2-OK                                               00002710
               MOVE CA-99                    TO MPYAFCO-RETORNO         00002720
               MOVE MM-XX3333                TO MPYAFCO-MENSAJE         00002730
               MOVE CA-ERROR-FECHA           TO MPYAFCO-DESCRIPCION     00002740
               MOVE SQLCODE                  TO MPYAFCO-SQLCODE         00002750
               MOVE SQLCA                    TO MPYAFCO-SQLCA           00002760
               MOVE CA-SYSDUMMY1             TO MPYAFCO-TABLA-DB2       00002770
               MOVE CA-MPBAFCO               TO MPYAFCO-RUTINA          00002780
               MOVE CA-PRRF-1200             TO MPYAFCO-PARRAFO         00002790
                                                                        00002800
               PERFORM 3000-FIN                                         00002810
                  THRU 3000-FIN-EXIT                                    00002820
                                                                        00002830
           END-IF                                                       00002840
                                                                        00002850
           EXEC SQL                                                     00002860
                SELECT CHAR(CURRENT DATE - G3192_DIASRET DAYS, ISO)     00002870
                  INTO :WK-FECHA-INICIO-RET                             00002880
                  FROM RETENCION_POLITICA                               00002890
                 WHERE G3192_TABLA = :CA-CONT-FOTO                      00002900
           END-EXEC                                                     00002910
                                                                        00002920
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00002930
                                                                        00002940
           EVALUATE  TRUE                                               00002950
               WHEN  DB2-OK                                             00002960
                     CONTINUE                                           00002970
                                                                        00002980
               WHEN  DB2-CLV-NOT-FOUND                                  00002990
                     MOVE CA-SIN-LIMITE      TO WK-FECHA-INICIO-RET     00003000
                                                                        00003010
               WHEN  OTHER                                              00003020
                     MOVE CA-99              TO MPYAFCO-RETORNO         00003030
                     MOVE MM-XX3333          TO MPYAFCO-MENSAJE         00003040
                     MOVE CA-ERROR-RETENCION TO MPYAFCO-DESCRIPCION     00003050
                     MOVE SQLCODE            TO MPYAFCO-SQLCODE         00003060
                     MOVE SQLCA              TO MPYAFCO-SQLCA           00003070
                     MOVE CA-RETEN-POLITICA  TO MPYAFCO-TABLA-DB2       00003080
                     MOVE CA-MPBAFCO         TO MPYAFCO-RUTINA          00003090
                     MOVE CA-PRRF-1200       TO MPYAFCO-PARRAFO         00003100
                                                                        00003110
                     PERFORM 3000-FIN                                   00003120
                        THRU 3000-FIN-EXIT                              00003130
                                                                        00003140
           END-EVALUATE                                                 00003150
                                                                        00003160
           IF  MPYAFCO-FECHA-E < WK-FECHA-INICIO-RET OR                 00003170
               MPYAFCO-FECHA-E > WK-FECHA-HOY                           00003180
               MOVE CA-88                    TO MPYAFCO-RETORNO         00003190
               MOVE MM-MP1099                TO MPYAFCO-MENSAJE         00003200
               MOVE CA-FUERA-RETENCION       TO MPYAFCO-DESCRIPCION     00003210
               MOVE CA-MPBAFCO               TO MPYAFCO-RUTINA          00003220
               MOVE CA-PRRF-1200             TO MPYAFCO-PARRAFO         00003230
                                                                        00003240
               PERFORM 3000-FIN                                         00003250
                  THRU 3000-FIN-EXIT                                    00003260
                                                                        00003270
           END-IF                                                       00003280
           .                                                            00003290
       1200-PERIODO-RETENCION-EXIT.                                     00003300
           EXIT.                                                        00003301
                                                                        00003302
      ******************************************************************00003303
      * 1300-VALIDAR-PERMISO.                                          *00003304
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00003305
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00003306
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00003307
      *  (MENSAJE COMUN XX0040).                                       *00003308
      ******************************************************************00003309
       1300-VALIDAR-PERMISO.                                            00003310
                                                                        00003311
           INITIALIZE XXYAENT                                           00003312
                                                                        00003313
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00003314
           MOVE CA-MPBAFCO                   TO XXYAENT-RUTINA-E        00003315
           MOVE CA-OPER-CONSULTA             TO XXYAENT-OPERACION-E     00003316
                                                                        00003317
           CALL CA-XXBAENT               USING XXYAENT                  00003318
                                                                        00003319
           IF  XXYAENT-RETORNO NOT = CA-00                              00003320
               MOVE XXYAENT-RETORNO          TO MPYAFCO-RETORNO         00003321
               MOVE XXYAENT-MENSAJE          TO MPYAFCO-MENSAJE         00003322
               MOVE XXYAENT-DESCRIPCION      TO MPYAFCO-DESCRIPCION     00003323
               MOVE XXYAENT-RUTINA           TO MPYAFCO-RUTINA          00003324
               MOVE XXYAENT-PARRAFO          TO MPYAFCO-PARRAFO         00003325
               MOVE XXYAENT-TABLA            TO MPYAFCO-TABLA-DB2       00003326
               MOVE XXYAENT-ACCESO           TO MPYAFCO-ACCESO          00003327
               MOVE XXYAENT-SQLCODE          TO MPYAFCO-SQLCODE         00003328
               MOVE XXYAENT-SQLCA            TO MPYAFCO-SQLCA           00003329
                                                                        00003330
               PERFORM 3000-FIN                                         00003331
                  THRU 3000-FIN-EXIT                                    00003332
                                                                        00003333
           END-IF                                                       00003334
                                                                        00003335
           .                                                            00003336
       1300-VALIDAR-PERMISO-EXIT.                                       00003337
           EXIT.                                                        00003338
                                                                        00003339
      ******************************************************************00003340
      * 2000-PROCESO.                                                  *00003341
      * SE OBTIENE LA FOTO DEL CONTRATO Y SE DEVUELVEN SUS DATOS.      *00003350
      ******************************************************************00003360
       2000-PROCESO.                                                    00003370
                                                                        00003380
           PERFORM 2100-LEER-FOTO                                       00003390
              THRU 2100-LEER-FOTO-EXIT                                  00003400
                                                                        00003410
           MOVE G3182-FECFOTO                TO MPYAFCO-FECFOTO-S       00003420
           MOVE G3182-CDESTCTA               TO MPYAFCO-CDESTCTA-S      00003430
           MOVE G3182-INBLQOPE               TO MPYAFCO-INBLQOPE-S      00003440
           MOVE G3182-INBLQCON               TO MPYAFCO-INBLQCON-S      00003450
           MOVE G3182-FECBAJA                TO MPYAFCO-FECBAJA-S       00003460
           MOVE G3182-FRMAPAGO               TO MPYAFCO-FRMAPAGO-S      00003470
                                                                        00003480
      * -- SIN FOTO DEL DIA PEDIDO SE AVISA DE QUE LOS DATOS SON DE LA  00003490
      * -- FOTO ANTERIOR MAS PROXIMA.                                   00003500
           IF  G3182-FECFOTO NOT = MPYAFCO-FECHA-E                      00003510
               MOVE CA-SI                    TO MPYAFCO-IND-ANTERIOR-S  00003520
               MOVE MM-MP1102                TO MPYAFCO-MENSAJE         00003530
               MOVE CA-FOTO-ANTERIOR         TO MPYAFCO-DESCRIPCION     00003540
           END-IF                                                       00003550
           .                                                            00003560
       2000-PROCESO-EXIT.                                               00003570
           EXIT.                                                        00003580
                                                                        00003590
      ******************************************************************00003600
      * 2100-LEER-FOTO.                                                *00003610
      * SE LEE LA FOTO DEL CONTRATO DE LA FECHA PEDIDA O, SI NO LA     *00003620
      * HAY, LA ULTIMA ANTERIOR A ELLA.                                *00003630
      ******************************************************************00003640
       2100-LEER-FOTO.                                                  00003650
                                                                        00003660
           EXEC SQL                                                     00003670
                SELECT CHAR(G3182_FECFOTO, ISO),                        00003680
                       G3182_CDESTCTA,                                  00003690
                       G3182_INBLQOPE,                                  00003700
                       G3182_INBLQCON,                                  00003710
                       CHAR(G3182_FECBAJA, ISO),                        00003720
                       G3182_FRMAPAGO                                   00003730
                  INTO :G3182-FECFOTO,                                  00003740
                       :G3182-CDESTCTA,                                 00003750
                       :G3182-INBLQOPE,                                 00003760
                       :G3182-INBLQCON,                                 00003770
                       :G3182-FECBAJA,                                  00003780
                       :G3182-FRMAPAGO                                  00003790
                  FROM CONT_FOTO_DIARIA                                 00003800
                 WHERE G3182_CDGENTI  = :MPYAFCO-CDGENTI-E              00003810
                   AND G3182_CENTALTA = :MPYAFCO-CENTALTA-E             00003820
                   AND G3182_CUENTNU  = :MPYAFCO-CUENTNU-E              00003830
                   AND G3182_FECFOTO  =                                 00003840
                      (SELECT MAX(F.G3182_FECFOTO)                      00003850
                         FROM CONT_FOTO_DIARIA F                        00003860
                        WHERE F.G3182_CDGENTI  = :MPYAFCO-CDGENTI-E     00003870
                          AND F.G3182_CENTALTA = :MPYAFCO-CENTALTA-E    00003880
                          AND F.G3182_CUENTNU  = :MPYAFCO-CUENTNU-E     00003890
                          AND F.G3182_FECFOTO <= :MPYAFCO-FECHA-E)      00003900
           END-EXEC                                                     00003910
                                                                        00003920
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003930
                                                                        00003940
           EVALUATE  TRUE                                               00003950
               WHEN  DB2-OK                                             00003960
                     CONTINUE                                           00003970
                                                                        00003980
               WHEN  DB2-CLV-NOT-FOUND                                  00003990
                     MOVE CA-88              TO MPYAFCO-RETORNO         00004000
                     MOVE MM-MP1101          TO MPYAFCO-MENSAJE         00004010
                     MOVE CA-SIN-FOTO        TO MPYAFCO-DESCRIPCION     00004020
                     MOVE CA-MPBAFCO         TO MPYAFCO-RUTINA          00004030
                     MOVE CA-PRRF-2100       TO MPYAFCO-PARRAFO         00004040
                                                                        00004050
                     PERFORM 3000-FIN                                   00004060
                        THRU 3000-FIN-EXIT                              00004070
                                                                        00004080
               WHEN  DB2-FECHA-ERRONEA                                  00004090
                     MOVE CA-88              TO MPYAFCO-RETORNO         00004100
                     MOVE MM-MP1100          TO MPYAFCO-MENSAJE         00004110
                     MOVE CA-FECHA-ERRONEA   TO MPYAFCO-DESCRIPCION     00004120
                     MOVE CA-MPBAFCO         TO MPYAFCO-RUTINA          00004130
                     MOVE CA-PRRF-2100       TO MPYAFCO-PARRAFO         00004140
                                                                        00004150
                     PERFORM 3000-FIN                                   00004160
                        THRU 3000-FIN-EXIT                              00004170
                                                                        00004180
               WHEN  OTHER                                              00004190
                     MOVE CA-99              TO MPYAFCO-RETORNO         00004200
                     MOVE MM-XX3333          TO MPYAFCO-MENSAJE         00004210
                     MOVE CA-ERROR-FOTO      TO MPYAFCO-DESCRIPCION     00004220
                     MOVE SQLCODE            TO MPYAFCO-SQLCODE         00004230
                     MOVE SQLCA              TO MPYAFCO-SQLCA           00004240
                     MOVE CA-CONT-FOTO       TO MPYAFCO-TABLA-DB2       00004250
                     MOVE CA-MPBAFCO         TO MPYAFCO-RUTINA          00004260
                     MOVE CA-PRRF-2100       TO MPYAFCO-PARRAFO         00004270
                                                                        00004280
                     PERFORM 3000-FIN                                   00004290
                        THRU 3000-FIN-EXIT                              00004300
                                                                        00004310
           END-EVALUATE                                                 00004320
           .                                                            00004330
       2100-LEER-FOTO-EXIT.                                             00004340
           EXIT.                                                        00004350
                                                                        00004360
      ******************************************************************00004370
      * 3000-FIN.                                                      *00004380
      * FINALIZA LA EJECUCION DE LA RUTINA.                            *00004390
      ******************************************************************00004400
       3000-FIN.                                                        00004410
                                                                        00004420
           GOBACK                                                       00004430
                                                                        00004440
           .                                                            00004450
       3000-FIN-EXIT.                                                   00004460
           EXIT.                                                        00004470
