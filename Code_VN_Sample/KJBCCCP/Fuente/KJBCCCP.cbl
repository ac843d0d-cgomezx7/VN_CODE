      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCCP.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA MIXTA QUE RESUELVE EL CANAL DE ENTREGA    *00000110
      *               DE UN ENVIO AL TITULAR DE UNA CUENTA SEGUN SU    *00000120
      *               PREFERENCIA (POS_PREF_CANAL):                    *00000130
      *               - SIN PREFERENCIA REGISTRADA EL CANAL ES PAPEL.  *00000140
      *               - EL CANAL ELECTRONICO O AMBOS SIN DIRECCION     *00000150
      *                 ELECTRONICA SE RESUELVE COMO PAPEL.            *00000160
      *               - SI EL TITULAR HA RENUNCIADO AL TIPO DE ENVIO   *00000170
      *                 SE DEVUELVE 'N' (NO ENVIAR), SALVO EN LOS      *00000180
      *                 TIPOS OBLIGATORIOS (CERTIFICADOS DE SALDO Y    *00000190
      *                 PREAVISOS DE SALDOS ABANDONADOS), EN LOS QUE   *00000200
      *                 LA RENUNCIA NO SE APLICA.                      *00000210
      *               CADA ENVIO RESUELTO SE SUMA AL CONTEO MENSUAL    *00000220
      *               POR TIPO Y CANAL DE POS_CORR_CANAL_MES.          *00000230
      *-                                                              -*00000240
      *  COPYS Y DCLGENS:                                              *00000250
      *     KJYCCCP  : COPY DE COMUNICACION DE LA RUTINA.              *00000260
      *     D7401500 : DCLGEN DE LA TABLA POS_PREF_CANAL.              *00000270
      *     D7401600 : DCLGEN DE LA TABLA POS_CORR_CANAL_MES.          *00000280
      *-                                                              -*00000290
      *  TABLAS:                                                       *00000300
      *     POS_PREF_CANAL     : PREFERENCIA DE CANAL DE ENTREGA DE    *00000310
      *                          LA CORRESPONDENCIA POR CUENTA.        *00000320
      *     POS_CORR_CANAL_MES : ENVIOS DEL MES POR TIPO Y CANAL       *00000330
      *                          (ACTUALIZA).                          *00000340
      *-                                                              -*00000350
      *  CODIGOS DE RETORNO:                                           *00000360
      *   - '00' ---> PROCESO CORRECTO                                 *00000370
      *   - '88' ---> ERROR FUNCIONAL                                  *00000380
      *   - '99' ---> ERROR DE DB2                                     *00000390
      *-                                                              -*00000400
      ******************************************************************00000410
      ******************************************************************00000420
      *                  M O D I F I C A C I O N E S                   *00000430
      *                  ---------------------------                   *00000440
      *                                                                *00000450
      * USUARIO  FECHA        DESCRIPCION                              *00000460
      * -------- ----------   ---------------------------------------- *00000470
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA. CANAL DE ENTREGA *00000480
      *                        DE LA CORRESPONDENCIA AL TITULAR.       *00000490
      *                                                                *00000500
      ******************************************************************00000510
                                                                        00000520
      ******************************************************************00000530
      * IDENTIFICATION DIVISION                                        *00000540
      ******************************************************************00000550
       IDENTIFICATION DIVISION.                                         00000560
       PROGRAM-ID.    KJBCCCP.                                          00000570
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
         SOURCE-COMPUTER.  IBM-3090.                                    00000710
         OBJECT-COMPUTER.  IBM-3090.                                    00000720
                                                                        00000730
      ******************************************************************00000740
      * DATA DIVISION                                                  *00000750
      ******************************************************************00000760
       DATA DIVISION.                                                   00000770
                                                                        00000780
      ******************************************************************00000790
      *                W O R K I N G    S T O R A G E                  *00000800
      ******************************************************************00000810
       WORKING-STORAGE SECTION.                                         00000820
       77  AUDITCOB      PIC X(60) VALUE                                00000830
           'AUDITCOB*[MODNAME-[DATEUPD-[TIMEUPD-[LVNO-[PROGRAMMERNAME'. 00000840
                                                                        00000850
      ******************************************************************00000860
      *-                     S W I T C H E S                          -*00000870
      ******************************************************************00000880
       01  SW-SWITCHES.                                                 00000890
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00000900
               88  DB2-OK                              VALUE 0.         00000910
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000920
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00000930
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00000940
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00000950
                                                                        00000960
      ******************************************************************00000970
      *                    C O N S T A N T E S                         *00000980
      ******************************************************************00000990
       01  CONSTANTES.                                                  00001000
           05  CONSTANTES-ALFANUMERICAS.                                00001010
      * -- NOMBRE DE RUTINAS Y TABLAS                                  *00001020
               10  CA-KJBCCCP              PIC X(07)   VALUE 'KJBCCCP'. 00001030
               10  CA-POS-PREF-CANAL       PIC X(14)   VALUE 'POS_PREF_C00001040
      -                              'ANAL'.                            00001050
               10  CA-POS-CORR-CANAL-MES   PIC X(18)   VALUE 'POS_CORR_C00001060
      -                              'ANAL_MES'.                        00001070
               10  CA-SYSDUMMY1            PIC X(08)   VALUE 'SYSDUMMY'.00001080
      * -- RETORNOS DE LA RUTINA                                       *00001090
               10  CA-00                   PIC X(02)   VALUE '00'.      00001100
               10  CA-88                   PIC X(02)   VALUE '88'.      00001110
               10  CA-99                   PIC X(02)   VALUE '99'.      00001120
      * -- CANALES DE ENTREGA                                          *00001130
               10  CA-CANAL-PAPEL          PIC X(01)   VALUE 'P'.       00001140
               10  CA-CANAL-ELECTRONICO    PIC X(01)   VALUE 'E'.       00001150
               10  CA-CANAL-AMBOS          PIC X(01)   VALUE 'A'.       00001160
               10  CA-CANAL-NO-ENVIAR      PIC X(01)   VALUE 'N'.       00001170
      * -- LITERALES                                                   *00001180
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001190
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001200
               10  CA-CUENTA               PIC X(06)   VALUE 'CUENTA'.  00001210
      * -- OPERACIONES                                                 *00001220
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001230
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001240
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001250
      * -- DESCRIPCION DE ERRORES                                      *00001260
               10  CA-CAMPO-OBLIGATORIO    PIC X(24)   VALUE 'FALTA CAMP00001270
      -                              'O OBLIGATORIO:'.                  00001280
               10  CA-ERR-TIPCORR          PIC X(33)   VALUE 'TIPO DE CO00001290
      -                              'RRESPONDENCIA NO VALIDO'.         00001300
               10  CA-ERR-RECURSO          PIC X(39)   VALUE 'TABLA BLOQ00001310
      -                              'UEADA O RECURSO NO DISPONIBLE'.   00001320
               10  CA-ERROR-DB2            PIC X(10)   VALUE 'ERROR DB2 00001330
      -                              ''.                                00001340
      * -- PARRAFOS                                                    *00001350
               10  CA-PRF-1100             PIC X(20)   VALUE '1100-VALID00001360
      -                              'AR-ENTRADA'.                      00001370
               10  CA-PRF-1200             PIC X(14)   VALUE '1200-MES-E00001380
      -                              'NVIO'.                            00001390
               10  CA-PRF-2100             PIC X(26)   VALUE '2100-CONSU00001400
      -                              'LTAR-PREFERENCIA'.                00001410
               10  CA-PRF-2300             PIC X(17)   VALUE '2300-CONTA00001420
      -                              'R-ENVIO'.                         00001430
                                                                        00001440
           05  CONSTANTES-NUMERICAS.                                    00001450
               10  CN-1                    PIC 9(01)   VALUE 1.         00001460
               10  CN-MAX-TIPCORR          PIC 9(02)   VALUE 10.        00001470
                                                                        00001480
      ******************************************************************00001490
      *                        M E N S A J E S                         *00001500
      ******************************************************************00001510
       01  MENSAJES.                                                    00001520
      * -- KJ0446: CUENTA OBLIGATORIA (CENTRO Y NUMERO DE CUENTA).     *00001530
           10  MM-KJ0446                   PIC X(06)   VALUE 'KJ0446'.  00001540
      * -- KJ0447: TIPO DE CORRESPONDENCIA NO VALIDO.                  *00001550
           10  MM-KJ0447                   PIC X(06)   VALUE 'KJ0447'.  00001560
      * -- XX3333: ERROR TECNICO. CONTACTE CON SU %XXAU .              *00001570
           10  MM-XX3333                   PIC X(06)   VALUE 'XX3333'.  00001580
      * -- XX9520: EN ESTE MOMENTO NO SE PUEDE ATENDER SU PETICION.    *00001590
      *            INTENTELO MAS TARDE.                                *00001600
           10  MM-XX9520                   PIC X(06)   VALUE 'XX9520'.  00001610
                                                                        00001620
      ******************************************************************00001630
      *                    V A R I A B L E S                           *00001640
      ******************************************************************00001650
       01  WK-VARIABLES.                                                00001660
           05  WK-TIPCORR                  PIC X(02)   VALUE SPACES.    00001670
               88  TIPCORR-OBLIGATORIO                 VALUE '03' '04'. 00001680
           05  WK-TIPCORR-NUM  REDEFINES WK-TIPCORR                     00001690
                                           PIC 9(02).                   00001700
           05  WK-FECHA-ENVIO.                                          00001710
               10  WK-ANYO-ENVIO           PIC X(04).                   00001720
               10  FILLER                  PIC X(01).                   00001730
               10  WK-MES-ENVIO            PIC X(02).                   00001740
               10  FILLER                  PIC X(03).                   00001750
           05  WK-MESCORR.                                              00001760
               10  WK-MESCORR-ANYO         PIC X(04).                   00001770
               10  WK-MESCORR-MES          PIC X(02).                   00001780
           05  WK-MASKEXCL                 PIC X(10)   VALUE SPACES.    00001790
           05  WK-TABLA-EXCLUSION  REDEFINES WK-MASKEXCL.               00001800
               10  WK-EXCLUSION            PIC X(01)   OCCURS 10 TIMES. 00001810
                                                                        00001820
      * -- FECHA DEL DIA. SE OBTIENE EN LA PRIMERA LLAMADA Y SE        *00001830
      * -- CONSERVA PARA LAS SIGUIENTES.                               *00001840
       01  WK-FECHA-HOY                    PIC X(10)   VALUE SPACES.    00001850
                                                                        00001860
      ******************************************************************00001870
      *             C O P Y S    Y   D C L G E N S                     *00001880
      ******************************************************************00001890
      * -- COPY DE COMUNICACION CON DB2.                               *00001900
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001910
                                                                        00001920
      * -- DCLGEN DE LA TABLA POS_PREF_CANAL.                          *00001930
           EXEC SQL INCLUDE D7401500 END-EXEC.                          00001940
                                                                        00001950
      * -- DCLGEN DE LA TABLA POS_CORR_CANAL_MES.                      *00001960
           EXEC SQL INCLUDE D7401600 END-EXEC.                          00001970
      *----------------------------------------------------------------*00001980
      * LINKAGE SECTION                                                *00001990
      *----------------------------------------------------------------*00002000
       LINKAGE SECTION.                                                 00002010
      *INCLUDE-PARM-FUN ONLINE                                          00002020
           EXEC-FUN _COPY DATOS_RUTINA END-FUN                          00002030
      *END-INCLUDE                                                      00002040
                                                                        00002050
      * -- COPY DE COMUNICACION CON LA RUTINA                          *00002060
           COPY KJYCCCP.                                                00002070
                                                                        00002080
      ******************************************************************00002090
      *                       PROCEDURE DIVISION                       *00002100
      ******************************************************************00002110
       PROCEDURE DIVISION USING                                         00002120
      *INCLUDE-PARM-FUN CICS                                            00002130
                                DFHEIBLK                                00002140
                                DFHCOMMAREA                             00002150
      *END-INCLUDE                                                      00002160
                                KJYCCCP.                                00002170
                                                                        00002180
           PERFORM 1000-INICIO                                          00002190
              THRU 1000-INICIO-EXIT                                     00002200
                                                                        00002210
           PERFORM 2000-PROCESO                                         00002220
              THRU 2000-PROCESO-EXIT                                    00002230
                                                                        00002240
           PERFORM 3000-FIN                                             00002250
              THRU 3000-FIN-EXIT                                        00002260
                                                                        00002270
           .                                                            00002280
                                                                        00002290
      ******************************************************************00002300
      * 1000-INICIO.                                                   *00002310
      *  SE INICIALIZAN LAS VARIABLES UTILIZADAS, SE VALIDAN LOS DATOS *00002320
      *  DE ENTRADA Y SE DETERMINA EL MES DEL ENVIO.                   *00002330
      ******************************************************************00002340
       1000-INICIO.                                                     00002350
                                                                        00002360
           INITIALIZE KJYCCCP-SALIDA                                    00002370
                      KJYCCCP-DATOS-CONTROL                             00002380
                      WK-VARIABLES                                      00002390
                                                                        00002400
           MOVE CA-00                        TO KJYCCCP-RETORNO         00002410
                                                                        00002420
           PERFORM 1100-VALIDAR-ENTRADA                                 00002430
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002440
                                                                        00002450
           PERFORM 1200-MES-ENVIO                                       00002460
              THRU 1200-MES-ENVIO-EXIT                                  00002470
                                                                        00002480
           .                                                            00002490
       1000-INICIO-EXIT.                                                00002500
           EXIT.                                                        00002510
                                                                        00002520
      ******************************************************************00002530
      * 1100-VALIDAR-ENTRADA.                                          *00002540
      *  SE VALIDA QUE LA CUENTA VENGA INFORMADA Y QUE EL TIPO DE      *00002550
      *  CORRESPONDENCIA SEA UNA POSICION VALIDA DE LA MASCARA DE      *00002560
      *  RENUNCIAS (01 A 10).                                          *00002570
      ******************************************************************00002580
       1100-VALIDAR-ENTRADA.                                            00002590
                                                                        00002600
           IF  KJYCCCP-CENTALTA = SPACES OR LOW-VALUES                  00002610
            OR KJYCCCP-CUENTNU  = SPACES OR LOW-VALUES                  00002620
               MOVE CA-88                    TO KJYCCCP-RETORNO         00002630
               MOVE MM-KJ0446                TO KJYCCCP-MENSAJE         00002640
               MOVE CA-PRF-1100              TO KJYCCCP-PARRAFO         00002650
               MOVE CA-KJBCCCP               TO KJYCCCP-RUTINA          00002660
               MOVE KJYCCCP-ENTRADA          TO KJYCCCP-DATOS           00002670
                                                                        00002680
               STRING CA-CAMPO-OBLIGATORIO                              00002690
                SPACE CA-CUENTA                                         00002700
               DELIMITED BY SIZE           INTO KJYCCCP-DESCRIPCION     00002710
                                                                        00002720
               PERFORM 3000-FIN                                         00002730
                  THRU 3000-FIN-EXIT                                    00002740
                                                                        00002750
           END-IF                                                       00002760
                                                                        00002770
           MOVE KJYCCCP-TIPCORR              TO WK-TIPCORR              00002780
                                                                        00002790
           IF  WK-TIPCORR-NUM NOT NUMERIC                               00002800
            OR WK-TIPCORR-NUM = ZEROES                                  00002810
            OR WK-TIPCORR-NUM > CN-MAX-TIPCORR                          00002820
               MOVE CA-88                    TO KJYCCCP-RETORNO         00002830
               MOVE MM-KJ0447                TO KJYCCCP-MENSAJE         00002840
               MOVE CA-ERR-TIPCORR           TO KJYCCCP-DESCRIPCION     00002850
               MOVE CA-PRF-1100              TO KJYCCCP-PARRAFO         00002860
               MOVE CA-KJBCCCP               TO KJYCCCP-RUTINA          00002870
               MOVE KJYCCCP-ENTRADA          TO KJYCCCP-DATOS           00002880
                                                                        00002890
               PERFORM 3000-FIN                                         00002900
                  THRU 3000-FIN-EXIT                                    00002910
                                                                        00002920
           END-IF                                                       00002930
                                                                        00002940
           .                                                            00002950
       1100-VALIDAR-ENTRADA-EXIT.                                       00002960
           EXIT.                                                        00002970
                                                                        00002980
      ******************************************************************00002990
      * 1200-MES-ENVIO.                                                *00003000
      *  EL MES DEL CONTEO ES EL DE LA FECHA DEL ENVIO INFORMADA POR   *00003010
      *  EL LLAMANTE O, EN SU DEFECTO, EL DE LA FECHA DEL DIA, QUE SE  *00003020
      *  OBTIENE DE DB2 UNA SOLA VEZ POR EJECUCION.                    *00003030
      ******************************************************************00003040
       1200-MES-ENVIO.                                                  00003050
                                                                        00003060
           IF  KJYCCCP-FECHA-ENVIO NOT = SPACES AND LOW-VALUES          00003070
               MOVE KJYCCCP-FECHA-ENVIO      TO WK-FECHA-ENVIO          00003080
           ELSE                                                         00003090
               IF  WK-FECHA-HOY = SPACES                                00003100
                   EXEC SQL                                             00003110
                        SELECT CHAR(CURRENT DATE, ISO)                  00003120
                          INTO :WK-FECHA-HOY                            00003130
                          FROM SYSIBM.SYSDUMMY1                         00003140
                   END-EXEC                                             00003150
                                                                        00003160
                   MOVE SQLCODE              TO SW-DB2-RETURN-CODE      00003170
                                                                        00003180
                   IF  NOT DB2-OK                                       00003190
                       MOVE SPACES           TO WK-FECHA-HOY            00003200
                       MOVE CA-PRF-1200      TO KJYCCCP-PARRAFO         00003210
                       MOVE CA-SYSDUMMY1     TO KJYCCCP-TABLA           00003220
                       MOVE CA-SELECT        TO KJYCCCP-FUNCION         00003230
                                                KJYCCCP-ACCESO          00003240
                       MOVE KJYCCCP-ENTRADA  TO KJYCCCP-DATOS           00003250
                                                                        00003260
                       PERFORM 8000-ERROR-DB2                           00003270
                          THRU 8000-ERROR-DB2-EXIT                      00003280
                                                                        00003290
                   END-IF                                               00003300
               END-IF                                                   00003310
               MOVE WK-FECHA-HOY             TO WK-FECHA-ENVIO          00003320
           END-IF                                                       00003330
                                                                        00003340
           MOVE WK-ANYO-ENVIO                TO WK-MESCORR-ANYO         00003350
           MOVE WK-MES-ENVIO                 TO WK-MESCORR-MES          00003360
                                                                        00003370
           .                                                            00003380
       1200-MES-ENVIO-EXIT.                                             00003390
           EXIT.                                                        00003400
                                                                        00003410
      ******************************************************************00003420
      * 2000-PROCESO.                                                  *00003430
      *  PROCESO PRINCIPAL DEL PROGRAMA.                               *00003440
      ******************************************************************00003450
       2000-PROCESO.                                                    00003460
                                                                        00003470
           PERFORM 2100-CONSULTAR-PREFERENCIA                           00003480
              THRU 2100-CONSULTAR-PREFERENCIA-EXIT                      00003490
                                                                        00003500
           PERFORM 2200-RESOLVER-CANAL                                  00003510
              THRU 2200-RESOLVER-CANAL-EXIT                             00003520
                                                                        00003530
           PERFORM 2300-CONTAR-ENVIO                                    00003540
              THRU 2300-CONTAR-ENVIO-EXIT                               00003550
                                                                        00003560
           .                                                            00003570
       2000-PROCESO-EXIT.                                               00003580
           EXIT.                                                        00003590
                                                                        00003600
      ******************************************************************00003610
      * 2100-CONSULTAR-PREFERENCIA.                                    *00003620
      *  SE RECUPERA LA PREFERENCIA DE CANAL DE LA CUENTA. SI NO TIENE *00003630
      *  NINGUNA REGISTRADA SE ENTREGA EN PAPEL, SIN RENUNCIAS.        *00003640
      ******************************************************************00003650
       2100-CONSULTAR-PREFERENCIA.                                      00003660
                                                                        00003670
           INITIALIZE DCLPOS-PREF-CANAL                                 00003680
                                                                        00003690
           MOVE KJYCCCP-CENTALTA             TO G6568-CENTALTA          00003700
           MOVE KJYCCCP-CUENTNU              TO G6568-CUENTNU           00003710
                                                                        00003720
           EXEC SQL                                                     00003730
               SELECT G6568_CANAL, G6568_DIRELEC, G6568_MASKEXCL        00003740
                 INTO :G6568-CANAL, :G6568-DIRELEC, :G6568-MASKEXCL     00003750
                 FROM POS_PREF_CANAL                                    00003760
                WHERE G6568_CENTALTA = :G6568-CENTALTA                  00003770
                  AND G6568_CUENTNU  = :G6568-CUENTNU                   00003780
           END-EXEC                                                     00003790
                                                                        00003800
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003810
                                                                        00003820
           EVALUATE  TRUE                                               00003830
               WHEN  DB2-OK                                             00003840
                     MOVE CA-SI              TO KJYCCCP-INDPREF         00003850
                     MOVE G6568-CANAL        TO KJYCCCP-CANAL           00003860
                     MOVE G6568-DIRELEC      TO KJYCCCP-DIRELEC         00003870
                     MOVE G6568-MASKEXCL     TO WK-MASKEXCL             00003880
                                                                        00003890
               WHEN  DB2-CLV-NOT-FOUND                                  00003900
                     MOVE CA-NO              TO KJYCCCP-INDPREF         00003910
                     MOVE CA-CANAL-PAPEL     TO KJYCCCP-CANAL           00003920
                     MOVE SPACES             TO KJYCCCP-DIRELEC         00003930
                                                WK-MASKEXCL             00003940
                                                                        00003950
               WHEN  OTHER                                              00003960
                     MOVE CA-PRF-2100        TO KJYCCCP-PARRAFO         00003970
                     MOVE CA-POS-PREF-CANAL  TO KJYCCCP-TABLA           00003980
                     MOVE CA-SELECT          TO KJYCCCP-FUNCION         00003990
                                                KJYCCCP-ACCESO          00004000
                     MOVE KJYCCCP-ENTRADA    TO KJYCCCP-DATOS           00004010
                                                                        00004020
                     PERFORM 8000-ERROR-DB2                             00004030
                        THRU 8000-ERROR-DB2-EXIT                        00004040
                                                                        00004050
           END-EVALUATE                                                 00004060
                                                                        00004070
           .                                                            00004080
       2100-CONSULTAR-PREFERENCIA-EXIT.                                 00004090
           EXIT.                                                        00004100
                                                                        00004110
      ******************************************************************00004120
      * 2200-RESOLVER-CANAL.                                           *00004130
      *  EL CANAL ELECTRONICO O AMBOS SIN DIRECCION SE ENTREGA EN      *00004140
      *  PAPEL. LA RENUNCIA AL TIPO DE ENVIO ANULA LA ENTREGA, SALVO   *00004150
      *  EN LOS TIPOS OBLIGATORIOS.                                    *00004160
      ******************************************************************00004170
       2200-RESOLVER-CANAL.                                             00004180
                                                                        00004190
           IF  (KJYCCCP-CANAL = CA-CANAL-ELECTRONICO                    00004200
            OR  KJYCCCP-CANAL = CA-CANAL-AMBOS)                         00004210
           AND KJYCCCP-DIRELEC = SPACES                                 00004220
               MOVE CA-CANAL-PAPEL           TO KJYCCCP-CANAL           00004230
           END-IF                                                       00004240
                                                                        00004250
           IF  KJYCCCP-CANAL NOT = CA-CANAL-ELECTRONICO                 00004260
           AND KJYCCCP-CANAL NOT = CA-CANAL-AMBOS                       00004270
               MOVE CA-CANAL-PAPEL           TO KJYCCCP-CANAL           00004280
               MOVE SPACES                   TO KJYCCCP-DIRELEC         00004290
           END-IF                                                       00004300
                                                                        00004310
           IF  WK-EXCLUSION (WK-TIPCORR-NUM) = CA-SI                    00004320
           AND NOT TIPCORR-OBLIGATORIO                                  00004330
               MOVE CA-CANAL-NO-ENVIAR       TO KJYCCCP-CANAL           00004340
               MOVE SPACES                   TO KJYCCCP-DIRELEC         00004350
           END-IF                                                       00004360
                                                                        00004370
           .                                                            00004380
       2200-RESOLVER-CANAL-EXIT.                                        00004390
           EXIT.                                                        00004400
                                                                        00004410
      ******************************************************************00004420
      * 2300-CONTAR-ENVIO.                                             *00004430
      *  SE SUMA EL ENVIO AL CONTEO DEL MES POR TIPO Y CANAL. SI LA    *00004440
      *  FILA DEL MES NO EXISTE SE DA DE ALTA CON UN ENVIO; SI OTRO    *00004450
      *  PROCESO LA HA DADO DE ALTA ENTRETANTO SE REPITE LA SUMA.      *00004460
      ******************************************************************00004470
       2300-CONTAR-ENVIO.                                               00004480
                                                                        00004490
           INITIALIZE DCLPOS-CORR-CANAL-MES                             00004500
                                                                        00004510
           MOVE WK-MESCORR                   TO G6569-MESCORR           00004520
           MOVE WK-TIPCORR                   TO G6569-TIPCORR           00004530
           MOVE KJYCCCP-CANAL                TO G6569-CANAL             00004540
           MOVE CN-1                         TO G6569-NUMENVIOS         00004550
                                                                        00004560
           PERFORM 2310-SUMAR-ENVIO                                     00004570
              THRU 2310-SUMAR-ENVIO-EXIT                                00004580
                                                                        00004590
           IF  DB2-CLV-NOT-FOUND                                        00004600
               EXEC SQL                                                 00004610
                    INSERT INTO POS_CORR_CANAL_MES                      00004620
                          ( G6569_MESCORR  , G6569_TIPCORR,             00004630
                            G6569_CANAL    , G6569_NUMENVIOS,           00004640
                            G6569_CONTCUR )                             00004650
                    VALUES                                              00004660
                          ( :G6569-MESCORR , :G6569-TIPCORR,            00004670
                            :G6569-CANAL   , :G6569-NUMENVIOS,          00004680
                            CURRENT TIMESTAMP )                         00004690
               END-EXEC                                                 00004700
                                                                        00004710
               MOVE SQLCODE                  TO SW-DB2-RETURN-CODE      00004720
                                                                        00004730
               EVALUATE  TRUE                                           00004740
                   WHEN  DB2-OK                                         00004750
                         CONTINUE                                       00004760
                                                                        00004770
                   WHEN  DB2-CLAVE-DUPLICADA                            00004780
                         PERFORM 2310-SUMAR-ENVIO                       00004790
                            THRU 2310-SUMAR-ENVIO-EXIT                  00004800
                                                                        00004810
                   WHEN  OTHER                                          00004820
                         MOVE CA-INSERT      TO KJYCCCP-FUNCION         00004830
                                                KJYCCCP-ACCESO          00004840
                         MOVE CA-PRF-2300    TO KJYCCCP-PARRAFO         00004850
                         MOVE CA-POS-CORR-CANAL-MES                     00004860
                                             TO KJYCCCP-TABLA           00004870
                         MOVE DCLPOS-CORR-CANAL-MES                     00004880
                                             TO KJYCCCP-DATOS           00004890
                                                                        00004900
                         PERFORM 8000-ERROR-DB2                         00004910
                            THRU 8000-ERROR-DB2-EXIT                    00004920
                                                                        00004930
               END-EVALUATE                                             00004940
           END-IF                                                       00004950
                                                                        00004960
           .                                                            00004970
       2300-CONTAR-ENVIO-EXIT.                                          00004980
           EXIT.                                                        00004990
                                                                        00005000
      ******************************************************************00005010
      * 2310-SUMAR-ENVIO.                                              *00005020
      *  SE SUMA UN ENVIO A LA FILA DEL MES, TIPO Y CANAL. LA FILA     *00005030
      *  INEXISTENTE (+100) SE DEVUELVE AL LLAMANTE PARA SU ALTA.      *00005040
      ******************************************************************00005050
       2310-SUMAR-ENVIO.                                                00005060
                                                                        00005070
           EXEC SQL                                                     00005080
                UPDATE POS_CORR_CANAL_MES                               00005090
                   SET G6569_NUMENVIOS = G6569_NUMENVIOS + 1,           00005100
                       G6569_CONTCUR   = CURRENT TIMESTAMP              00005110
                 WHERE G6569_MESCORR   = :G6569-MESCORR                 00005120
                   AND G6569_TIPCORR   = :G6569-TIPCORR                 00005130
                   AND G6569_CANAL     = :G6569-CANAL                   00005140
           END-EXEC                                                     00005150
                                                                        00005160
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005170
                                                                        00005180
           IF  NOT DB2-OK AND NOT DB2-CLV-NOT-FOUND                     00005190
               MOVE CA-UPDATE                TO KJYCCCP-FUNCION         00005200
                                                KJYCCCP-ACCESO          00005210
               MOVE CA-PRF-2300              TO KJYCCCP-PARRAFO         00005220
               MOVE CA-POS-CORR-CANAL-MES    TO KJYCCCP-TABLA           00005230
               MOVE DCLPOS-CORR-CANAL-MES    TO KJYCCCP-DATOS           00005240
                                                                        00005250
               PERFORM 8000-ERROR-DB2                                   00005260
                  THRU 8000-ERROR-DB2-EXIT                              00005270
                                                                        00005280
           END-IF                                                       00005290
                                                                        00005300
           .                                                            00005310
       2310-SUMAR-ENVIO-EXIT.                                           00005320
           EXIT.                                                        00005330
                                                                        00005340
      ******************************************************************00005350
      * 8000-ERROR-DB2.                                                *00005360
      *  SE COMPLETA EL AREA DE DIAGNOSTICO Y SE DEVUELVE EL CONTROL   *00005370
      *  AL LLAMANTE CON RETORNO DE ERROR DB2. EL PARRAFO, LA TABLA Y  *00005380
      *  EL ACCESO LOS INFORMA EL PARRAFO QUE DETECTA EL ERROR.        *00005390
      ******************************************************************00005400
       8000-ERROR-DB2.                                                  00005410
                                                                        00005420
           IF  DB2-RECURSO-NO-DISPONIBLE OR                             00005430
               DB2-TABLA-BLOQUEADA                                      00005440
               MOVE MM-XX9520                TO KJYCCCP-MENSAJE         00005450
               MOVE CA-ERR-RECURSO           TO KJYCCCP-DESCRIPCION     00005460
           ELSE                                                         00005470
               MOVE MM-XX3333                TO KJYCCCP-MENSAJE         00005480
               MOVE CA-ERROR-DB2             TO KJYCCCP-DESCRIPCION     00005490
           END-IF                                                       00005500
                                                                        00005510
           MOVE CA-99                        TO KJYCCCP-RETORNO         00005520
           MOVE SQLCODE                      TO KJYCCCP-SQLCODE         00005530
           MOVE SQLCA                        TO KJYCCCP-SQLCA           00005540
           MOVE CA-KJBCCCP                   TO KJYCCCP-RUTINA          00005550
                                                                        00005560
           PERFORM 3000-FIN                                             00005570
              THRU 3000-FIN-EXIT                                        00005580
                                                                        00005590
           .                                                            00005600
       8000-ERROR-DB2-EXIT.                                             00005610
           EXIT.                                                        00005620
                                                                        00005630
      ******************************************************************00005640
      * 3000-FIN.                                                      *00005650
      *  FIN DE LA RUTINA.                                             *00005660
      ******************************************************************00005670
       3000-FIN.                                                        00005680
                                                                        00005690
           GOBACK                                                       00005700
                                                                        00005710
           .                                                            00005720
       3000-FIN-EXIT.                                                   00005730
           EXIT.                                                        00005740
