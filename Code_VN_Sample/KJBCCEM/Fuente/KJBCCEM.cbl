      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCEM.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA MIXTA DE MANTENIMIENTO DE LOS EMBARGOS    *00000110
      *               JUDICIALES SOBRE POSICIONES CONSOLIDADAS         *00000120
      *               (POS_EMBARGO), PARA SU USO DESDE LA TRANSACCION  *00000130
      *               EN LINEA DEL DEPARTAMENTO JURIDICO: ALTA DE UN   *00000140
      *               EMBARGO (REFERENCIA JUDICIAL, IMPORTE RETENIDO Y *00000150
      *               PERIODO DE VIGENCIA), LEVANTAMIENTO DE UN        *00000160
      *               EMBARGO ACTIVO Y CONSULTA DEL IMPORTE EMBARGADO  *00000170
      *               VIGENTE. KJBCCPD RECHAZA (KJ0440) LOS MOVIMIENTOS*00000180
      *               QUE DEJARIAN EL SALDO POR DEBAJO DE ESE IMPORTE. *00000190
      *-                                                              -*00000200
      *  COPYS Y DCLGENS:                                              *00000210
      *     KJYCCEM  : COPY DE COMUNICACION DE LA RUTINA.              *00000220
      *     D7397400 : DCLGEN DE LA TABLA POS_DISP_PMAS.               *00000230
      *     D7400600 : DCLGEN DE LA TABLA POS_EMBARGO.                 *00000240
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000241
      *-                                                              -*00000250
      *  TABLAS:                                                       *00000260
      *     POS_DISP_PMAS : TABLA QUE CONTIENE POSICIONES DE SALDOS    *00000270
      *                     CONSOLIDADOS DE DISPOSITIVOS PMAS.         *00000280
      *     POS_EMBARGO   : EMBARGOS JUDICIALES SOBRE POSICIONES.      *00000290
      *-                                                              -*00000300
      *  CODIGOS DE RETORNO:                                           *00000310
      *   - '00' ---> PROCESO CORRECTO                                 *00000320
      *   - '88' ---> ERROR FUNCIONAL                                  *00000330
      *   - '99' ---> ERROR DE DB2                                     *00000340
      *-                                                              -*00000350
      ******************************************************************00000360
      ******************************************************************00000370
      *                  M O D I F I C A C I O N E S                   *00000380
      *                  ---------------------------                   *00000390
      *                                                                *00000400
      * USUARIO  FECHA        DESCRIPCION                              *00000410
      * -------- ----------   ---------------------------------------- *00000420
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000430
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000431
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000432
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000433
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000434
      *                        LA OPERACION ES 'A' (ALTA), 'B'         *00000435
      *                        (LEVANTAMIENTO) O 'C' (CONSULTA).       *00000436
      *                                                                *00000440
      ******************************************************************00000450
                                                                        00000460
      ******************************************************************00000470
      * IDENTIFICATION DIVISION                                        *00000480
      ******************************************************************00000490
       IDENTIFICATION DIVISION.                                         00000500
       PROGRAM-ID.    KJBCCEM.                                          00000510
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
         SOURCE-COMPUTER.  IBM-3090.                                    00000650
         OBJECT-COMPUTER.  IBM-3090.                                    00000660
                                                                        00000670
      ******************************************************************00000680
      * DATA DIVISION                                                  *00000690
      ******************************************************************00000700
       DATA DIVISION.                                                   00000710
                                                                        00000720
      ******************************************************************00000730
      *                W O R K I N G    S T O R A G E                  *00000740
      ******************************************************************00000750
       WORKING-STORAGE SECTION.                                         00000760
       77  AUDITCOB      PIC X(60) VALUE                                00000770
           'AUDITCOB*[MODNAME-[DATEUPD-[TIMEUPD-[LVNO-[PROGRAMMERNAME'. 00000780
                                                                        00000790
      ******************************************************************00000800
      *-                     S W I T C H E S                          -*00000810
      ******************************************************************00000820
       01  SW-SWITCHES.                                                 00000830
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00000840
               88  DB2-OK                              VALUE 0.         00000850
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000860
               88  DB2-CLV-DUPLICADA                   VALUE -803.      00000870
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00000880
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00000890
                                                                        00000900
      ******************************************************************00000910
      *                    C O N S T A N T E S                         *00000920
      ******************************************************************00000930
       01  CONSTANTES.                                                  00000940
           05  CONSTANTES-ALFANUMERICAS.                                00000950
      * -- NOMBRE DE RUTINAS Y TABLAS                                  *00000960
               10  CA-KJBCCEM              PIC X(07)   VALUE 'KJBCCEM'. 00000970
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00000971
               10  CA-OPER-ALTA            PIC X(01)   VALUE 'A'.       00000972
               10  CA-OPER-BAJA            PIC X(01)   VALUE 'B'.       00000973
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00000974
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE 'POS_DISP_P00000980
      -                              'MAS'.                             00000990
               10  CA-POS-EMBARGO          PIC X(11)   VALUE 'POS_EMBARG00001000
      -                              'O'.                               00001010
      * -- ESTADOS DEL EMBARGO                                         *00001020
               10  CA-EMBARGO-ACTIVO       PIC X(01)   VALUE 'A'.       00001030
               10  CA-EMBARGO-LEVANTADO    PIC X(01)   VALUE 'L'.       00001040
               10  CA-FECHA-SIN-FIN        PIC X(10)   VALUE            00001050
                                   '9999-12-31'.                        00001060
               10  CA-TS-SIN-LEVANTAR      PIC X(26)   VALUE            00001070
                                   '0001-01-01-00.00.00.000000'.        00001080
      * -- RETORNOS DE LA RUTINA                                       *00001090
               10  CA-00                   PIC X(02)   VALUE '00'.      00001100
               10  CA-88                   PIC X(02)   VALUE '88'.      00001110
               10  CA-99                   PIC X(02)   VALUE '99'.      00001120
      * -- TIPOS DE OPERACION ADMITIDOS                                *00001130
               10  CA-ALTA                 PIC X(10)   VALUE 'ALTA'.    00001140
               10  CA-LEVANTAR             PIC X(10)   VALUE 'LEVANTAR'.00001150
               10  CA-CONSULTA             PIC X(10)   VALUE 'CONSULTA'.00001160
      * -- LITERALES                                                   *00001170
               10  CA-IDEMPR               PIC X(06)   VALUE 'IDEMPR'.  00001180
               10  CA-IDCENT               PIC X(06)   VALUE 'IDCENT'.  00001190
               10  CA-IDPROD               PIC X(06)   VALUE 'IDPROD'.  00001200
               10  CA-CODSPROD             PIC X(08)   VALUE 'CODSPROD'.00001210
               10  CA-CTOSALDO             PIC X(08)   VALUE 'CTOSALDO'.00001220
               10  CA-CODMONSW             PIC X(08)   VALUE 'CODMONSW'.00001230
               10  CA-REFJUDIC             PIC X(08)   VALUE 'REFJUDIC'.00001240
               10  CA-FECINICI             PIC X(08)   VALUE 'FECINICI'.00001250
      * -- OPERACIONES                                                 *00001260
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001270
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001280
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001290
      * -- DESCRIPCION DE ERRORES                                      *00001300
               10  CA-CAMPO-OBLIGATORIO    PIC X(24)   VALUE 'FALTA CAMP00001310
      -                              'O OBLIGATORIO:'.                  00001320
               10  CA-ERR-RECURSO          PIC X(39)   VALUE 'TABLA BLOQ00001330
      -                              'UEADA O RECURSO NO DISPONIBLE'.   00001340
               10  CA-ERROR-DB2            PIC X(10)   VALUE 'ERROR DB2 00001350
      -                              ''.                                00001360
               10  CA-ERR-NO-POSICION      PIC X(30)   VALUE 'NO EXISTE 00001370
      -                              'LA POSICION'.                     00001380
               10  CA-ERR-TIPO-OPER        PIC X(29)   VALUE 'TIPO DE OP00001390
      -                              'ERACION NO VALIDO'.               00001400
               10  CA-ERR-DATOS-EMBARGO    PIC X(38)   VALUE 'IMPORTE O 00001410
      -                              'PERIODO DE EMBARGO NO VALIDO'.    00001420
               10  CA-ERR-YA-REGISTRADO    PIC X(38)   VALUE 'EMBARGO YA00001430
      -                              ' REGISTRADO PARA LA POSICION'.    00001440
               10  CA-ERR-NO-ACTIVO        PIC X(30)   VALUE 'EMBARGO AC00001450
      -                              'TIVO NO ENCONTRADO'.              00001460
      * -- PARRAFOS                                                    *00001470
               10  CA-PRF-1100             PIC X(20)   VALUE '1100-VALID00001480
      -                              'AR-ENTRADA'.                      00001490
               10  CA-PRF-2100             PIC X(24)   VALUE '2100-ALTA-00001500
      -                              'EMBARGO'.                         00001510
               10  CA-PRF-2200             PIC X(24)   VALUE '2200-LEVAN00001520
      -                              'TAR-EMBARGO'.                     00001530
               10  CA-PRF-2800             PIC X(24)   VALUE '2800-LEER-00001540
      -                              'POSICION'.                        00001550
               10  CA-PRF-2900             PIC X(24)   VALUE '2900-TOTAL00001560
      -                              '-EMBARGADO'.                      00001570
                                                                        00001580
           05  CN-CONSTANTES-NUMERICAS.                                 00001590
               10  CN-1                    PIC 9(01)   VALUE 1.         00001600
                                                                        00001610
      ******************************************************************00001620
      *                        M E N S A J E S                         *00001630
      ******************************************************************00001640
       01  MENSAJES.                                                    00001650
      * -- KJ0252: CENTRO OBLIGATORIO.                                 *00001660
           10  MM-KJ0252                   PIC X(06)   VALUE 'KJ0252'.  00001670
      * -- KJ0253: IDENTIFICADOR DE PRODUCTO OBLIGATORIO.              *00001680
           10  MM-KJ0253                   PIC X(06)   VALUE 'KJ0253'.  00001690
      * -- KJ0368: SUBTIPO DE PRODUCTO OBLIGATORIO.                    *00001700
           10  MM-KJ0368                   PIC X(06)   VALUE 'KJ0368'.  00001710
      * -- KJ0294: MONEDA OBLIGATORIA.                                 *00001720
           10  MM-KJ0294                   PIC X(06)   VALUE 'KJ0294'.  00001730
      * -- KJ0346: EL CONCEPTO DEL SALDO ES OBLIGATORIO.               *00001740
           10  MM-KJ0346                   PIC X(06)   VALUE 'KJ0346'.  00001750
      * -- KJ0370: EMPRESA OBLIGATORIA.                                *00001760
           10  MM-KJ0370                   PIC X(06)   VALUE 'KJ0370'.  00001770
      * -- KJ0441: REFERENCIA JUDICIAL OBLIGATORIA.                    *00001780
           10  MM-KJ0441                   PIC X(06)   VALUE 'KJ0441'.  00001790
      * -- KJ0442: TIPO DE OPERACION OBLIGATORIO Y DEBE SER 'ALTA',    *00001800
      *            'LEVANTAR' O 'CONSULTA'.                            *00001810
           10  MM-KJ0442                   PIC X(06)   VALUE 'KJ0442'.  00001820
      * -- KJ0443: IMPORTE O PERIODO DE EMBARGO NO VALIDO.             *00001830
           10  MM-KJ0443                   PIC X(06)   VALUE 'KJ0443'.  00001840
      * -- KJ0444: EMBARGO YA REGISTRADO PARA LA POSICION.             *00001850
           10  MM-KJ0444                   PIC X(06)   VALUE 'KJ0444'.  00001860
      * -- KJ0445: EMBARGO ACTIVO NO ENCONTRADO.                       *00001870
           10  MM-KJ0445                   PIC X(06)   VALUE 'KJ0445'.  00001880
      * -- XX0013: REGISTRO NO ENCONTRADO.                             *00001890
           10  MM-XX0013                   PIC X(06)   VALUE 'XX0013'.  00001900
      * -- XX3333: ERROR TECNICO. CONTACTE CON SU %XXAU .              *00001910
           10  MM-XX3333                   PIC X(06)   VALUE 'XX3333'.  00001920
      * -- XX9520: EN ESTE MOMENTO NO SE PUEDE ATENDER SU PETICION.    *00001930
      *            INTENTELO MAS TARDE.                                *00001940
           10  MM-XX9520                   PIC X(06)   VALUE 'XX9520'.  00001950
                                                                        00001960
      ******************************************************************00001970
      *             C O P Y S    Y   D C L G E N S                     *00001980
      ******************************************************************00001990
      * -- COPY DE COMUNICACION CON DB2.                               *00002000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002010
                                                                        00002020
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS.                           *00002030
           EXEC SQL INCLUDE D7397400 END-EXEC.                          00002040
                                                                        00002050
      * -- DCLGEN DE LA TABLA POS_EMBARGO.                             *00002060
           EXEC SQL INCLUDE D7400600 END-EXEC.                          00002070
                                                                        00002071
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL    *00002072
      * -- OPERADOR).                                                  *00002073
           COPY XXYAENT.                                                00002074
      *----------------------------------------------------------------*00002080
      * LINKAGE SECTION                                                *00002090
      *----------------------------------------------------------------*00002100
       LINKAGE SECTION.                                                 00002110
      *INCLUDE-PARM-FUN ONLINE                                          00002120
           EXEC-FUN _COPY DATOS_RUTINA END-FUN                          00002130
      *END-INCLUDE                                                      00002140
                                                                        00002150
      * -- COPY DE COMUNICACION CON LA RUTINA                          *00002160
           COPY KJYCCEM.                                                00002170
                                                                        00002180
      ******************************************************************00002190
      *                       PROCEDURE DIVISION                       *00002200
      ******************************************************************00002210
       PROCEDURE DIVISION USING                                         00002220
      *INCLUDE-PARM-FUN CICS                                            00002230
                                DFHEIBLK                                00002240
                                DFHCOMMAREA                             00002250
      *END-INCLUDE                                                      00002260
                                KJYCCEM.                                00002270
                                                                        00002280
           PERFORM 1000-INICIO                                          00002290
              THRU 1000-INICIO-EXIT                                     00002300
                                                                        00002310
           PERFORM 2000-PROCESO                                         00002320
              THRU 2000-PROCESO-EXIT                                    00002330
                                                                        00002340
           PERFORM 3000-FIN                                             00002350
              THRU 3000-FIN-EXIT                                        00002360
                                                                        00002370
           .                                                            00002380
                                                                        00002390
      ******************************************************************00002400
      * 1000-INICIO.                                                   *00002410
      *  SE INICIALIZAN LAS VARIABLES UTILIZADAS Y SE VALIDA QUE LOS   *00002420
      *  DATOS DE ENTRADA VENGAN INFORMADOS.                           *00002430
      ******************************************************************00002440
       1000-INICIO.                                                     00002450
                                                                        00002460
           INITIALIZE KJYCCEM-SALIDA                                    00002470
                      KJYCCEM-DATOS-CONTROL                             00002480
                                                                        00002490
           MOVE CA-00                        TO KJYCCEM-RETORNO         00002500
                                                                        00002502
           PERFORM 1200-VALIDAR-PERMISO                                 00002504
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002506
                                                                        00002510
           PERFORM 1100-VALIDAR-ENTRADA                                 00002520
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002530
                                                                        00002540
           .                                                            00002550
       1000-INICIO-EXIT.                                                00002560
           EXIT.                                                        00002570
                                                                        00002580
      ******************************************************************00002590
      * 1100-VALIDAR-ENTRADA.                                          *00002600
      *  SE VALIDA QUE LOS CAMPOS DE ENTRADA OBLIGATORIOS VENGAN       *00002610
      *  INFORMADOS, QUE EL TIPO DE OPERACION SEA VALIDO Y, EN UN      *00002620
      *  ALTA, QUE EL IMPORTE Y EL PERIODO DEL EMBARGO SEAN COHERENTES.*00002630
      ******************************************************************00002640
       1100-VALIDAR-ENTRADA.                                            00002650
                                                                        00002660
           IF  KJYCCEM-TIPO-OPER NOT = CA-ALTA      AND                 00002670
               KJYCCEM-TIPO-OPER NOT = CA-LEVANTAR  AND                 00002680
               KJYCCEM-TIPO-OPER NOT = CA-CONSULTA                      00002690
               MOVE CA-88                    TO KJYCCEM-RETORNO         00002700
               MOVE MM-KJ0442                TO KJYCCEM-MENSAJE         00002710
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00002720
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00002730
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00002740
               MOVE CA-ERR-TIPO-OPER         TO KJYCCEM-DESCRIPCION     00002750
                                                                        00002760
               PERFORM 3000-FIN                                         00002770
                  THRU 3000-FIN-EXIT                                    00002780
                                                                        00002790
           END-IF                                                       00002800
                                                                        00002810
           IF  KJYCCEM-IDEMPR = SPACES OR LOW-VALUES                    00002820
               MOVE CA-88                    TO KJYCCEM-RETORNO         00002830
               MOVE MM-KJ0370                TO KJYCCEM-MENSAJE         00002840
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00002850
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00002860
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00002870
                                                                        00002880
               STRING CA-CAMPO-OBLIGATORIO                              00002890
                SPACE CA-IDEMPR                                         00002900
               DELIMITED BY SIZE           INTO KJYCCEM-DESCRIPCION     00002910
                                                                        00002920
               PERFORM 3000-FIN                                         00002930
                  THRU 3000-FIN-EXIT                                    00002940
                                                                        00002950
           END-IF                                                       00002960
                                                                        00002970
           IF  KJYCCEM-IDCENT = SPACES OR LOW-VALUES                    00002980
               MOVE CA-88                    TO KJYCCEM-RETORNO         00002990
               MOVE MM-KJ0252                TO KJYCCEM-MENSAJE         00003000
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00003010
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00003020
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00003030
                                                                        00003040
               STRING CA-CAMPO-OBLIGATORIO                              00003050
                SPACE CA-IDCENT                                         00003060
               DELIMITED BY SIZE           INTO KJYCCEM-DESCRIPCION     00003070
                                                                        00003080
               PERFORM 3000-FIN                                         00003090
                  THRU 3000-FIN-EXIT                                    00003100
                                                                        00003110
           END-IF                                                       00003120
                                                                        00003130
           IF  KJYCCEM-IDPROD = SPACES OR LOW-VALUES                    00003140
               MOVE CA-88                    TO KJYCCEM-RETORNO         00003150
               MOVE MM-KJ0253                TO KJYCCEM-MENSAJE         00003160
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00003170
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00003180
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00003190
                                                                        00003200
               STRING CA-CAMPO-OBLIGATORIO                              00003210
                SPACE CA-IDPROD                                         00003220
               DELIMITED BY SIZE           INTO KJYCCEM-DESCRIPCION     00003230
                                                                        00003240
               PERFORM 3000-FIN                                         00003250
                  THRU 3000-FIN-EXIT                                    00003260
                                                                        00003270
           END-IF                                                       00003280
                                                                        00003290
           IF  KJYCCEM-CODSPROD = SPACES OR LOW-VALUES                  00003300
               MOVE CA-88                    TO KJYCCEM-RETORNO         00003310
               MOVE MM-KJ0368                TO KJYCCEM-MENSAJE         00003320
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00003330
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00003340
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00003350
                                                                        00003360
               STRING CA-CAMPO-OBLIGATORIO                              00003370
                SPACE CA-CODSPROD                                       00003380
               DELIMITED BY SIZE           INTO KJYCCEM-DESCRIPCION     00003390
                                                                        00003400
               PERFORM 3000-FIN                                         00003410
                  THRU 3000-FIN-EXIT                                    00003420
                                                                        00003430
           END-IF                                                       00003440
                                                                        00003450
           IF  KJYCCEM-CTOSALDO = SPACES OR LOW-VALUES                  00003460
               MOVE CA-88                    TO KJYCCEM-RETORNO         00003470
               MOVE MM-KJ0346                TO KJYCCEM-MENSAJE         00003480
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00003490
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00003500
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00003510
                                                                        00003520
               STRING CA-CAMPO-OBLIGATORIO                              00003530
                SPACE CA-CTOSALDO                                       00003540
               DELIMITED BY SIZE           INTO KJYCCEM-DESCRIPCION     00003550
                                                                        00003560
               PERFORM 3000-FIN                                         00003570
                  THRU 3000-FIN-EXIT                                    00003580
                                                                        00003590
           END-IF                                                       00003600
                                                                        00003610
           IF  KJYCCEM-CODMONSW = SPACES OR LOW-VALUES                  00003620
               MOVE CA-88                    TO KJYCCEM-RETORNO         00003630
               MOVE MM-KJ0294                TO KJYCCEM-MENSAJE         00003640
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00003650
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00003660
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00003670
                                                                        00003680
               STRING CA-CAMPO-OBLIGATORIO                              00003690
                SPACE CA-CODMONSW                                       00003700
               DELIMITED BY SIZE           INTO KJYCCEM-DESCRIPCION     00003710
                                                                        00003720
               PERFORM 3000-FIN                                         00003730
                  THRU 3000-FIN-EXIT                                    00003740
                                                                        00003750
           END-IF                                                       00003760
                                                                        00003770
           IF  KJYCCEM-TIPO-OPER = CA-CONSULTA                          00003780
               GO TO 1100-VALIDAR-ENTRADA-EXIT                          00003790
           END-IF                                                       00003800
                                                                        00003810
           IF  KJYCCEM-REFJUDIC = SPACES OR LOW-VALUES                  00003820
               MOVE CA-88                    TO KJYCCEM-RETORNO         00003830
               MOVE MM-KJ0441                TO KJYCCEM-MENSAJE         00003840
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00003850
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00003860
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00003870
                                                                        00003880
               STRING CA-CAMPO-OBLIGATORIO                              00003890
                SPACE CA-REFJUDIC                                       00003900
               DELIMITED BY SIZE           INTO KJYCCEM-DESCRIPCION     00003910
                                                                        00003920
               PERFORM 3000-FIN                                         00003930
                  THRU 3000-FIN-EXIT                                    00003940
                                                                        00003950
           END-IF                                                       00003960
                                                                        00003970
           IF  KJYCCEM-TIPO-OPER = CA-LEVANTAR                          00003980
               GO TO 1100-VALIDAR-ENTRADA-EXIT                          00003990
           END-IF                                                       00004000
                                                                        00004010
      * -- ALTA: FECHA FIN EN BLANCO = EMBARGO SIN FECHA DE FIN.        00004020
           IF  KJYCCEM-FECFIN = SPACES OR LOW-VALUES                    00004030
               MOVE CA-FECHA-SIN-FIN         TO KJYCCEM-FECFIN          00004040
           END-IF                                                       00004050
                                                                        00004060
           IF  KJYCCEM-FECINICI = SPACES OR LOW-VALUES                  00004070
               MOVE CA-88                    TO KJYCCEM-RETORNO         00004080
               MOVE MM-KJ0443                TO KJYCCEM-MENSAJE         00004090
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00004100
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00004110
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00004120
                                                                        00004130
               STRING CA-CAMPO-OBLIGATORIO                              00004140
                SPACE CA-FECINICI                                       00004150
               DELIMITED BY SIZE           INTO KJYCCEM-DESCRIPCION     00004160
                                                                        00004170
               PERFORM 3000-FIN                                         00004180
                  THRU 3000-FIN-EXIT                                    00004190
                                                                        00004200
           END-IF                                                       00004210
                                                                        00004220
           IF  KJYCCEM-IMPRETEN NOT > ZEROES OR                         00004230
               KJYCCEM-FECFIN < KJYCCEM-FECINICI                        00004240
               MOVE CA-88                    TO KJYCCEM-RETORNO         00004250
               MOVE MM-KJ0443                TO KJYCCEM-MENSAJE         00004260
               MOVE CA-PRF-1100              TO KJYCCEM-PARRAFO         00004270
               MOVE CA-KJBCCEM               TO KJYCCEM-RUTINA          00004280
               MOVE KJYCCEM-ENTRADA          TO KJYCCEM-DATOS           00004290
               MOVE CA-ERR-DATOS-EMBARGO     TO KJYCCEM-DESCRIPCION     00004300
                                                                        00004310
               PERFORM 3000-FIN                                         00004320
                  THRU 3000-FIN-EXIT                                    00004330
                                                                        00004340
           END-IF                                                       00004350
                                                                        00004360
           .                                                            00004370
       1100-VALIDAR-ENTRADA-EXIT.                                       00004380
           EXIT.                                                        00004381
                                                                        00004382
      ******************************************************************00004383
      * 1200-VALIDAR-PERMISO.                                          *00004384
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00004385
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00004386
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00004387
      *  (MENSAJE COMUN XX0040).                                       *00004388
      *  LA OPERACION ES 'A' EN EL ALTA, 'B' EN EL LEVANTAMIENTO Y     *00004389
      *  'C' EN LA CONSULTA.                                           *00004390
      ******************************************************************00004391
       1200-VALIDAR-PERMISO.                                            00004392
                                                                        00004393
           INITIALIZE XXYAENT                                           00004394
                                                                        00004395
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00004396
           MOVE CA-KJBCCEM                   TO XXYAENT-RUTINA-E        00004397
                                                                        00004398
           EVALUATE  TRUE                                               00004399
               WHEN  KJYCCEM-TIPO-OPER = CA-ALTA                        00004400
                     MOVE CA-OPER-ALTA       TO XXYAENT-OPERACION-E     00004401
               WHEN  KJYCCEM-TIPO-OPER = CA-LEVANTAR                    00004402
                     MOVE CA-OPER-BAJA       TO XXYAENT-OPERACION-E     00004403
               WHEN  OTHER                                              00004404
                     MOVE CA-OPER-CONSULTA   TO XXYAENT-OPERACION-E     00004405
           END-EVALUATE                                                 00004406
                                                                        00004407
           CALL CA-XXBAENT               USING XXYAENT                  00004408
                                                                        00004409
           IF  XXYAENT-RETORNO NOT = CA-00                              00004410
               MOVE XXYAENT-RETORNO          TO KJYCCEM-RETORNO         00004411
               MOVE XXYAENT-MENSAJE          TO KJYCCEM-MENSAJE         00004412
               MOVE XXYAENT-DESCRIPCION      TO KJYCCEM-DESCRIPCION     00004413
               MOVE XXYAENT-RUTINA           TO KJYCCEM-RUTINA          00004414
               MOVE XXYAENT-PARRAFO          TO KJYCCEM-PARRAFO         00004415
               MOVE XXYAENT-TABLA            TO KJYCCEM-TABLA           00004416
               MOVE XXYAENT-ACCESO           TO KJYCCEM-ACCESO          00004417
               MOVE XXYAENT-SQLCODE          TO KJYCCEM-SQLCODE         00004418
               MOVE XXYAENT-SQLCA            TO KJYCCEM-SQLCA           00004419
               MOVE XXYAENT-DATOS            TO KJYCCEM-DATOS           00004420
                                                                        00004421
               PERFORM 3000-FIN                                         00004422
                  THRU 3000-FIN-EXIT                                    00004423
                                                                        00004424
           END-IF                                                       00004425
                                                                        00004426
           .                                                            00004427
       1200-VALIDAR-PERMISO-EXIT.                                       00004428
           EXIT.                                                        00004429
                                                                        00004430
      ******************************************************************00004431
      * 2000-PROCESO.                                                  *00004432
      *  PROCESO PRINCIPAL DEL PROGRAMA. SEGUN EL TIPO DE OPERACION    *00004433
      *  SE DA DE ALTA O SE LEVANTA EL EMBARGO Y, EN TODOS LOS CASOS,  *00004440
      *  SE DEVUELVE EL SALDO VIGENTE Y EL IMPORTE EMBARGADO HOY.      *00004450
      ******************************************************************00004460
       2000-PROCESO.                                                    00004470
                                                                        00004480
           EVALUATE  TRUE                                               00004490
               WHEN  KJYCCEM-TIPO-OPER = CA-ALTA                        00004500
                     PERFORM 2800-LEER-POSICION                         00004510
                        THRU 2800-LEER-POSICION-EXIT                    00004520
                                                                        00004530
                     PERFORM 2100-ALTA-EMBARGO                          00004540
                        THRU 2100-ALTA-EMBARGO-EXIT                     00004550
                                                                        00004560
               WHEN  KJYCCEM-TIPO-OPER = CA-LEVANTAR                    00004570
                     PERFORM 2200-LEVANTAR-EMBARGO                      00004580
                        THRU 2200-LEVANTAR-EMBARGO-EXIT                 00004590
                                                                        00004600
                     PERFORM 2800-LEER-POSICION                         00004610
                        THRU 2800-LEER-POSICION-EXIT                    00004620
                                                                        00004630
               WHEN  KJYCCEM-TIPO-OPER = CA-CONSULTA                    00004640
                     PERFORM 2800-LEER-POSICION                         00004650
                        THRU 2800-LEER-POSICION-EXIT                    00004660
                                                                        00004670
           END-EVALUATE                                                 00004680
                                                                        00004690
           PERFORM 2900-TOTAL-EMBARGADO                                 00004700
              THRU 2900-TOTAL-EMBARGADO-EXIT                            00004710
                                                                        00004720
           .                                                            00004730
       2000-PROCESO-EXIT.                                               00004740
           EXIT.                                                        00004750
                                                                        00004760
      ******************************************************************00004770
      * 2100-ALTA-EMBARGO.                                             *00004780
      * SE REGISTRA EL EMBARGO EN POS_EMBARGO EN ESTADO ACTIVO, CON EL *00004790
      * USUARIO DE LA TRANSACCION COMO USUARIO DE ALTA. UNA MISMA      *00004800
      * REFERENCIA JUDICIAL SOLO PUEDE REGISTRARSE UNA VEZ POR         *00004810
      * POSICION.                                                      *00004820
      ******************************************************************00004830
       2100-ALTA-EMBARGO.                                               00004840
                                                                        00004850
           INITIALIZE DCLPOS-EMBARGO                                    00004860
                                                                        00004870
           MOVE KJYCCEM-IDEMPR               TO G6559-IDEMPRD           00004880
           MOVE KJYCCEM-IDCENT               TO G6559-IDCENTD           00004890
           MOVE KJYCCEM-IDPROD               TO G6559-IDPRODD           00004900
           MOVE KJYCCEM-CODSPROD             TO G6559-CODSPROD          00004910
           MOVE KJYCCEM-CTOSALDO             TO G6559-CTOSALDO          00004920
           MOVE KJYCCEM-CODMONSW             TO G6559-CODMONSW          00004930
           MOVE KJYCCEM-REFJUDIC             TO G6559-REFJUDIC          00004940
           MOVE KJYCCEM-IMPRETEN             TO G6559-IMPRETEN          00004950
           MOVE KJYCCEM-FECINICI             TO G6559-FECINICI          00004960
           MOVE KJYCCEM-FECFIN               TO G6559-FECFIN            00004970
           MOVE CA-EMBARGO-ACTIVO            TO G6559-ESTADO            00004980
           MOVE ARQ-USUARIO                  TO G6559-USUALTA           00004990
           MOVE SPACES                       TO G6559-USULEVAN          00005000
           MOVE CA-TS-SIN-LEVANTAR           TO G6559-FECLEVAN          00005010
                                                                        00005020
           EXEC SQL                                                     00005030
               INSERT INTO POS_EMBARGO                                  00005040
                     ( G6559_IDEMPRD , G6559_IDCENTD ,                  00005050
                       G6559_IDPRODD , G6559_CODSPROD,                  00005060
                       G6559_CTOSALDO, G6559_CODMONSW,                  00005070
                       G6559_REFJUDIC, G6559_IMPRETEN,                  00005080
                       G6559_FECINICI, G6559_FECFIN  ,                  00005090
                       G6559_ESTADO  , G6559_USUALTA ,                  00005100
                       G6559_FECALTA , G6559_USULEVAN,                  00005110
                       G6559_FECLEVAN, G6559_CONTCUR )                  00005120
               VALUES                                                   00005130
                     ( :G6559-IDEMPRD , :G6559-IDCENTD ,                00005140
                       :G6559-IDPRODD , :G6559-CODSPROD,                00005150
                       :G6559-CTOSALDO, :G6559-CODMONSW,                00005160
                       :G6559-REFJUDIC, :G6559-IMPRETEN,                00005170
                       :G6559-FECINICI, :G6559-FECFIN  ,                00005180
                       :G6559-ESTADO  , :G6559-USUALTA ,                00005190
                       CURRENT TIMESTAMP, :G6559-USULEVAN,              00005200
                       :G6559-FECLEVAN, CURRENT TIMESTAMP )             00005210
           END-EXEC                                                     00005220
                                                                        00005230
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005240
                                                                        00005250
           EVALUATE  TRUE                                               00005260
               WHEN  DB2-OK                                             00005270
                     CONTINUE                                           00005280
                                                                        00005290
               WHEN  DB2-CLV-DUPLICADA                                  00005300
                     MOVE CA-88              TO KJYCCEM-RETORNO         00005310
                     MOVE MM-KJ0444          TO KJYCCEM-MENSAJE         00005320
                     MOVE CA-PRF-2100        TO KJYCCEM-PARRAFO         00005330
                     MOVE CA-KJBCCEM         TO KJYCCEM-RUTINA          00005340
                     MOVE KJYCCEM-ENTRADA    TO KJYCCEM-DATOS           00005350
                     MOVE CA-ERR-YA-REGISTRADO                          00005360
                                             TO KJYCCEM-DESCRIPCION     00005370
                                                                        00005380
                     PERFORM 3000-FIN                                   00005390
                        THRU 3000-FIN-EXIT                              00005400
                                                                        00005410
               WHEN  OTHER                                              00005420
                     IF  DB2-RECURSO-NO-DISPONIBLE OR                   00005430
                         DB2-TABLA-BLOQUEADA                            00005440
                         MOVE MM-XX9520      TO KJYCCEM-MENSAJE         00005450
                         MOVE CA-ERR-RECURSO TO KJYCCEM-DESCRIPCION     00005460
                     ELSE                                               00005470
                         MOVE MM-XX3333      TO KJYCCEM-MENSAJE         00005480
                         MOVE CA-ERROR-DB2   TO KJYCCEM-DESCRIPCION     00005490
                     END-IF                                             00005500
                                                                        00005510
                     MOVE CA-99              TO KJYCCEM-RETORNO         00005520
                     MOVE SQLCODE            TO KJYCCEM-SQLCODE         00005530
                     MOVE SQLCA              TO KJYCCEM-SQLCA           00005540
                     MOVE CA-PRF-2100        TO KJYCCEM-PARRAFO         00005550
                     MOVE CA-KJBCCEM         TO KJYCCEM-RUTINA          00005560
                     MOVE DCLPOS-EMBARGO     TO KJYCCEM-DATOS           00005570
                     MOVE CA-POS-EMBARGO     TO KJYCCEM-TABLA           00005580
                     MOVE CA-INSERT          TO KJYCCEM-FUNCION         00005590
                                                KJYCCEM-ACCESO          00005600
                                                                        00005610
                     PERFORM 3000-FIN                                   00005620
                        THRU 3000-FIN-EXIT                              00005630
                                                                        00005640
           END-EVALUATE                                                 00005650
                                                                        00005660
           .                                                            00005670
       2100-ALTA-EMBARGO-EXIT.                                          00005680
           EXIT.                                                        00005690
                                                                        00005700
      ******************************************************************00005710
      * 2200-LEVANTAR-EMBARGO.                                         *00005720
      * SE MARCA COMO LEVANTADO EL EMBARGO ACTIVO DE LA POSICION CON LA*00005730
      * REFERENCIA JUDICIAL RECIBIDA, DEJANDO CONSTANCIA DEL USUARIO Y *00005740
      * DEL MOMENTO DEL LEVANTAMIENTO. LA FILA SE CONSERVA COMO        *00005750
      * HISTORICO PARA EL DEPARTAMENTO JURIDICO.                       *00005760
      ******************************************************************00005770
       2200-LEVANTAR-EMBARGO.                                           00005780
                                                                        00005790
           INITIALIZE DCLPOS-EMBARGO                                    00005800
                                                                        00005810
           MOVE KJYCCEM-IDEMPR               TO G6559-IDEMPRD           00005820
           MOVE KJYCCEM-IDCENT               TO G6559-IDCENTD           00005830
           MOVE KJYCCEM-IDPROD               TO G6559-IDPRODD           00005840
           MOVE KJYCCEM-CODSPROD             TO G6559-CODSPROD          00005850
           MOVE KJYCCEM-CTOSALDO             TO G6559-CTOSALDO          00005860
           MOVE KJYCCEM-CODMONSW             TO G6559-CODMONSW          00005870
           MOVE KJYCCEM-REFJUDIC             TO G6559-REFJUDIC          00005880
           MOVE CA-EMBARGO-ACTIVO            TO G6559-ESTADO            00005890
           MOVE ARQ-USUARIO                  TO G6559-USULEVAN          00005900
                                                                        00005910
           EXEC SQL                                                     00005920
               UPDATE POS_EMBARGO                                       00005930
                  SET G6559_ESTADO   = :CA-EMBARGO-LEVANTADO,           00005940
                      G6559_USULEVAN = :G6559-USULEVAN,                 00005950
                      G6559_FECLEVAN =  CURRENT TIMESTAMP,              00005960
                      G6559_CONTCUR  =  CURRENT TIMESTAMP               00005970
                WHERE G6559_IDEMPRD  = :G6559-IDEMPRD                   00005980
                  AND G6559_IDCENTD  = :G6559-IDCENTD                   00005990
                  AND G6559_IDPRODD  = :G6559-IDPRODD                   00006000
                  AND G6559_CODSPROD = :G6559-CODSPROD                  00006010
                  AND G6559_CTOSALDO = :G6559-CTOSALDO                  00006020
                  AND G6559_CODMONSW = :G6559-CODMONSW                  00006030
                  AND G6559_REFJUDIC = :G6559-REFJUDIC                  00006040
                  AND G6559_ESTADO   = :G6559-ESTADO                    00006050
           END-EXEC                                                     00006060
                                                                        00006070
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006080
                                                                        00006090
           EVALUATE  TRUE                                               00006100
               WHEN  DB2-OK                                             00006110
                     CONTINUE                                           00006120
                                                                        00006130
               WHEN  DB2-CLV-NOT-FOUND                                  00006140
                     MOVE CA-88              TO KJYCCEM-RETORNO         00006150
                     MOVE MM-KJ0445          TO KJYCCEM-MENSAJE         00006160
                     MOVE CA-PRF-2200        TO KJYCCEM-PARRAFO         00006170
                     MOVE CA-KJBCCEM         TO KJYCCEM-RUTINA          00006180
                     MOVE KJYCCEM-ENTRADA    TO KJYCCEM-DATOS           00006190
                     MOVE CA-ERR-NO-ACTIVO   TO KJYCCEM-DESCRIPCION     00006200
                                                                        00006210
                     PERFORM 3000-FIN                                   00006220
                        THRU 3000-FIN-EXIT                              00006230
                                                                        00006240
               WHEN  OTHER                                              00006250
                     IF  DB2-RECURSO-NO-DISPONIBLE OR                   00006260
                         DB2-TABLA-BLOQUEADA                            00006270
                         MOVE MM-XX9520      TO KJYCCEM-MENSAJE         00006280
                         MOVE CA-ERR-RECURSO TO KJYCCEM-DESCRIPCION     00006290
                     ELSE                                               00006300
                         MOVE MM-XX3333      TO KJYCCEM-MENSAJE         00006310
                         MOVE CA-ERROR-DB2   TO KJYCCEM-DESCRIPCION     00006320
                     END-IF                                             00006330
                                                                        00006340
                     MOVE CA-99              TO KJYCCEM-RETORNO         00006350
                     MOVE SQLCODE            TO KJYCCEM-SQLCODE         00006360
                     MOVE SQLCA              TO KJYCCEM-SQLCA           00006370
                     MOVE CA-PRF-2200        TO KJYCCEM-PARRAFO         00006380
                     MOVE CA-KJBCCEM         TO KJYCCEM-RUTINA          00006390
                     MOVE DCLPOS-EMBARGO     TO KJYCCEM-DATOS           00006400
                     MOVE CA-POS-EMBARGO     TO KJYCCEM-TABLA           00006410
                     MOVE CA-UPDATE          TO KJYCCEM-FUNCION         00006420
                                                KJYCCEM-ACCESO          00006430
                                                                        00006440
                     PERFORM 3000-FIN                                   00006450
                        THRU 3000-FIN-EXIT                              00006460
                                                                        00006470
           END-EVALUATE                                                 00006480
                                                                        00006490
           .                                                            00006500
       2200-LEVANTAR-EMBARGO-EXIT.                                      00006510
           EXIT.                                                        00006520
                                                                        00006530
      ******************************************************************00006540
      * 2800-LEER-POSICION.                                            *00006550
      * SE RECUPERA EL SALDO CONSOLIDADO VIGENTE DE LA POSICION. EN UN *00006560
      * ALTA O UNA CONSULTA LA POSICION DEBE EXISTIR; TRAS UN          *00006570
      * LEVANTAMIENTO UNA POSICION YA ARCHIVADA DEVUELVE SALDO CERO.   *00006580
      ******************************************************************00006590
       2800-LEER-POSICION.                                              00006600
                                                                        00006610
           INITIALIZE DCLPOS-DISP-PMAS                                  00006620
                                                                        00006630
           MOVE KJYCCEM-IDEMPR               TO G6524-IDEMPRD           00006640
           MOVE KJYCCEM-IDCENT               TO G6524-IDCENTD           00006650
           MOVE KJYCCEM-IDPROD               TO G6524-IDPRODD           00006660
           MOVE KJYCCEM-CODSPROD             TO G6524-CODSPROD          00006670
           MOVE KJYCCEM-CTOSALDO             TO G6524-CTOSALDO          00006680
           MOVE KJYCCEM-CODMONSW             TO G6524-CODMONSW          00006690
                                                                        00006700
           EXEC SQL                                                     00006710
               SELECT G6524_IMPSLDC                                     00006720
                 INTO :G6524-IMPSLDC                                    00006730
                 FROM POS_DISP_PMAS                                     00006740
                WHERE G6524_IDEMPRD  = :G6524-IDEMPRD                   00006750
                  AND G6524_IDCENTD  = :G6524-IDCENTD                   00006760
                  AND G6524_IDPRODD  = :G6524-IDPRODD                   00006770
                  AND G6524_CODSPROD = :G6524-CODSPROD                  00006780
                  AND G6524_CTOSALDO = :G6524-CTOSALDO                  00006790
                  AND G6524_CODMONSW = :G6524-CODMONSW                  00006800
           END-EXEC                                                     00006810
                                                                        00006820
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006830
                                                                        00006840
           EVALUATE  TRUE                                               00006850
               WHEN  DB2-OK                                             00006860
                     MOVE G6524-IMPSLDC      TO KJYCCEM-IMPSLDC         00006870
                                                                        00006880
               WHEN  DB2-CLV-NOT-FOUND                                  00006890
                     AND KJYCCEM-TIPO-OPER = CA-LEVANTAR                00006900
                     MOVE ZEROES             TO KJYCCEM-IMPSLDC         00006910
                                                                        00006920
               WHEN  DB2-CLV-NOT-FOUND                                  00006930
                     MOVE CA-88              TO KJYCCEM-RETORNO         00006940
                     MOVE MM-XX0013          TO KJYCCEM-MENSAJE         00006950
                     MOVE CA-PRF-2800        TO KJYCCEM-PARRAFO         00006960
                     MOVE CA-KJBCCEM         TO KJYCCEM-RUTINA          00006970
                     MOVE KJYCCEM-ENTRADA    TO KJYCCEM-DATOS           00006980
                     MOVE CA-ERR-NO-POSICION TO KJYCCEM-DESCRIPCION     00006990
                                                                        00007000
                     PERFORM 3000-FIN                                   00007010
                        THRU 3000-FIN-EXIT                              00007020
                                                                        00007030
               WHEN  OTHER                                              00007040
                     IF  DB2-RECURSO-NO-DISPONIBLE OR                   00007050
                         DB2-TABLA-BLOQUEADA                            00007060
                         MOVE MM-XX9520      TO KJYCCEM-MENSAJE         00007070
                         MOVE CA-ERR-RECURSO TO KJYCCEM-DESCRIPCION     00007080
                     ELSE                                               00007090
                         MOVE MM-XX3333      TO KJYCCEM-MENSAJE         00007100
                         MOVE CA-ERROR-DB2   TO KJYCCEM-DESCRIPCION     00007110
                     END-IF                                             00007120
                                                                        00007130
                     MOVE CA-99              TO KJYCCEM-RETORNO         00007140
                     MOVE SQLCODE            TO KJYCCEM-SQLCODE         00007150
                     MOVE SQLCA              TO KJYCCEM-SQLCA           00007160
                     MOVE CA-PRF-2800        TO KJYCCEM-PARRAFO         00007170
                     MOVE CA-KJBCCEM         TO KJYCCEM-RUTINA          00007180
                     MOVE DCLPOS-DISP-PMAS   TO KJYCCEM-DATOS           00007190
                     MOVE CA-POS-DISP-PMAS   TO KJYCCEM-TABLA           00007200
                     MOVE CA-SELECT          TO KJYCCEM-FUNCION         00007210
                                                KJYCCEM-ACCESO          00007220
                                                                        00007230
                     PERFORM 3000-FIN                                   00007240
                        THRU 3000-FIN-EXIT                              00007250
                                                                        00007260
           END-EVALUATE                                                 00007270
                                                                        00007280
           .                                                            00007290
       2800-LEER-POSICION-EXIT.                                         00007300
           EXIT.                                                        00007310
                                                                        00007320
      ******************************************************************00007330
      * 2900-TOTAL-EMBARGADO.                                          *00007340
      * SE DEVUELVE EL NUMERO Y LA SUMA DE LOS EMBARGOS ACTIVOS Y      *00007350
      * VIGENTES HOY SOBRE LA POSICION, QUE ES EL IMPORTE POR DEBAJO   *00007360
      * DEL CUAL KJBCCPD NO DEJA REDUCIR EL SALDO.                     *00007370
      ******************************************************************00007380
       2900-TOTAL-EMBARGADO.                                            00007390
                                                                        00007400
           INITIALIZE DCLPOS-EMBARGO                                    00007410
                                                                        00007420
           MOVE KJYCCEM-IDEMPR               TO G6559-IDEMPRD           00007430
           MOVE KJYCCEM-IDCENT               TO G6559-IDCENTD           00007440
           MOVE KJYCCEM-IDPROD               TO G6559-IDPRODD           00007450
           MOVE KJYCCEM-CODSPROD             TO G6559-CODSPROD          00007460
           MOVE KJYCCEM-CTOSALDO             TO G6559-CTOSALDO          00007470
           MOVE KJYCCEM-CODMONSW             TO G6559-CODMONSW          00007480
           MOVE CA-EMBARGO-ACTIVO            TO G6559-ESTADO            00007490
                                                                        00007500
           EXEC SQL                                                     00007510
               SELECT COALESCE(SUM(G6559_IMPRETEN), 0), COUNT(*)        00007520
                 INTO :KJYCCEM-TOTAL-EMBARGADO,                         00007530
                      :KJYCCEM-NUM-EMBARGOS                             00007540
                 FROM POS_EMBARGO                                       00007550
                WHERE G6559_IDEMPRD  = :G6559-IDEMPRD                   00007560
                  AND G6559_IDCENTD  = :G6559-IDCENTD                   00007570
                  AND G6559_IDPRODD  = :G6559-IDPRODD                   00007580
                  AND G6559_CODSPROD = :G6559-CODSPROD                  00007590
                  AND G6559_CTOSALDO = :G6559-CTOSALDO                  00007600
                  AND G6559_CODMONSW = :G6559-CODMONSW                  00007610
                  AND G6559_ESTADO   = :G6559-ESTADO                    00007620
                  AND G6559_FECINICI <= CURRENT DATE                    00007630
                  AND G6559_FECFIN   >= CURRENT DATE                    00007640
           END-EXEC                                                     00007650
                                                                        00007660
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007670
                                                                        00007680
           IF  NOT DB2-OK                                               00007690
               IF  DB2-RECURSO-NO-DISPONIBLE OR                         00007700
                   DB2-TABLA-BLOQUEADA                                  00007710
                   MOVE MM-XX9520      TO KJYCCEM-MENSAJE               00007720
                   MOVE CA-ERR-RECURSO TO KJYCCEM-DESCRIPCION           00007730
               ELSE                                                     00007740
                   MOVE MM-XX3333      TO KJYCCEM-MENSAJE               00007750
                   MOVE CA-ERROR-DB2   TO KJYCCEM-DESCRIPCION           00007760
               END-IF                                                   00007770
                                                                        00007780
               MOVE CA-99              TO KJYCCEM-RETORNO               00007790
               MOVE SQLCODE            TO KJYCCEM-SQLCODE               00007800
               MOVE SQLCA              TO KJYCCEM-SQLCA                 00007810
               MOVE CA-PRF-2900        TO KJYCCEM-PARRAFO               00007820
               MOVE CA-KJBCCEM         TO KJYCCEM-RUTINA                00007830
               MOVE DCLPOS-EMBARGO     TO KJYCCEM-DATOS                 00007840
               MOVE CA-POS-EMBARGO     TO KJYCCEM-TABLA                 00007850
               MOVE CA-SELECT          TO KJYCCEM-FUNCION               00007860
                                          KJYCCEM-ACCESO                00007870
                                                                        00007880
               PERFORM 3000-FIN                                         00007890
                  THRU 3000-FIN-EXIT                                    00007900
                                                                        00007910
           END-IF                                                       00007920
                                                                        00007930
           .                                                            00007940
       2900-TOTAL-EMBARGADO-EXIT.                                       00007950
           EXIT.                                                        00007960
                                                                        00007970
      ******************************************************************00007980
      * 3000-FIN.                                                      *00007990
      *  FIN DE LA RUTINA.                                             *00008000
      ******************************************************************00008010
       3000-FIN.                                                        00008020
                                                                        00008030
           GOBACK                                                       00008040
                                                                        00008050
           .                                                            00008060
       3000-FIN-EXIT.                                                   00008070
           EXIT.                                                        00008080
