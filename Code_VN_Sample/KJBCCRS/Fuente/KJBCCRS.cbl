      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCRS.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA MIXTA DE RESUMEN DE POSICIONES DE UNA     *00000110
      *               CUENTA PARA LOS CANALES EN LINEA. DADA LA CUENTA *00000120
      *               (CENTALTA/CUENTNU) DEVUELVE EN UNA SOLA LLAMADA  *00000130
      *               UNA PAGINA DE HASTA 20 POSICIONES QUE LA CUENTA  *00000140
      *               ALIMENTA SEGUN POS_DISP_CONTR, CON SU SALDO      *00000150
      *               ACTUAL Y MONEDA DE POS_DISP_PMAS Y SU            *00000160
      *               CONTRAVALOR EN LA MONEDA BASE CON EL ULTIMO TIPO *00000170
      *               DE CAMBIO DE POS_TIPO_CAMBIO, MAS EL TOTAL DEL   *00000180
      *               CONTRAVALOR DE TODAS LAS POSICIONES DE LA        *00000190
      *               CUENTA. PAGINA CON CLAVE DE REPOSICION COMO      *00000200
      *               KJBCCBR Y DEJA TRAZA DE CADA CONSULTA EN         *00000210
      *               POS_AUDIT_CONS.                                  *00000220
      *-                                                              -*00000230
      *  COPYS Y DCLGENS:                                              *00000240
      *     KJYCCRS  : COPY DE COMUNICACION DE LA RUTINA.              *00000250
      *     D7400100 : DCLGEN DE LA TABLA POS_DISP_CONTR.              *00000260
      *     D7397400 : DCLGEN DE LA TABLA POS_DISP_PMAS.               *00000270
      *     D7397900 : DCLGEN DE LA TABLA POS_TIPO_CAMBIO.             *00000280
      *     D7399500 : DCLGEN DE LA TABLA POS_AUDIT_CONS.              *00000290
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000291
      *-                                                              -*00000300
      *  TABLAS:                                                       *00000310
      *     POS_DISP_CONTR  : CRUCE POSICION-CONTRATO (LECTURA).       *00000320
      *     POS_DISP_PMAS   : POSICIONES CONSOLIDADAS (LECTURA).       *00000330
      *     POS_TIPO_CAMBIO : TIPOS DE CAMBIO (LECTURA).               *00000340
      *     POS_AUDIT_CONS  : TRAZA DE CONSULTAS (ALTA).               *00000350
      *-                                                              -*00000360
      *  CODIGOS DE RETORNO:                                           *00000370
      *   - '00' ---> PROCESO CORRECTO                                 *00000380
      *   - '88' ---> ERROR FUNCIONAL                                  *00000390
      *   - '99' ---> ERROR DE DB2                                     *00000400
      *-                                                              -*00000410
      ******************************************************************00000420
      *                  M O D I F I C A C I O N E S                   *00000430
      *                  ---------------------------                   *00000440
      *                                                                *00000450
      * USUARIO  FECHA        DESCRIPCION                              *00000460
      * -------- ----------   ---------------------------------------- *00000470
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. RESUMEN DE       *00000480
      *                        POSICIONES DE UNA CUENTA CON            *00000490
      *                        CONTRAVALOR EN MONEDA BASE.             *00000500
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000501
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000502
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000503
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000504
      *                                                                *00000510
      ******************************************************************00000520
                                                                        00000530
      ******************************************************************00000540
      * IDENTIFICATION DIVISION                                        *00000550
      ******************************************************************00000560
       IDENTIFICATION DIVISION.                                         00000570
       PROGRAM-ID.    KJBCCRS.                                          00000580
       AUTHOR.        VIEWNEXT.                                         00000590
       DATE-WRITTEN.  15-10-2026.                                       00000600
       DATE-COMPILED.                                                   00000610
                                                                        00000620
      ******************************************************************00000630
      * ENVIRONMENT DIVISION                                           *00000640
      ******************************************************************00000650
       ENVIRONMENT DIVISION.                                            00000660
                                                                        00000670
      *----------------------------------------------------------------*00000680
      * CONFIGURATION SECTION                                          *00000690
      *----------------------------------------------------------------*00000700
       CONFIGURATION SECTION.                                           00000710
         SOURCE-COMPUTER.  IBM-3090.                                    00000720
         OBJECT-COMPUTER.  IBM-3090.                                    00000730
                                                                        00000740
      ******************************************************************00000750
      * DATA DIVISION                                                  *00000760
      ******************************************************************00000770
       DATA DIVISION.                                                   00000780
                                                                        00000790
      ******************************************************************00000800
      *                W O R K I N G    S T O R A G E                  *00000810
      ******************************************************************00000820
       WORKING-STORAGE SECTION.                                         00000830
       77  AUDITCOB      PIC X(60) VALUE                                00000840
           'AUDITCOB*[MODNAME-[DATEUPD-[TIMEUPD-[LVNO-[PROGRAMMERNAME'. 00000850
                                                                        00000860
      ******************************************************************00000870
      *-                     S W I T C H E S                          -*00000880
      ******************************************************************00000890
       01  SW-SWITCHES.                                                 00000900
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00000910
               88  DB2-OK                              VALUE 0.         00000920
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000930
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00000940
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00000950
           05  SW-FIN-CURSOR               PIC X(01)       VALUE 'N'.   00000960
               88  SI-FIN-CURSOR                       VALUE 'S'.       00000970
               88  NO-FIN-CURSOR                       VALUE 'N'.       00000980
           05  SW-EXISTE-CAMBIO            PIC X(01)       VALUE 'N'.   00000990
               88  SI-EXISTE-CAMBIO                    VALUE 'S'.       00001000
               88  NO-EXISTE-CAMBIO                    VALUE 'N'.       00001010
           05  SW-MONEDA-ENCONTRADA        PIC X(01)       VALUE 'N'.   00001020
               88  SI-MONEDA-ENCONTRADA                VALUE 'S'.       00001030
               88  NO-MONEDA-ENCONTRADA                VALUE 'N'.       00001040
                                                                        00001050
      ******************************************************************00001060
      *                    C O N S T A N T E S                         *00001070
      ******************************************************************00001080
       01  CONSTANTES.                                                  00001090
           05  CONSTANTES-ALFANUMERICAS.                                00001100
      * -- NOMBRE DE RUTINAS Y TABLAS                                  *00001110
               10  CA-KJBCCRS              PIC X(07)   VALUE 'KJBCCRS'. 00001120
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00001121
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00001122
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE 'POS_DISP_P00001130
      -                              'MAS'.                             00001140
               10  CA-POS-TIPO-CAMBIO      PIC X(15)   VALUE 'POS_TIPO_C00001150
      -                              'AMBIO'.                           00001160
      * -- RETORNOS DE LA RUTINA                                       *00001170
               10  CA-00                   PIC X(02)   VALUE '00'.      00001180
               10  CA-88                   PIC X(02)   VALUE '88'.      00001190
               10  CA-99                   PIC X(02)   VALUE '99'.      00001200
      * -- LITERALES                                                   *00001210
               10  CA-CUENTA               PIC X(07)   VALUE 'CUENTA '. 00001220
               10  CA-MONEDA-BASE          PIC X(03)   VALUE 'EUR'.     00001230
      * -- OPERACIONES                                                 *00001240
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001250
      * -- AUDITORIA DE CONSULTAS                                      *00001260
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001270
               10  CA-POS-AUDIT-CONS       PIC X(14)   VALUE 'POS_AUDIT_00001280
      -                              'CONS'.                            00001290
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001300
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001310
      * -- DESCRIPCION DE ERRORES                                      *00001320
               10  CA-CAMPO-OBLIGATORIO    PIC X(24)   VALUE 'FALTA CAMP00001330
      -                              'O OBLIGATORIO:'.                  00001340
               10  CA-ERR-RECURSO          PIC X(39)   VALUE 'TABLA BLOQ00001350
      -                              'UEADA O RECURSO NO DISPONIBLE'.   00001360
               10  CA-ERROR-DB2            PIC X(10)   VALUE 'ERROR DB2 00001370
      -                              ''.                                00001380
               10  CA-ERR-SIN-POSICIONES   PIC X(38)   VALUE 'LA CUENTA 00001390
      -                              'NO TIENE POSICIONES'.             00001400
      * -- PARRAFOS                                                    *00001410
               10  CA-PRF-1100             PIC X(20)   VALUE '1100-VALID00001420
      -                              'AR-ENTRADA'.                      00001430
               10  CA-PRF-2100             PIC X(22)   VALUE '2100-LEER-00001440
      -                              'POSICIONES'.                      00001450
               10  CA-PRF-2170             PIC X(16)   VALUE '2170-LEER-00001460
      -                              'CAMBIO'.                          00001470
               10  CA-PRF-2900             PIC X(21)   VALUE '2900-GRABA00001480
      -                              'R-AUDITORIA'.                     00001490
                                                                        00001500
           05  CN-CONSTANTES-NUMERICAS.                                 00001510
               10  CN-1                    PIC 9(01)   VALUE 1.         00001520
               10  CN-MAX-PAGINA           PIC 9(02)   VALUE 20.        00001530
               10  CN-MAX-MONEDAS          PIC 9(02)   VALUE 20.        00001540
                                                                        00001550
      ******************************************************************00001560
      *                        M E N S A J E S                         *00001570
      ******************************************************************00001580
       01  MENSAJES.                                                    00001590
      * -- KJ0446: CUENTA OBLIGATORIA (CENTRO Y NUMERO DE CUENTA).     *00001600
           10  MM-KJ0446                   PIC X(06)   VALUE 'KJ0446'.  00001610
      * -- XX0013: REGISTRO NO ENCONTRADO.                             *00001620
           10  MM-XX0013                   PIC X(06)   VALUE 'XX0013'.  00001630
      * -- XX3333: ERROR TECNICO. CONTACTE CON SU %XXAU .              *00001640
           10  MM-XX3333                   PIC X(06)   VALUE 'XX3333'.  00001650
      * -- XX9520: EN ESTE MOMENTO NO SE PUEDE ATENDER SU PETICION.    *00001660
      *            INTENTELO MAS TARDE.                                *00001670
           10  MM-XX9520                   PIC X(06)   VALUE 'XX9520'.  00001680
                                                                        00001690
      ******************************************************************00001700
      *                    V A R I A B L E S                           *00001710
      ******************************************************************00001720
       01  WK-VARIABLES.                                                00001730
           05  WK-IDX                      PIC 9(02)   VALUE ZEROES.    00001740
           05  WK-IDX-MONEDA               PIC 9(02)   VALUE ZEROES.    00001750
           05  WK-NUM-MONEDAS              PIC 9(02)   VALUE ZEROES.    00001760
           05  WK-TIPO-CAMBIO              PIC S9(7)V9(8) COMP-3        00001770
                                                       VALUE ZEROES.    00001780
           05  WK-FECHA-CAMBIO             PIC X(10)   VALUE SPACES.    00001790
           05  WK-CONTRAVALOR              PIC S9(15)V9(2) COMP-3       00001800
                                                       VALUE ZEROES.    00001810
                                                                        00001820
      * -- CACHE DE TIPOS DE CAMBIO YA RESUELTOS EN LA LLAMADA.         00001830
       01  WK-TABLA-CAMBIOS.                                            00001840
           05  WK-CAMBIO                   OCCURS 20 TIMES.             00001850
               10  WK-M-CODMONSW           PIC X(03).                   00001860
               10  WK-M-TIPCAMBIO          PIC S9(7)V9(8) COMP-3.       00001870
               10  WK-M-FECCAMBIO          PIC X(10).                   00001880
               10  WK-M-EXISTE             PIC X(01).                   00001890
                                                                        00001900
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00001910
       01  WK-FILA-CURSOR.                                              00001920
           05  WF-CLAVE.                                                00001930
               10  WF-IDEMPRD              PIC X(04).                   00001940
               10  WF-IDCENTD              PIC X(04).                   00001950
               10  WF-IDPRODD              PIC X(03).                   00001960
               10  WF-CODSPROD             PIC X(03).                   00001970
               10  WF-CTOSALDO             PIC X(03).                   00001980
               10  WF-CODMONSW             PIC X(03).                   00001990
           05  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00002000
           05  WF-FECCONSO                 PIC X(10).                   00002010
                                                                        00002020
      ******************************************************************00002030
      *             C O P Y S    Y   D C L G E N S                     *00002040
      ******************************************************************00002050
      * -- COPY DE COMUNICACION CON DB2.                               *00002060
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002070
                                                                        00002080
      * -- DCLGEN DE LA TABLA POS_DISP_CONTR.                          *00002090
           EXEC SQL INCLUDE D7400100 END-EXEC.                          00002100
                                                                        00002110
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS.                           *00002120
           EXEC SQL INCLUDE D7397400 END-EXEC.                          00002130
                                                                        00002140
      * -- DCLGEN DE LA TABLA POS_TIPO_CAMBIO.                         *00002150
           EXEC SQL INCLUDE D7397900 END-EXEC.                          00002160
                                                                        00002170
      * -- DCLGEN DE LA TABLA POS_AUDIT_CONS.                          *00002180
           EXEC SQL INCLUDE D7399500 END-EXEC.                          00002190
                                                                        00002191
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL    *00002192
      * -- OPERADOR).                                                  *00002193
           COPY XXYAENT.                                                00002194
      *----------------------------------------------------------------*00002200
      * LINKAGE SECTION                                                *00002210
      *----------------------------------------------------------------*00002220
       LINKAGE SECTION.                                                 00002230
      *INCLUDE-PARM-FUN ONLINE                                          00002240
           EXEC-FUN _COPY DATOS_RUTINA END-FUN                          00002250
      *END-INCLUDE                                                      00002260
                                                                        00002270
      * -- COPY DE COMUNICACION CON LA RUTINA                          *00002280
           COPY KJYCCRS.                                                00002290
                                                                        00002300
      ******************************************************************00002310
      *                       PROCEDURE DIVISION                       *00002320
      ******************************************************************00002330
       PROCEDURE DIVISION USING                                         00002340
      *INCLUDE-PARM-FUN CICS                                            00002350
                                DFHEIBLK                                00002360
                                DFHCOMMAREA                             00002370
      *END-INCLUDE                                                      00002380
                                KJYCCRS.                                00002390
                                                                        00002400
           PERFORM 1000-INICIO                                          00002410
              THRU 1000-INICIO-EXIT                                     00002420
                                                                        00002430
           PERFORM 2000-PROCESO                                         00002440
              THRU 2000-PROCESO-EXIT                                    00002450
                                                                        00002460
           PERFORM 3000-FIN                                             00002470
              THRU 3000-FIN-EXIT                                        00002480
                                                                        00002490
           .                                                            00002500
                                                                        00002510
      ******************************************************************00002520
      * 1000-INICIO.                                                   *00002530
      *  SE INICIALIZAN LAS VARIABLES UTILIZADAS Y SE VALIDA QUE LOS   *00002540
      *  DATOS DE ENTRADA VENGAN INFORMADOS.                           *00002550
      ******************************************************************00002560
       1000-INICIO.                                                     00002570
                                                                        00002580
           INITIALIZE KJYCCRS-SALIDA                                    00002590
                      KJYCCRS-DATOS-CONTROL                             00002600
                      WK-VARIABLES                                      00002610
                      WK-TABLA-CAMBIOS                                  00002620
                                                                        00002630
           MOVE CA-00                        TO KJYCCRS-RETORNO         00002640
           SET KJYCCRS-NO-MAS-DATOS          TO TRUE                    00002650
           SET KJYCCRS-SI-TOTAL-COMPLETO     TO TRUE                    00002660
           SET NO-FIN-CURSOR                 TO TRUE                    00002670
                                                                        00002680
           PERFORM 1200-VALIDAR-PERMISO                                 00002681
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002682
                                                                        00002683
           PERFORM 1100-VALIDAR-ENTRADA                                 00002690
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002700
                                                                        00002710
           .                                                            00002720
       1000-INICIO-EXIT.                                                00002730
           EXIT.                                                        00002740
                                                                        00002750
      ******************************************************************00002760
      * 1100-VALIDAR-ENTRADA.                                          *00002770
      *  SE VALIDA QUE VENGA INFORMADA LA CUENTA. SIN MONEDA BASE SE   *00002780
      *  TOMA EL EURO.                                                 *00002790
      ******************************************************************00002800
       1100-VALIDAR-ENTRADA.                                            00002810
                                                                        00002820
           IF  KJYCCRS-CENTALTA = SPACES OR LOW-VALUES                  00002830
            OR KJYCCRS-CUENTNU  = SPACES OR LOW-VALUES                  00002840
               MOVE CA-88                    TO KJYCCRS-RETORNO         00002850
               MOVE MM-KJ0446                TO KJYCCRS-MENSAJE         00002860
               MOVE CA-PRF-1100              TO KJYCCRS-PARRAFO         00002870
               MOVE CA-KJBCCRS               TO KJYCCRS-RUTINA          00002880
               MOVE KJYCCRS-ENTRADA          TO KJYCCRS-DATOS           00002890
                                                                        00002900
               STRING CA-CAMPO-OBLIGATORIO                              00002910
                SPACE CA-CUENTA                                         00002920
               DELIMITED BY SIZE           INTO KJYCCRS-DESCRIPCION     00002930
                                                                        00002940
               PERFORM 3000-FIN                                         00002950
                  THRU 3000-FIN-EXIT                                    00002960
                                                                        00002970
           END-IF                                                       00002980
                                                                        00002990
           IF  KJYCCRS-MONEDA-BASE = SPACES OR LOW-VALUES               00003000
               MOVE CA-MONEDA-BASE           TO KJYCCRS-MONEDA-BASE     00003010
           END-IF                                                       00003020
                                                                        00003030
           .                                                            00003040
       1100-VALIDAR-ENTRADA-EXIT.                                       00003050
           EXIT.                                                        00003051
                                                                        00003052
      ******************************************************************00003053
      * 1200-VALIDAR-PERMISO.                                          *00003054
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00003055
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00003056
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00003057
      *  (MENSAJE COMUN XX0040).                                       *00003058
      ******************************************************************00003059
       1200-VALIDAR-PERMISO.                                            00003060
                                                                        00003061
           INITIALIZE XXYAENT                                           00003062
                                                                        00003063
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00003064
           MOVE CA-KJBCCRS                   TO XXYAENT-RUTINA-E        00003065
           MOVE CA-OPER-CONSULTA             TO XXYAENT-OPERACION-E     00003066
                                                                        00003067
           CALL CA-XXBAENT               USING XXYAENT                  00003068
                                                                        00003069
           IF  XXYAENT-RETORNO NOT = CA-00                              00003070
               MOVE XXYAENT-RETORNO          TO KJYCCRS-RETORNO         00003071
               MOVE XXYAENT-MENSAJE          TO KJYCCRS-MENSAJE         00003072
               MOVE XXYAENT-DESCRIPCION      TO KJYCCRS-DESCRIPCION     00003073
               MOVE XXYAENT-RUTINA           TO KJYCCRS-RUTINA          00003074
               MOVE XXYAENT-PARRAFO          TO KJYCCRS-PARRAFO         00003075
               MOVE XXYAENT-TABLA            TO KJYCCRS-TABLA           00003076
               MOVE XXYAENT-ACCESO           TO KJYCCRS-ACCESO          00003077
               MOVE XXYAENT-SQLCODE          TO KJYCCRS-SQLCODE         00003078
               MOVE XXYAENT-SQLCA            TO KJYCCRS-SQLCA           00003079
               MOVE XXYAENT-DATOS            TO KJYCCRS-DATOS           00003080
                                                                        00003081
               PERFORM 3000-FIN                                         00003082
                  THRU 3000-FIN-EXIT                                    00003083
                                                                        00003084
           END-IF                                                       00003085
                                                                        00003086
           .                                                            00003087
       1200-VALIDAR-PERMISO-EXIT.                                       00003088
           EXIT.                                                        00003089
                                                                        00003090
      ******************************************************************00003091
      * 2000-PROCESO.                                                  *00003092
      *  SE RECORREN LAS POSICIONES DE LA CUENTA, SE CARGA LA PAGINA   *00003100
      *  PEDIDA Y SE DEJA TRAZA DE LA CONSULTA.                        *00003110
      ******************************************************************00003120
       2000-PROCESO.                                                    00003130
                                                                        00003140
           PERFORM 2100-LEER-POSICIONES                                 00003150
              THRU 2100-LEER-POSICIONES-EXIT                            00003160
                                                                        00003170
           PERFORM 2900-GRABAR-AUDITORIA                                00003180
              THRU 2900-GRABAR-AUDITORIA-EXIT                           00003190
                                                                        00003200
           .                                                            00003210
       2000-PROCESO-EXIT.                                               00003220
           EXIT.                                                        00003230
                                                                        00003240
      ******************************************************************00003250
      * 2100-LEER-POSICIONES.                                          *00003260
      *  SE DECLARA Y ABRE EL CURSOR DE TODAS LAS POSICIONES QUE LA    *00003270
      *  CUENTA ALIMENTA CON SU SALDO ACTUAL. TODAS SUMAN AL TOTAL DE  *00003280
      *  CONTRAVALOR; SOLO LAS POSTERIORES A LA CLAVE DE REPOSICION Y  *00003290
      *  HASTA 20 SE CARGAN EN LA PAGINA.                              *00003300
      ******************************************************************00003310
       2100-LEER-POSICIONES.                                            00003320
                                                                        00003330
           EXEC SQL                                                     00003340
                DECLARE C-POSICIONES CURSOR FOR                         00003350
                SELECT C.G6554_IDEMPRD , C.G6554_IDCENTD ,              00003360
                       C.G6554_IDPRODD , C.G6554_CODSPROD,              00003370
                       C.G6554_CTOSALDO, C.G6554_CODMONSW,              00003380
                       P.G6524_IMPSLDC , CHAR(P.G6524_FECCONSO, ISO)    00003390
                  FROM POS_DISP_CONTR C                                 00003400
                 INNER JOIN POS_DISP_PMAS P                             00003410
                    ON P.G6524_IDEMPRD  = C.G6554_IDEMPRD               00003420
                   AND P.G6524_IDCENTD  = C.G6554_IDCENTD               00003430
                   AND P.G6524_IDPRODD  = C.G6554_IDPRODD               00003440
                   AND P.G6524_CODSPROD = C.G6554_CODSPROD              00003450
                   AND P.G6524_CTOSALDO = C.G6554_CTOSALDO              00003460
                   AND P.G6524_CODMONSW = C.G6554_CODMONSW              00003470
                 WHERE C.G6554_CENTALTA = :KJYCCRS-CENTALTA             00003480
                   AND C.G6554_CUENTNU  = :KJYCCRS-CUENTNU              00003490
                 ORDER BY C.G6554_IDEMPRD , C.G6554_IDCENTD ,           00003500
                          C.G6554_IDPRODD , C.G6554_CODSPROD,           00003510
                          C.G6554_CTOSALDO, C.G6554_CODMONSW            00003520
           END-EXEC                                                     00003530
                                                                        00003540
           EXEC SQL                                                     00003550
                OPEN C-POSICIONES                                       00003560
           END-EXEC                                                     00003570
                                                                        00003580
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003590
                                                                        00003600
           IF  NOT DB2-OK                                               00003610
               PERFORM 2190-ERROR-DB2                                   00003620
                  THRU 2190-ERROR-DB2-EXIT                              00003630
           END-IF                                                       00003640
                                                                        00003650
           PERFORM 2110-TRATAR-POSICION                                 00003660
              THRU 2110-TRATAR-POSICION-EXIT                            00003670
             UNTIL SI-FIN-CURSOR                                        00003680
                                                                        00003690
           EXEC SQL                                                     00003700
                CLOSE C-POSICIONES                                      00003710
           END-EXEC                                                     00003720
                                                                        00003730
           IF  KJYCCRS-TOTAL-POSICIONES = ZEROES                        00003740
               MOVE CA-88                    TO KJYCCRS-RETORNO         00003750
               MOVE MM-XX0013                TO KJYCCRS-MENSAJE         00003760
               MOVE CA-PRF-2100              TO KJYCCRS-PARRAFO         00003770
               MOVE CA-KJBCCRS               TO KJYCCRS-RUTINA          00003780
               MOVE KJYCCRS-ENTRADA          TO KJYCCRS-DATOS           00003790
               MOVE CA-ERR-SIN-POSICIONES    TO KJYCCRS-DESCRIPCION     00003800
                                                                        00003810
               PERFORM 3000-FIN                                         00003820
                  THRU 3000-FIN-EXIT                                    00003830
                                                                        00003840
           END-IF                                                       00003850
                                                                        00003860
      * -- LA CLAVE DE REPOSICION QUEDA EN LA ULTIMA POSICION DEVUELTA *00003870
      * -- PARA QUE LA PANTALLA PIDA LA SIGUIENTE PAGINA.              *00003880
           IF  KJYCCRS-NUM-POSICIONES > ZEROES                          00003890
               MOVE KJYCCRS-NUM-POSICIONES   TO WK-IDX                  00003900
               MOVE KJYCCRS-IDEMPR   (WK-IDX) TO KJYCCRS-REP-IDEMPR     00003910
               MOVE KJYCCRS-IDCENT   (WK-IDX) TO KJYCCRS-REP-IDCENT     00003920
               MOVE KJYCCRS-IDPROD   (WK-IDX) TO KJYCCRS-REP-IDPROD     00003930
               MOVE KJYCCRS-CODSPROD (WK-IDX) TO KJYCCRS-REP-CODSPROD   00003940
               MOVE KJYCCRS-CTOSALDO (WK-IDX) TO KJYCCRS-REP-CTOSALDO   00003950
               MOVE KJYCCRS-CODMONSW (WK-IDX) TO KJYCCRS-REP-CODMONSW   00003960
           END-IF                                                       00003970
                                                                        00003980
           .                                                            00003990
       2100-LEER-POSICIONES-EXIT.                                       00004000
           EXIT.                                                        00004010
                                                                        00004020
      ******************************************************************00004030
      * 2110-TRATAR-POSICION.                                          *00004040
      *  SE LEE LA SIGUIENTE POSICION, SE CALCULA SU CONTRAVALOR Y SE  *00004050
      *  ACUMULA AL TOTAL. SI ES POSTERIOR A LA REPOSICION SE CARGA EN *00004060
      *  LA PAGINA O, CON LA PAGINA LLENA, SE INDICA QUE HAY MAS DATOS.*00004070
      ******************************************************************00004080
       2110-TRATAR-POSICION.                                            00004090
                                                                        00004100
           PERFORM 9200-LEER-CURSOR                                     00004110
              THRU 9200-LEER-CURSOR-EXIT                                00004120
                                                                        00004130
           IF  SI-FIN-CURSOR                                            00004140
               GO TO 2110-TRATAR-POSICION-EXIT                          00004150
           END-IF                                                       00004160
                                                                        00004170
           ADD CN-1                          TO KJYCCRS-TOTAL-POSICIONES00004180
                                                                        00004190
           PERFORM 2150-RESOLVER-CAMBIO                                 00004200
              THRU 2150-RESOLVER-CAMBIO-EXIT                            00004210
                                                                        00004220
           IF  SI-EXISTE-CAMBIO                                         00004230
               COMPUTE WK-CONTRAVALOR ROUNDED =                         00004240
                       WF-IMPSLDC * WK-TIPO-CAMBIO                      00004250
               ADD WK-CONTRAVALOR  TO KJYCCRS-TOTAL-CONTRAVALOR         00004260
           ELSE                                                         00004270
               MOVE ZEROES                   TO WK-CONTRAVALOR          00004280
               SET KJYCCRS-NO-TOTAL-COMPLETO TO TRUE                    00004290
           END-IF                                                       00004300
                                                                        00004310
           IF  WF-CLAVE > KJYCCRS-REPOSICION                            00004320
               IF  KJYCCRS-NUM-POSICIONES < CN-MAX-PAGINA               00004330
                   PERFORM 2120-CARGAR-OCURRENCIA                       00004340
                      THRU 2120-CARGAR-OCURRENCIA-EXIT                  00004350
               ELSE                                                     00004360
                   SET KJYCCRS-SI-MAS-DATOS  TO TRUE                    00004370
               END-IF                                                   00004380
           END-IF                                                       00004390
                                                                        00004400
           .                                                            00004410
       2110-TRATAR-POSICION-EXIT.                                       00004420
           EXIT.                                                        00004430
                                                                        00004440
      ******************************************************************00004450
      * 2120-CARGAR-OCURRENCIA.                                        *00004460
      *  SE CARGA LA POSICION LEIDA EN LA PAGINA DE SALIDA.            *00004470
      ******************************************************************00004480
       2120-CARGAR-OCURRENCIA.                                          00004490
                                                                        00004500
           ADD CN-1                          TO KJYCCRS-NUM-POSICIONES  00004510
           MOVE KJYCCRS-NUM-POSICIONES       TO WK-IDX                  00004520
                                                                        00004530
           MOVE WF-IDEMPRD     TO KJYCCRS-IDEMPR      (WK-IDX)          00004540
           MOVE WF-IDCENTD     TO KJYCCRS-IDCENT      (WK-IDX)          00004550
           MOVE WF-IDPRODD     TO KJYCCRS-IDPROD      (WK-IDX)          00004560
           MOVE WF-CODSPROD    TO KJYCCRS-CODSPROD    (WK-IDX)          00004570
           MOVE WF-CTOSALDO    TO KJYCCRS-CTOSALDO    (WK-IDX)          00004580
           MOVE WF-CODMONSW    TO KJYCCRS-CODMONSW    (WK-IDX)          00004590
           MOVE WF-IMPSLDC     TO KJYCCRS-IMPSLDC     (WK-IDX)          00004600
           MOVE WF-FECCONSO    TO KJYCCRS-FECCONSO    (WK-IDX)          00004610
           MOVE WK-CONTRAVALOR TO KJYCCRS-CONTRAVALOR (WK-IDX)          00004620
           MOVE WK-FECHA-CAMBIO                                         00004630
                               TO KJYCCRS-FECCAMBIO   (WK-IDX)          00004640
                                                                        00004650
           IF  SI-EXISTE-CAMBIO                                         00004660
               MOVE CA-SI      TO KJYCCRS-IND-CAMBIO  (WK-IDX)          00004670
           ELSE                                                         00004680
               MOVE CA-NO      TO KJYCCRS-IND-CAMBIO  (WK-IDX)          00004690
           END-IF                                                       00004700
                                                                        00004710
           .                                                            00004720
       2120-CARGAR-OCURRENCIA-EXIT.                                     00004730
           EXIT.                                                        00004740
                                                                        00004750
      ******************************************************************00004760
      * 2150-RESOLVER-CAMBIO.                                          *00004770
      *  SE RESUELVE EL TIPO DE CAMBIO DE LA MONEDA DE LA POSICION,    *00004780
      *  CONSULTANDO PRIMERO LA CACHE DE MONEDAS YA RESUELTAS. LA      *00004790
      *  MONEDA BASE CONVIERTE A LA PAR.                               *00004800
      ******************************************************************00004810
       2150-RESOLVER-CAMBIO.                                            00004820
                                                                        00004830
           IF  WF-CODMONSW = KJYCCRS-MONEDA-BASE                        00004840
               SET SI-EXISTE-CAMBIO           TO TRUE                   00004850
               MOVE 1                         TO WK-TIPO-CAMBIO         00004860
               MOVE SPACES                    TO WK-FECHA-CAMBIO        00004870
                                                                        00004880
           ELSE                                                         00004890
               SET NO-MONEDA-ENCONTRADA       TO TRUE                   00004900
               MOVE ZEROES                    TO WK-IDX-MONEDA          00004910
                                                                        00004920
               PERFORM 2160-BUSCAR-CACHE                                00004930
                  THRU 2160-BUSCAR-CACHE-EXIT                           00004940
                 VARYING WK-IDX FROM 1 BY 1                             00004950
                   UNTIL WK-IDX > WK-NUM-MONEDAS                        00004960
                      OR SI-MONEDA-ENCONTRADA                           00004970
                                                                        00004980
               IF  SI-MONEDA-ENCONTRADA                                 00004990
                   MOVE WK-M-TIPCAMBIO (WK-IDX-MONEDA)                  00005000
                                              TO WK-TIPO-CAMBIO         00005010
                   MOVE WK-M-FECCAMBIO (WK-IDX-MONEDA)                  00005020
                                              TO WK-FECHA-CAMBIO        00005030
                   IF  WK-M-EXISTE (WK-IDX-MONEDA) = CA-SI              00005040
                       SET SI-EXISTE-CAMBIO   TO TRUE                   00005050
                   ELSE                                                 00005060
                       SET NO-EXISTE-CAMBIO   TO TRUE                   00005070
                   END-IF                                               00005080
               ELSE                                                     00005090
                   PERFORM 2170-LEER-CAMBIO                             00005100
                      THRU 2170-LEER-CAMBIO-EXIT                        00005110
               END-IF                                                   00005120
           END-IF                                                       00005130
                                                                        00005140
           .                                                            00005150
       2150-RESOLVER-CAMBIO-EXIT.                                       00005160
           EXIT.                                                        00005170
                                                                        00005180
      ******************************************************************00005190
      * 2160-BUSCAR-CACHE.                                             *00005200
      *  SE COMPRUEBA SI LA MONEDA YA ESTA EN LA CACHE DE CAMBIOS,     *00005210
      *  GUARDANDO SU INDICE.                                          *00005220
      ******************************************************************00005230
       2160-BUSCAR-CACHE.                                               00005240
                                                                        00005250
           IF  WK-M-CODMONSW (WK-IDX) = WF-CODMONSW                     00005260
               SET SI-MONEDA-ENCONTRADA       TO TRUE                   00005270
               MOVE WK-IDX                    TO WK-IDX-MONEDA          00005280
           END-IF                                                       00005290
                                                                        00005300
           .                                                            00005310
       2160-BUSCAR-CACHE-EXIT.                                          00005320
           EXIT.                                                        00005330
                                                                        00005340
      ******************************************************************00005350
      * 2170-LEER-CAMBIO.                                              *00005360
      *  SE RECUPERA EL ULTIMO TIPO DE CAMBIO VIGENTE DE LA MONEDA     *00005370
      *  (FECHA NO POSTERIOR A HOY) Y SE GUARDA EN LA CACHE.           *00005380
      ******************************************************************00005390
       2170-LEER-CAMBIO.                                                00005400
                                                                        00005410
           MOVE ZEROES                        TO WK-TIPO-CAMBIO         00005420
           MOVE SPACES                        TO WK-FECHA-CAMBIO        00005430
           SET NO-EXISTE-CAMBIO               TO TRUE                   00005440
                                                                        00005450
           EXEC SQL                                                     00005460
                SELECT G6530_TIPCAMBIO, CHAR(G6530_FECCAMBIO, ISO)      00005470
                 INTO :WK-TIPO-CAMBIO , :WK-FECHA-CAMBIO                00005480
                 FROM POS_TIPO_CAMBIO                                   00005490
                WHERE G6530_CODMONSW  = :WF-CODMONSW                    00005500
                  AND G6530_FECCAMBIO =                                 00005510
                      ( SELECT MAX(G6530_FECCAMBIO)                     00005520
                          FROM POS_TIPO_CAMBIO                          00005530
                         WHERE G6530_CODMONSW  = :WF-CODMONSW           00005540
                           AND G6530_FECCAMBIO <= CURRENT DATE )        00005550
           END-EXEC                                                     00005560
                                                                        00005570
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005580
                                                                        00005590
           EVALUATE  TRUE                                               00005600
               WHEN  DB2-OK                                             00005610
                     SET SI-EXISTE-CAMBIO     TO TRUE                   00005620
               WHEN  DB2-CLV-NOT-FOUND                                  00005630
                     CONTINUE                                           00005640
               WHEN  OTHER                                              00005650
                     IF  DB2-RECURSO-NO-DISPONIBLE OR                   00005660
                         DB2-TABLA-BLOQUEADA                            00005670
                         MOVE MM-XX9520      TO KJYCCRS-MENSAJE         00005680
                         MOVE CA-ERR-RECURSO TO KJYCCRS-DESCRIPCION     00005690
                     ELSE                                               00005700
                         MOVE MM-XX3333      TO KJYCCRS-MENSAJE         00005710
                         MOVE CA-ERROR-DB2   TO KJYCCRS-DESCRIPCION     00005720
                     END-IF                                             00005730
                                                                        00005740
                     MOVE CA-99              TO KJYCCRS-RETORNO         00005750
                     MOVE SQLCODE            TO KJYCCRS-SQLCODE         00005760
                     MOVE SQLCA              TO KJYCCRS-SQLCA           00005770
                     MOVE CA-PRF-2170        TO KJYCCRS-PARRAFO         00005780
                     MOVE CA-KJBCCRS         TO KJYCCRS-RUTINA          00005790
                     MOVE KJYCCRS-ENTRADA    TO KJYCCRS-DATOS           00005800
                     MOVE CA-POS-TIPO-CAMBIO TO KJYCCRS-TABLA           00005810
                     MOVE CA-SELECT          TO KJYCCRS-FUNCION         00005820
                                                KJYCCRS-ACCESO          00005830
                                                                        00005840
                     PERFORM 3000-FIN                                   00005850
                        THRU 3000-FIN-EXIT                              00005860
                                                                        00005870
           END-EVALUATE                                                 00005880
                                                                        00005890
           IF  WK-NUM-MONEDAS < CN-MAX-MONEDAS                          00005900
               ADD CN-1                       TO WK-NUM-MONEDAS         00005910
               MOVE WF-CODMONSW                                         00005920
                             TO WK-M-CODMONSW  (WK-NUM-MONEDAS)         00005930
               MOVE WK-TIPO-CAMBIO                                      00005940
                             TO WK-M-TIPCAMBIO (WK-NUM-MONEDAS)         00005950
               MOVE WK-FECHA-CAMBIO                                     00005960
                             TO WK-M-FECCAMBIO (WK-NUM-MONEDAS)         00005970
               IF  SI-EXISTE-CAMBIO                                     00005980
                   MOVE CA-SI TO WK-M-EXISTE (WK-NUM-MONEDAS)           00005990
               ELSE                                                     00006000
                   MOVE CA-NO TO WK-M-EXISTE (WK-NUM-MONEDAS)           00006010
               END-IF                                                   00006020
           END-IF                                                       00006030
                                                                        00006040
           .                                                            00006050
       2170-LEER-CAMBIO-EXIT.                                           00006060
           EXIT.                                                        00006070
                                                                        00006080
      ******************************************************************00006090
      * 2190-ERROR-DB2.                                                *00006100
      *  SE INFORMA EL BLOQUE DE CONTROL CON EL ERROR DE DB2 Y SE      *00006110
      *  DEVUELVE EL CONTROL AL LLAMANTE.                              *00006120
      ******************************************************************00006130
       2190-ERROR-DB2.                                                  00006140
                                                                        00006150
           IF  DB2-RECURSO-NO-DISPONIBLE OR                             00006160
               DB2-TABLA-BLOQUEADA                                      00006170
               MOVE MM-XX9520      TO KJYCCRS-MENSAJE                   00006180
               MOVE CA-ERR-RECURSO TO KJYCCRS-DESCRIPCION               00006190
           ELSE                                                         00006200
               MOVE MM-XX3333      TO KJYCCRS-MENSAJE                   00006210
               MOVE CA-ERROR-DB2   TO KJYCCRS-DESCRIPCION               00006220
           END-IF                                                       00006230
                                                                        00006240
           MOVE CA-99              TO KJYCCRS-RETORNO                   00006250
           MOVE SQLCODE            TO KJYCCRS-SQLCODE                   00006260
           MOVE SQLCA              TO KJYCCRS-SQLCA                     00006270
           MOVE CA-PRF-2100        TO KJYCCRS-PARRAFO                   00006280
           MOVE CA-KJBCCRS         TO KJYCCRS-RUTINA                    00006290
           MOVE KJYCCRS-ENTRADA    TO KJYCCRS-DATOS                     00006300
           MOVE CA-POS-DISP-PMAS   TO KJYCCRS-TABLA                     00006310
           MOVE CA-SELECT          TO KJYCCRS-FUNCION                   00006320
                                      KJYCCRS-ACCESO                    00006330
                                                                        00006340
           PERFORM 3000-FIN                                             00006350
              THRU 3000-FIN-EXIT                                        00006360
                                                                        00006370
           .                                                            00006380
       2190-ERROR-DB2-EXIT.                                             00006390
           EXIT.                                                        00006400
                                                                        00006410
      ******************************************************************00006420
      * 2900-GRABAR-AUDITORIA.                                         *00006430
      *  SE DEJA TRAZA DE LA CONSULTA EN POS_AUDIT_CONS: RUTINA,       *00006440
      *  USUARIO Y TERMINAL DE LOS CAMPOS UMO, CUENTA CONSULTADA Y     *00006450
      *  MOMENTO DEL ACCESO.                                           *00006460
      ******************************************************************00006470
       2900-GRABAR-AUDITORIA.                                           00006480
                                                                        00006490
           INITIALIZE DCLPOS-AUDIT-CONS                                 00006500
                                                                        00006510
           MOVE CA-KJBCCRS                   TO G6548-RUTINA            00006520
           MOVE ARQ-USUARIO                  TO G6548-USUARIO           00006530
           MOVE ARQ-PUESTO-FISICO            TO G6548-TERMINAL          00006540
           MOVE ARQ-IDEMPR-ASIG              TO G6548-ENTUMO            00006550
           MOVE ARQ-IDCENT-ASIG              TO G6548-OFIUMO            00006560
           MOVE SPACES                       TO G6548-IDEMPRD           00006570
                                                G6548-IDCENTD           00006580
                                                G6548-IDPRODD           00006590
                                                G6548-CODSPROD          00006600
           MOVE KJYCCRS-CENTALTA             TO G6548-CENTALTA          00006610
           MOVE KJYCCRS-CUENTNU              TO G6548-CUENTNU           00006620
                                                                        00006630
           EXEC SQL                                                     00006640
               INSERT INTO POS_AUDIT_CONS                               00006650
                     (G6548_RUTINA  , G6548_USUARIO ,                   00006660
                      G6548_TERMINAL, G6548_ENTUMO  ,                   00006670
                      G6548_OFIUMO  , G6548_IDEMPRD ,                   00006680
                      G6548_IDCENTD , G6548_IDPRODD ,                   00006690
                      G6548_CODSPROD, G6548_FECCONS ,                   00006700
                      G6548_CENTALTA, G6548_CUENTNU)                    00006710
               VALUES (:G6548-RUTINA  , :G6548-USUARIO ,                00006720
                       :G6548-TERMINAL, :G6548-ENTUMO  ,                00006730
                       :G6548-OFIUMO  , :G6548-IDEMPRD ,                00006740
                       :G6548-IDCENTD , :G6548-IDPRODD ,                00006750
                       :G6548-CODSPROD, CURRENT TIMESTAMP,              00006760
                       :G6548-CENTALTA, :G6548-CUENTNU)                 00006770
           END-EXEC                                                     00006780
                                                                        00006790
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006800
                                                                        00006810
           IF  NOT DB2-OK                                               00006820
               IF  DB2-RECURSO-NO-DISPONIBLE OR                         00006830
                   DB2-TABLA-BLOQUEADA                                  00006840
                   MOVE MM-XX9520      TO KJYCCRS-MENSAJE               00006850
                   MOVE CA-ERR-RECURSO TO KJYCCRS-DESCRIPCION           00006860
               ELSE                                                     00006870
                   MOVE MM-XX3333      TO KJYCCRS-MENSAJE               00006880
                   MOVE CA-ERROR-DB2   TO KJYCCRS-DESCRIPCION           00006890
               END-IF                                                   00006900
                                                                        00006910
               MOVE CA-99              TO KJYCCRS-RETORNO               00006920
               MOVE SQLCODE            TO KJYCCRS-SQLCODE               00006930
               MOVE SQLCA              TO KJYCCRS-SQLCA                 00006940
               MOVE CA-PRF-2900        TO KJYCCRS-PARRAFO               00006950
               MOVE CA-KJBCCRS         TO KJYCCRS-RUTINA                00006960
               MOVE CA-POS-AUDIT-CONS  TO KJYCCRS-TABLA                 00006970
               MOVE CA-INSERT          TO KJYCCRS-FUNCION               00006980
                                          KJYCCRS-ACCESO                00006990
                                                                        00007000
               PERFORM 3000-FIN                                         00007010
                  THRU 3000-FIN-EXIT                                    00007020
                                                                        00007030
           END-IF                                                       00007040
                                                                        00007050
           .                                                            00007060
       2900-GRABAR-AUDITORIA-EXIT.                                      00007070
           EXIT.                                                        00007080
                                                                        00007090
      ******************************************************************00007100
      * 9200-LEER-CURSOR.                                              *00007110
      *  SE REALIZA EL FETCH DEL CURSOR C-POSICIONES.                  *00007120
      ******************************************************************00007130
       9200-LEER-CURSOR.                                                00007140
                                                                        00007150
           EXEC SQL                                                     00007160
                FETCH C-POSICIONES                                      00007170
                 INTO :WF-IDEMPRD , :WF-IDCENTD ,                       00007180
                      :WF-IDPRODD , :WF-CODSPROD,                       00007190
                      :WF-CTOSALDO, :WF-CODMONSW,                       00007200
                      :WF-IMPSLDC , :WF-FECCONSO                        00007210
           END-EXEC                                                     00007220
                                                                        00007230
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007240
                                                                        00007250
           EVALUATE  TRUE                                               00007260
               WHEN  DB2-OK                                             00007270
                     CONTINUE                                           00007280
                                                                        00007290
               WHEN  DB2-CLV-NOT-FOUND                                  00007300
                     SET SI-FIN-CURSOR       TO TRUE                    00007310
                                                                        00007320
               WHEN  OTHER                                              00007330
                     PERFORM 2190-ERROR-DB2                             00007340
                        THRU 2190-ERROR-DB2-EXIT                        00007350
                                                                        00007360
           END-EVALUATE                                                 00007370
                                                                        00007380
           .                                                            00007390
       9200-LEER-CURSOR-EXIT.                                           00007400
           EXIT.                                                        00007410
                                                                        00007420
      ******************************************************************00007430
      * 3000-FIN.                                                      *00007440
      *  FIN DE LA RUTINA.                                             *00007450
      ******************************************************************00007460
       3000-FIN.                                                        00007470
                                                                        00007480
           GOBACK                                                       00007490
                                                                        00007500
           .                                                            00007510
       3000-FIN-EXIT.                                                   00007520
           EXIT.                                                        00007530
