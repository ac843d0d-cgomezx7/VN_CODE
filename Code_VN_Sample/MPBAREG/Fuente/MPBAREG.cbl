      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA   : MPBAREG.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION : 15-10-2026.   AUTOR: VIEWNEXT.               *00000050
      *-                                                              -*00000060
      *  APLICACION : MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA MIXTA DE CONSISTENCIA ENTRE PARAMETROS.   *00000110
      *               DADO UN ALTA O CIERRE DE VIGENCIA PROPUESTO      *00000120
      *               SOBRE MDDT750/MDDT755, COMPRUEBA LAS REGLAS      *00000130
      *               ACTIVAS DE PARM_REGLA EN LAS QUE INTERVIENE EL   *00000140
      *               PARAMETRO, ENFRENTANDO EL VALOR QUE TENDRIA TRAS *00000150
      *               EL CAMBIO CON EL VALOR VIGENTE DEL OTRO          *00000160
      *               PARAMETRO DE LA REGLA PARA LA MISMA ENTIDAD,     *00000170
      *               PRODUCTO Y SUBPRODUCTO EN LA FECHA DE EFECTO.    *00000180
      *               DEVUELVE LA PRIMERA REGLA INCUMPLIDA.            *00000190
      *-                                                              -*00000200
      *  RELACIONES ADMITIDAS EN PARM_REGLA:                           *00000210
      *    'ME'     : PARAMETRO 1 MENOR QUE PARAMETRO 2 (NUMERICOS).   *00000220
      *    'MA'     : PARAMETRO 1 MAYOR QUE PARAMETRO 2 (NUMERICOS).   *00000230
      *    'RE'     : SI HAY VALOR DEL PARAMETRO 1 DEBE HABERLO DEL    *00000240
      *               PARAMETRO 2 (E IGUAL A VALREF SI SE INFORMA).    *00000250
      *    'EX'     : SI HAY VALOR DEL PARAMETRO 1 NO PUEDE HABERLO    *00000260
      *               DEL PARAMETRO 2 (O NO IGUAL A VALREF SI SE       *00000270
      *               INFORMA).                                        *00000280
      *-                                                              -*00000290
      *  COPYS Y DCLGENS:                                              *00000300
      *    MPYAREG  : COPY DE COMUNICACION CON LA RUTINA.              *00000310
      *    D4462800 : DCLGEN DE LA TABLA MDDT750.                      *00000320
      *    D4462900 : DCLGEN DE LA TABLA MDDT755.                      *00000330
      *    D4466300 : DCLGEN DE LA TABLA PARM_REGLA.                   *00000340
      *-                                                              -*00000350
      *  TABLAS:                                                       *00000360
      *    MDDT750  : RELACION PRODUCTO SUBTIPO CREDITO - PARAMETRO.   *00000370
      *    MDDT755  : DEFINICION PARAMETRO POR PRODUCTO SUBTIPO DE     *00000380
      *               CREDITO.                                         *00000390
      *    PARM_REGLA : REGLAS DE CONSISTENCIA ENTRE PARAMETROS.       *00000400
      *-                                                              -*00000410
      *  CODIGOS DE RETORNO:                                           *00000420
      *    '00'     : CORRECTO, NINGUNA REGLA INCUMPLIDA.              *00000430
      *    '88'     : ERROR FUNCIONAL O REGLA INCUMPLIDA.              *00000440
      *    '99'     : ERROR DB2.                                       *00000450
      *-                                                              -*00000460
      ******************************************************************00000470
      *                  M O D I F I C A C I O N E S                   *00000480
      ******************************************************************00000490
      *                                                                *00000500
      * USUARIO    FECHA             DESCRIPCION                       *00000510
      * -------- ---------- ------------------------------------------ *00000520
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA.                  *00000530
      ******************************************************************00000540
                                                                        00000550
      ******************************************************************00000560
      * IDENTIFICATION DIVISION                                        *00000570
      ******************************************************************00000580
       IDENTIFICATION DIVISION.                                         00000590
       PROGRAM-ID.   MPBAREG.                                           00000600
       AUTHOR.       VIEWNEXT.                                          00000610
       DATE-WRITTEN. 15-10-2026.                                        00000620
       DATE-COMPILED.                                                   00000630
                                                                        00000640
      ******************************************************************00000650
      * ENVIRONMENT DIVISION                                           *00000660
      ******************************************************************00000670
       ENVIRONMENT DIVISION.                                            00000680
                                                                        00000690
      *----------------------------------------------------------------*00000700
      * CONFIGURATION SECTION                                          *00000710
      *----------------------------------------------------------------*00000720
       CONFIGURATION SECTION.                                           00000730
       SOURCE-COMPUTER. IBM-3090.                                       00000740
       OBJECT-COMPUTER. IBM-3090.                                       00000750
       SPECIAL-NAMES.                                                   00000760
           DECIMAL-POINT IS COMMA.                                      00000770
                                                                        00000780
      ******************************************************************00000790
      * DATA DIVISION                                                  *00000800
      ******************************************************************00000810
       DATA DIVISION.                                                   00000820
                                                                        00000830
      *----------------------------------------------------------------*00000840
      * WORKING-STORAGE SECTION                                        *00000850
      *----------------------------------------------------------------*00000860
       WORKING-STORAGE SECTION.                                         00000870
                                                                        00000880
      ******************************************************************00000890
      *                        S W I T C H E S                         *00000900
      ******************************************************************00000910
       01  SW-SWITCHES.                                                 00000920
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP              00000930
                                                       VALUE ZEROES.    00000940
               88  DB2-OK                              VALUE 0.         00000950
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000960
                                                                        00000970
           05  SW-CURSOR-ABIERTO           PIC X(01)   VALUE 'N'.       00000980
               88  SI-CURSOR-ABIERTO                   VALUE 'S'.       00000990
               88  NO-CURSOR-ABIERTO                   VALUE 'N'.       00001000
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001010
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001020
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001030
           05  SW-INCUMPLE                 PIC X(01)   VALUE 'N'.       00001040
               88  SI-INCUMPLE                         VALUE 'S'.       00001050
               88  NO-INCUMPLE                         VALUE 'N'.       00001060
                                                                        00001070
      ******************************************************************00001080
      *                    C O N S T A N T E S                         *00001090
      ******************************************************************00001100
       01  CT-CONSTANTES.                                               00001110
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001120
               10  CA-00                   PIC X(02)   VALUE '00'.      00001130
               10  CA-88                   PIC X(02)   VALUE '88'.      00001140
               10  CA-99                   PIC X(02)   VALUE '99'.      00001150
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001160
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001170
               10  CA-TABLA-750            PIC X(03)   VALUE '750'.     00001180
               10  CA-TABLA-755            PIC X(03)   VALUE '755'.     00001190
               10  CA-OPER-ALTA            PIC X(01)   VALUE 'A'.       00001200
               10  CA-OPER-CIERRE          PIC X(01)   VALUE 'C'.       00001210
               10  CA-REL-MENOR            PIC X(02)   VALUE 'ME'.      00001220
               10  CA-REL-MAYOR            PIC X(02)   VALUE 'MA'.      00001230
               10  CA-REL-REQUIERE         PIC X(02)   VALUE 'RE'.      00001240
               10  CA-REL-EXCLUYE          PIC X(02)   VALUE 'EX'.      00001250
               10  CA-MPBAREG              PIC X(07)   VALUE 'MPBAREG'. 00001260
               10  CA-MDDT750              PIC X(07)   VALUE 'MDDT750'. 00001270
               10  CA-MDDT755              PIC X(07)   VALUE 'MDDT755'. 00001280
               10  CA-PARM-REGLA           PIC X(10)   VALUE 'PARM_REGLA00001290
      -                            ''.                                  00001300
               10  CA-SYSDUMMY1            PIC X(16)   VALUE 'SYSIBM.SYS00001310
      -                            'DUMMY1'.                            00001320
               10  CA-FECHA-SIN-BAJA       PIC X(10)   VALUE '9999-12-3100001330
      -                            ''.                                  00001340
               10  CA-PUNTO                PIC X(01)   VALUE '.'.       00001350
               10  CA-MENOS                PIC X(01)   VALUE '-'.       00001360
               10  CA-PRRF-1100            PIC X(20)   VALUE '1100-VALID00001370
      -                            'AR-ENTRADA'.                        00001380
               10  CA-PRRF-1200            PIC X(21)   VALUE '1200-FECHA00001390
      -                            '-REFERENCIA'.                       00001400
               10  CA-PRRF-2100            PIC X(17)   VALUE '2100-ABRIR00001410
      -                            '-CURSOR'.                           00001420
               10  CA-PRRF-2200            PIC X(15)   VALUE '2200-LEER-00001430
      -                            'REGLA'.                             00001440
               10  CA-PRRF-2410            PIC X(18)   VALUE '2410-VALOR00001450
      -                            '-MDDT750'.                          00001460
               10  CA-PRRF-2420            PIC X(18)   VALUE '2420-VALOR00001470
      -                            '-MDDT755'.                          00001480
               10  CA-ERROR-ENTRADA        PIC X(40)   VALUE 'DATOS DE E00001490
      -                            'NTRADA A LA RUTINA INCOMPLETOS'.    00001500
               10  CA-ERROR-FECHA-REF      PIC X(40)   VALUE 'ERROR AL C00001510
      -                            'ALCULAR LA FECHA DE REFERENCIA'.    00001520
               10  CA-ERROR-CURSOR         PIC X(34)   VALUE 'ERROR EN A00001530
      -                            'CCESO AL CURSOR C-REGLAS'.          00001540
               10  CA-ERROR-CONS-750       PIC X(39)   VALUE 'ERROR EN L00001550
      -                            'A CONSULTA A LA TABLA MDDT750'.     00001560
               10  CA-ERROR-CONS-755       PIC X(39)   VALUE 'ERROR EN L00001570
      -                            'A CONSULTA A LA TABLA MDDT755'.     00001580
               10  CA-REGLA-INCUMPLIDA     PIC X(50)   VALUE 'CAMBIO QUE00001590
      -                            ' INCUMPLE UNA REGLA ENTRE LOS PARAME00001600
      -                            'TROS'.                              00001610
                                                                        00001620
      ******************************************************************00001630
      *                        V A R I A B L E S                       *00001640
      ******************************************************************00001650
       01  WK-VARIABLES.                                                00001660
      * -- FECHA EN LA QUE SE EVALUAN LAS REGLAS: FECHA DE ALTA, O EL   00001670
      * -- DIA SIGUIENTE A LA BAJA EN LOS CIERRES.                     *00001680
           05  WK-FECHA-REF                PIC X(10)   VALUE SPACES.    00001690
      * -- VALOR QUE TENDRA EL PARAMETRO MODIFICADO TRAS EL CAMBIO.    *00001700
           05  WK-VALOR-CAMBIO             PIC X(10)   VALUE SPACES.    00001710
      * -- CLAVE Y RESULTADO DE LA BUSQUEDA DEL VALOR VIGENTE.         *00001720
           05  WK-PANUMPAR-BUSCA           PIC X(03)   VALUE SPACES.    00001730
           05  WK-VALOR-BUSCA              PIC X(10)   VALUE SPACES.    00001740
      * -- VALORES ENFRENTADOS POR LA REGLA EN CURSO.                  *00001750
           05  WK-VALOR-1                  PIC X(10)   VALUE SPACES.    00001760
           05  WK-VALOR-2                  PIC X(10)   VALUE SPACES.    00001770
           05  WK-NUM-1                    PIC S9(13)V9(5) VALUE ZEROES.00001780
           05  WK-NUM-2                    PIC S9(13)V9(5) VALUE ZEROES.00001790
           05  WK-IND-NUM-1                PIC X(01)   VALUE 'N'.       00001800
           05  WK-IND-NUM-2                PIC X(01)   VALUE 'N'.       00001810
      * -- CONVERSION NUMERICA DEL VALOR DEL PARAMETRO.                *00001820
           05  WK-TIPADO.                                               00001830
               10  WK-TEXTO-NUM            PIC X(10)   VALUE SPACES.    00001840
               10  WK-VALNUM               PIC S9(13)V9(5) VALUE ZEROES.00001850
               10  WK-IDX-CAR              PIC 9(02)   VALUE ZEROES.    00001860
               10  WK-UN-CARACTER          PIC X(01)   VALUE SPACES.    00001870
               10  WK-NUM-ENTERO           PIC S9(13)  VALUE ZEROES.    00001880
               10  WK-NUM-DECIMAL          PIC S9(13)V9(5) VALUE ZEROES.00001890
               10  WK-NUM-DIGITOS-DEC      PIC 9(01)   VALUE ZEROES.    00001900
               10  WK-DIGITO               PIC 9(01)   VALUE ZEROES.    00001910
               10  WK-IND-NEGATIVO         PIC X(01)   VALUE 'N'.       00001920
               10  WK-IND-DECIMALES        PIC X(01)   VALUE 'N'.       00001930
               10  WK-IND-VALIDO           PIC X(01)   VALUE 'N'.       00001940
               10  WK-FACTOR-DEC           PIC S9(01)V9(5) VALUE ZEROES.00001950
               10  WK-IDX-ESC              PIC 9(02)   VALUE ZEROES.    00001960
                                                                        00001970
      ******************************************************************00001980
      *                       M E N S A J E S                          *00001990
      ******************************************************************00002000
       01  MM-MENSAJES.                                                 00002010
      *--- MP1088 : OPERACION REALIZADA CORRECTAMENTE.                  00002020
           05  MM-MP1088                   PIC X(06)   VALUE 'MP1088'.  00002030
      *--- MM-MP0659: CAMPOS DE ENTRADA OBLIGATORIOS.                   00002040
           05  MM-MP0659                   PIC X(06)   VALUE 'MP0659'.  00002050
      *--- MM-MP1098: EL CAMBIO INCUMPLE UNA REGLA DE CONSISTENCIA      00002060
      *---            ENTRE PARAMETROS (PARM_REGLA).                    00002070
           05  MM-MP1098                   PIC X(06)   VALUE 'MP1098'.  00002080
      *--  XX3333: ERROR TECNICO. CONTACTE CON SU %XXAU.                00002090
           05  MM-XX3333                   PIC X(06)   VALUE 'XX3333'.  00002100
                                                                        00002110
      ******************************************************************00002120
      *                     D C L G E N S                              *00002130
      ******************************************************************00002140
      *--  AREA DE TRABAJO PARA DB2.                                    00002150
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002160
                                                                        00002170
      *--  DCLGEN DE LA TABLA MDDT750.                                  00002180
           EXEC SQL INCLUDE D4462800 END-EXEC.                          00002190
                                                                        00002200
      *--  DCLGEN DE LA TABLA MDDT755.                                  00002210
           EXEC SQL INCLUDE D4462900 END-EXEC.                          00002220
                                                                        00002230
      *--  DCLGEN DE LA TABLA PARM_REGLA (REGLAS ENTRE PARAMETROS).     00002240
           EXEC SQL INCLUDE D4466300 END-EXEC.                          00002250
                                                                        00002260
      ******************************************************************00002270
      *                     C U R S O R E S                            *00002280
      ******************************************************************00002290
      *--  REGLAS ACTIVAS EN LAS QUE INTERVIENE EL PARAMETRO, O LA      00002300
      *--  REGLA CONCRETA PEDIDA EN MPYAREG-REGLA-E.                    00002310
           EXEC SQL                                                     00002320
                DECLARE C-REGLAS CURSOR FOR                             00002330
                 SELECT G3212_PANUMPAR1,                                00002340
                        G3212_RELACION,                                 00002350
                        G3212_PANUMPAR2,                                00002360
                        G3212_VALREF,                                   00002370
                        G3212_DESREGLA                                  00002380
                   FROM PARM_REGLA                                      00002390
                  WHERE G3212_INDACTIVO = 'S'                           00002400
                    AND (G3212_PANUMPAR1 = :MPYAREG-PANUMPAR            00002410
                     OR  G3212_PANUMPAR2 = :MPYAREG-PANUMPAR)           00002420
                    AND (:MPYAREG-PANUMPAR1-E = ' '                     00002430
                     OR (G3212_PANUMPAR1 = :MPYAREG-PANUMPAR1-E         00002440
                    AND  G3212_RELACION  = :MPYAREG-RELACION-E          00002450
                    AND  G3212_PANUMPAR2 = :MPYAREG-PANUMPAR2-E))       00002460
                  ORDER BY G3212_PANUMPAR1,                             00002470
                           G3212_RELACION,                              00002480
                           G3212_PANUMPAR2                              00002490
           END-EXEC.                                                    00002500
                                                                        00002510
      *----------------------------------------------------------------*00002520
      * LINKAGE SECTION                                                *00002530
      *----------------------------------------------------------------*00002540
       LINKAGE SECTION.                                                 00002550
                                                                        00002560
      *INCLUDE-PARM-FUN CICS                                            00002570
           EXEC-FUN _COPY DATOS_RUTINA END-FUN                          00002580
      *END-INCLUDE                                                      00002590
                                                                        00002600
           COPY MPYAREG.                                                00002610
                                                                        00002620
      ******************************************************************00002630
      * PROCEDURE DIVISION                                             *00002640
      ******************************************************************00002650
       PROCEDURE DIVISION USING                                         00002660
      *INCLUDE-PARM-FUN CICS                                            00002670
                                DFHEIBLK                                00002680
                                DFHCOMMAREA                             00002690
      *END-INCLUDE                                                      00002700
                                MPYAREG.                                00002710
                                                                        00002720
           PERFORM 1000-INICIO                                          00002730
              THRU 1000-INICIO-EXIT                                     00002740
                                                                        00002750
           PERFORM 2000-PROCESO                                         00002760
              THRU 2000-PROCESO-EXIT                                    00002770
                                                                        00002780
           PERFORM 3000-FIN                                             00002790
              THRU 3000-FIN-EXIT                                        00002800
                                                                        00002810
           .                                                            00002820
                                                                        00002830
      ******************************************************************00002840
      * 1000-INICIO.                                                   *00002850
      * SE INICIALIZAN LAS AREAS DE SALIDA Y RETORNO DE LA COPY DE     *00002860
      * COMUNICACION, SE VALIDA LA ENTRADA Y SE DETERMINAN LA FECHA DE *00002870
      * REFERENCIA Y EL VALOR QUE TENDRA EL PARAMETRO TRAS EL CAMBIO.  *00002880
      ******************************************************************00002890
       1000-INICIO.                                                     00002900
                                                                        00002910
           INITIALIZE MPYAREG-SALIDA                                    00002920
                      MPYAREG-DATOS-CONTROL                             00002930
                      WK-VARIABLES                                      00002940
                                                                        00002950
           MOVE CA-00                        TO MPYAREG-RETORNO         00002960
           MOVE MM-MP1088                    TO MPYAREG-MENSAJE         00002970
           MOVE CA-NO                        TO MPYAREG-IND-INCUMPLE    00002980
           SET NO-CURSOR-ABIERTO             TO TRUE                    00002990
           SET NO-FIN-CURSOR                 TO TRUE                    00003000
           SET NO-INCUMPLE                   TO TRUE                    00003010
                                                                        00003020
           IF  MPYAREG-REGLA-E = LOW-VALUES                             00003030
               MOVE SPACES                   TO MPYAREG-REGLA-E         00003040
           END-IF                                                       00003050
                                                                        00003060
           PERFORM 1100-VALIDAR-ENTRADA                                 00003070
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00003080
                                                                        00003090
           PERFORM 1200-FECHA-REFERENCIA                                00003100
              THRU 1200-FECHA-REFERENCIA-EXIT                           00003110
                                                                        00003120
           PERFORM 1300-VALOR-CAMBIO                                    00003130
              THRU 1300-VALOR-CAMBIO-EXIT                               00003140
                                                                        00003150
           .                                                            00003160
       1000-INICIO-EXIT.                                                00003170
           EXIT.                                                        00003180
                                                                        00003190
      ******************************************************************00003200
      * 1100-VALIDAR-ENTRADA.                                          *00003210
      * SE VALIDAN LOS CAMPOS DE ENTRADA OBLIGATORIOS SEGUN LA TABLA Y *00003220
      * EL TIPO DE OPERACION.                                          *00003230
      ******************************************************************00003240
       1100-VALIDAR-ENTRADA.                                            00003250
                                                                        00003260
           IF  (MPYAREG-TABLA    NOT = CA-TABLA-750    AND              00003270
                MPYAREG-TABLA    NOT = CA-TABLA-755)   OR               00003280
               (MPYAREG-TIPOPERA NOT = CA-OPER-ALTA    AND              00003290
                MPYAREG-TIPOPERA NOT = CA-OPER-CIERRE) OR               00003300
               MPYAREG-CDGENTI  = SPACES OR LOW-VALUES OR               00003310
               MPYAREG-PANUMPAR = SPACES OR LOW-VALUES OR               00003320
               (MPYAREG-TABLA = CA-TABLA-750 AND                        00003330
                (MPYAREG-CDGPRODU = SPACES OR LOW-VALUES OR             00003340
                 MPYAREG-CDGSUBP  = SPACES OR LOW-VALUES))  OR          00003350
               (MPYAREG-TIPOPERA = CA-OPER-ALTA AND                     00003360
                (MPYAREG-FECALTA = SPACES OR LOW-VALUES))   OR          00003370
               (MPYAREG-TIPOPERA = CA-OPER-CIERRE AND                   00003380
                (MPYAREG-FEBAJA  = SPACES OR LOW-VALUES))               00003390
               MOVE CA-88                    TO MPYAREG-RETORNO         00003400
               MOVE MM-MP0659                TO MPYAREG-MENSAJE         00003410
               MOVE CA-ERROR-ENTRADA         TO MPYAREG-DESCRIPCION     00003420
               MOVE CA-MPBAREG               TO MPYAREG-RUTINA          00003430
               MOVE CA-PRRF-1100             TO MPYAREG-PARRAFO         00003440
                                                                        00003450
               PERFORM 3000-FIN                                         00003460
                  THRU 3000-FIN-EXIT                                    00003470
                                                                        00003480
           END-IF                                                       00003490
                                                                        00003500
      * -- UN CIERRE SIN FECHA DE BAJA REAL NO PRIVA DE VALOR A NINGUN  00003510
      * -- DIA: NO HAY NADA QUE COMPROBAR.                              00003520
           IF  MPYAREG-TIPOPERA = CA-OPER-CIERRE AND                    00003530
               MPYAREG-FEBAJA   = CA-FECHA-SIN-BAJA                     00003540
                                                                        00003550
               PERFORM 3000-FIN                                         00003560
                  THRU 3000-FIN-EXIT                                    00003570
                                                                        00003580
           END-IF                                                       00003590
           .                                                            00003600
       1100-VALIDAR-ENTRADA-EXIT.                                       00003610
           EXIT.                                                        00003620
                                                                        00003630
      ******************************************************************00003640
      * 1200-FECHA-REFERENCIA.                                         *00003650
      * EN UN ALTA LAS REGLAS SE EVALUAN A LA FECHA DE ALTA. EN UN     *00003660
      * CIERRE, AL DIA SIGUIENTE A LA BAJA, PRIMER DIA SIN EL VALOR.   *00003670
      ******************************************************************00003680
       1200-FECHA-REFERENCIA.                                           00003690
                                                                        00003700
           IF  MPYAREG-TIPOPERA = CA-OPER-ALTA                          00003710
               MOVE MPYAREG-FECALTA          TO WK-FECHA-REF            00003720
                                                                        00003730
           ELSE                                                         00003740
               EXEC SQL                                                 00003750
                    SELECT CHAR(DATE(:MPYAREG-FEBAJA) + 1 DAY, ISO)     00003760
                      INTO :WK-FECHA-REF                                00003770
                      FROM SYSIBM.SYSDUMMY1                             00003780
               END-EXEC                                                 00003790
                                                                        00003800
               MOVE SQLCODE                  TO SW-DB2-RETURN-CODE      00003810
                                                                        00003820
               IF  NOT DB2-OK                                           00003830
                   MOVE CA-99                TO MPYAREG-RETORNO         00003840
                   MOVE MM-XX3333            TO MPYAREG-MENSAJE         00003850
                   MOVE CA-ERROR-FECHA-REF   TO MPYAREG-DESCRIPCION     00003860
                   MOVE SQLCODE              TO MPYAREG-SQLCODE         00003870
                   MOVE SQLCA                TO MPYAREG-SQLCA           00003880
                   MOVE CA-SYSDUMMY1         TO MPYAREG-TABLA-DB2       00003890
                   MOVE CA-MPBAREG           TO MPYAREG-RUTINA          00003900
                   MOVE CA-PRRF-1200         TO MPYAREG-PARRAFO         00003910
                                                                        00003920
                   PERFORM 3000-FIN                                     00003930
                      THRU 3000-FIN-EXIT                                00003940
                                                                        00003950
               END-IF                                                   00003960
                                                                        00003970
           END-IF                                                       00003980
           .                                                            00003990
       1200-FECHA-REFERENCIA-EXIT.                                      00004000
           EXIT.                                                        00004010
                                                                        00004020
      ******************************************************************00004030
      * 1300-VALOR-CAMBIO.                                             *00004040
      * VALOR QUE TENDRA EL PARAMETRO MODIFICADO EN LA FECHA DE        *00004050
      * REFERENCIA: EN UN ALTA EL VALOR PROPUESTO; AL CERRAR UN        *00004060
      * PARAMETRO DE PRODUCTO (MDDT750) PASA A REGIR EL DE LA ENTIDAD  *00004070
      * (MDDT755); AL CERRAR EL DE LA ENTIDAD DEJA DE HABER VALOR.     *00004080
      ******************************************************************00004090
       1300-VALOR-CAMBIO.                                               00004100
                                                                        00004110
           EVALUATE  TRUE                                               00004120
               WHEN  MPYAREG-TIPOPERA = CA-OPER-ALTA                    00004130
                     MOVE MPYAREG-VALPARM    TO WK-VALOR-CAMBIO         00004140
                                                                        00004150
               WHEN  MPYAREG-TABLA = CA-TABLA-750                       00004160
                     MOVE MPYAREG-PANUMPAR   TO WK-PANUMPAR-BUSCA       00004170
                                                                        00004180
                     PERFORM 2420-VALOR-MDDT755                         00004190
                        THRU 2420-VALOR-MDDT755-EXIT                    00004200
                                                                        00004210
                     MOVE WK-VALOR-BUSCA     TO WK-VALOR-CAMBIO         00004220
                                                                        00004230
               WHEN  OTHER                                              00004240
                     MOVE SPACES             TO WK-VALOR-CAMBIO         00004250
           END-EVALUATE                                                 00004260
           .                                                            00004270
       1300-VALOR-CAMBIO-EXIT.                                          00004280
           EXIT.                                                        00004290
                                                                        00004300
      ******************************************************************00004310
      * 2000-PROCESO.                                                  *00004320
      * SE RECORREN LAS REGLAS ACTIVAS DEL PARAMETRO HASTA AGOTARLAS O *00004330
      * HASTA ENCONTRAR LA PRIMERA INCUMPLIDA.                         *00004340
      ******************************************************************00004350
       2000-PROCESO.                                                    00004360
                                                                        00004370
           PERFORM 2100-ABRIR-CURSOR                                    00004380
              THRU 2100-ABRIR-CURSOR-EXIT                               00004390
                                                                        00004400
           PERFORM 2200-LEER-REGLA                                      00004410
              THRU 2200-LEER-REGLA-EXIT                                 00004420
                                                                        00004430
           PERFORM 2300-EVALUAR-REGLA                                   00004440
              THRU 2300-EVALUAR-REGLA-EXIT                              00004450
             UNTIL SI-FIN-CURSOR                                        00004460
                OR SI-INCUMPLE                                          00004470
                                                                        00004480
           IF  SI-INCUMPLE                                              00004490
               MOVE CA-88                    TO MPYAREG-RETORNO         00004500
               MOVE MM-MP1098                TO MPYAREG-MENSAJE         00004510
               MOVE CA-SI                    TO MPYAREG-IND-INCUMPLE    00004520
               MOVE G3212-PANUMPAR1          TO MPYAREG-PANUMPAR1-S     00004530
               MOVE G3212-RELACION           TO MPYAREG-RELACION-S      00004540
               MOVE G3212-PANUMPAR2          TO MPYAREG-PANUMPAR2-S     00004550
               MOVE G3212-VALREF             TO MPYAREG-VALREF-S        00004560
               MOVE WK-VALOR-1               TO MPYAREG-VALOR1-S        00004570
               MOVE WK-VALOR-2               TO MPYAREG-VALOR2-S        00004580
               MOVE G3212-DESREGLA           TO MPYAREG-DESREGLA-S      00004590
               MOVE CA-MPBAREG               TO MPYAREG-RUTINA          00004600
                                                                        00004610
               IF  G3212-DESREGLA = SPACES                              00004620
                   MOVE CA-REGLA-INCUMPLIDA  TO MPYAREG-DESCRIPCION     00004630
               ELSE                                                     00004640
                   MOVE G3212-DESREGLA       TO MPYAREG-DESCRIPCION     00004650
               END-IF                                                   00004660
           END-IF                                                       00004670
           .                                                            00004680
       2000-PROCESO-EXIT.                                               00004690
           EXIT.                                                        00004700
                                                                        00004710
      ******************************************************************00004720
      * 2100-ABRIR-CURSOR.                                             *00004730
      * SE ABRE EL CURSOR DE REGLAS DEL PARAMETRO.                     *00004740
      ******************************************************************00004750
       2100-ABRIR-CURSOR.                                               00004760
                                                                        00004770
           EXEC SQL                                                     00004780
                OPEN C-REGLAS                                           00004790
           END-EXEC                                                     00004800
                                                                        00004810
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004820
                                                                        00004830
           IF  DB2-OK                                                   00004840
               SET SI-CURSOR-ABIERTO         TO TRUE                    00004850
           ELSE                                                         00004860
               MOVE CA-99                    TO MPYAREG-RETORNO         00004870
               MOVE MM-XX3333                TO MPYAREG-MENSAJE         00004880
               MOVE CA-ERROR-CURSOR          TO MPYAREG-DESCRIPCION     00004890
               MOVE SQLCODE                  TO MPYAREG-SQLCODE         00004900
               MOVE SQLCA                    TO MPYAREG-SQLCA           00004910
               MOVE CA-PARM-REGLA            TO MPYAREG-TABLA-DB2       00004920
               MOVE CA-MPBAREG               TO MPYAREG-RUTINA          00004930
               MOVE CA-PRRF-2100             TO MPYAREG-PARRAFO         00004940
                                                                        00004950
               PERFORM 3000-FIN                                         00004960
                  THRU 3000-FIN-EXIT                                    00004970
                                                                        00004980
           END-IF                                                       00004990
           .                                                            00005000
       2100-ABRIR-CURSOR-EXIT.                                          00005010
           EXIT.                                                        00005020
                                                                        00005030
      ******************************************************************00005040
      * 2200-LEER-REGLA.                                               *00005050
      * SE LEE LA SIGUIENTE REGLA DEL CURSOR.                          *00005060
      ******************************************************************00005070
       2200-LEER-REGLA.                                                 00005080
                                                                        00005090
           INITIALIZE DCLPARM-REGLA                                     00005100
                                                                        00005110
           EXEC SQL                                                     00005120
                FETCH C-REGLAS                                          00005130
                 INTO :G3212-PANUMPAR1,                                 00005140
                      :G3212-RELACION,                                  00005150
                      :G3212-PANUMPAR2,                                 00005160
                      :G3212-VALREF,                                    00005170
                      :G3212-DESREGLA                                   00005180
           END-EXEC                                                     00005190
                                                                        00005200
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005210
                                                                        00005220
           EVALUATE  TRUE                                               00005230
               WHEN  DB2-OK                                             00005240
                     CONTINUE                                           00005250
                                                                        00005260
               WHEN  DB2-CLV-NOT-FOUND                                  00005270
                     SET SI-FIN-CURSOR       TO TRUE                    00005280
                                                                        00005290
               WHEN  OTHER                                              00005300
                     MOVE CA-99              TO MPYAREG-RETORNO         00005310
                     MOVE MM-XX3333          TO MPYAREG-MENSAJE         00005320
                     MOVE CA-ERROR-CURSOR    TO MPYAREG-DESCRIPCION     00005330
                     MOVE SQLCODE            TO MPYAREG-SQLCODE         00005340
                     MOVE SQLCA              TO MPYAREG-SQLCA           00005350
                     MOVE CA-PARM-REGLA      TO MPYAREG-TABLA-DB2       00005360
                     MOVE CA-MPBAREG         TO MPYAREG-RUTINA          00005370
                     MOVE CA-PRRF-2200       TO MPYAREG-PARRAFO         00005380
                                                                        00005390
                     PERFORM 3000-FIN                                   00005400
                        THRU 3000-FIN-EXIT                              00005410
                                                                        00005420
           END-EVALUATE                                                 00005430
           .                                                            00005440
       2200-LEER-REGLA-EXIT.                                            00005450
           EXIT.                                                        00005460
                                                                        00005470
      ******************************************************************00005480
      * 2300-EVALUAR-REGLA.                                            *00005490
      * EL PARAMETRO MODIFICADO TOMA EL VALOR DEL CAMBIO; EL OTRO      *00005500
      * PARAMETRO DE LA REGLA, SU VALOR VIGENTE EN LA FECHA DE         *00005510
      * REFERENCIA. SE COMPRUEBA LA RELACION Y, SI SE CUMPLE, SE PASA  *00005520
      * A LA SIGUIENTE REGLA.                                          *00005530
      ******************************************************************00005540
       2300-EVALUAR-REGLA.                                              00005550
                                                                        00005560
           IF  G3212-PANUMPAR1 = MPYAREG-PANUMPAR                       00005570
               MOVE WK-VALOR-CAMBIO          TO WK-VALOR-1              00005580
               MOVE G3212-PANUMPAR2          TO WK-PANUMPAR-BUSCA       00005590
                                                                        00005600
               PERFORM 2400-VALOR-VIGENTE                               00005610
                  THRU 2400-VALOR-VIGENTE-EXIT                          00005620
                                                                        00005630
               MOVE WK-VALOR-BUSCA           TO WK-VALOR-2              00005640
           ELSE                                                         00005650
               MOVE WK-VALOR-CAMBIO          TO WK-VALOR-2              00005660
               MOVE G3212-PANUMPAR1          TO WK-PANUMPAR-BUSCA       00005670
                                                                        00005680
               PERFORM 2400-VALOR-VIGENTE                               00005690
                  THRU 2400-VALOR-VIGENTE-EXIT                          00005700
                                                                        00005710
               MOVE WK-VALOR-BUSCA           TO WK-VALOR-1              00005720
           END-IF                                                       00005730
                                                                        00005740
           EVALUATE  G3212-RELACION                                     00005750
               WHEN  CA-REL-MENOR                                       00005760
               WHEN  CA-REL-MAYOR                                       00005770
                     PERFORM 2500-COMPARAR-NUMERICO                     00005780
                        THRU 2500-COMPARAR-NUMERICO-EXIT                00005790
                                                                        00005800
               WHEN  CA-REL-REQUIERE                                    00005810
                     IF  WK-VALOR-1 NOT = SPACES                        00005820
                         IF  WK-VALOR-2 = SPACES                        00005830
                             SET SI-INCUMPLE TO TRUE                    00005840
                         ELSE                                           00005850
                             IF  G3212-VALREF NOT = SPACES AND          00005860
                                 WK-VALOR-2   NOT = G3212-VALREF        00005870
                                 SET SI-INCUMPLE                        00005880
                                             TO TRUE                    00005890
                             END-IF                                     00005900
                         END-IF                                         00005910
                     END-IF                                             00005920
                                                                        00005930
               WHEN  CA-REL-EXCLUYE                                     00005940
                     IF  WK-VALOR-1 NOT = SPACES AND                    00005950
                         WK-VALOR-2 NOT = SPACES                        00005960
                         IF  G3212-VALREF = SPACES OR                   00005970
                             WK-VALOR-2   = G3212-VALREF                00005980
                             SET SI-INCUMPLE TO TRUE                    00005990
                         END-IF                                         00006000
                     END-IF                                             00006010
                                                                        00006020
      * -- RELACION DESCONOCIDA: LA REGLA NO SE APLICA.                 00006030
               WHEN  OTHER                                              00006040
                     CONTINUE                                           00006050
           END-EVALUATE                                                 00006060
                                                                        00006070
           IF  NO-INCUMPLE                                              00006080
               PERFORM 2200-LEER-REGLA                                  00006090
                  THRU 2200-LEER-REGLA-EXIT                             00006100
           END-IF                                                       00006110
           .                                                            00006120
       2300-EVALUAR-REGLA-EXIT.                                         00006130
           EXIT.                                                        00006140
                                                                        00006150
      ******************************************************************00006160
      * 2400-VALOR-VIGENTE.                                            *00006170
      * VALOR VIGENTE DEL PARAMETRO WK-PANUMPAR-BUSCA EN LA FECHA DE   *00006180
      * REFERENCIA Y AL MISMO NIVEL QUE EL CAMBIO: PARA UN PARAMETRO   *00006190
      * DE PRODUCTO, EL DE MDDT750 O EN SU DEFECTO EL DE LA ENTIDAD EN *00006200
      * MDDT755; PARA UN PARAMETRO DE ENTIDAD, EL DE MDDT755.          *00006210
      * BLANCOS SI NO TIENE VALOR.                                     *00006220
      ******************************************************************00006230
       2400-VALOR-VIGENTE.                                              00006240
                                                                        00006250
           MOVE SPACES                       TO WK-VALOR-BUSCA          00006260
                                                                        00006270
           IF  MPYAREG-TABLA = CA-TABLA-750                             00006280
               PERFORM 2410-VALOR-MDDT750                               00006290
                  THRU 2410-VALOR-MDDT750-EXIT                          00006300
           END-IF                                                       00006310
                                                                        00006320
           IF  WK-VALOR-BUSCA = SPACES                                  00006330
               PERFORM 2420-VALOR-MDDT755                               00006340
                  THRU 2420-VALOR-MDDT755-EXIT                          00006350
           END-IF                                                       00006360
           .                                                            00006370
       2400-VALOR-VIGENTE-EXIT.                                         00006380
           EXIT.                                                        00006390
                                                                        00006400
      ******************************************************************00006410
      * 2410-VALOR-MDDT750.                                            *00006420
      * SE CONSULTA EL VALOR VIGENTE EN MDDT750 PARA LA ENTIDAD,       *00006430
      * PRODUCTO Y SUBPRODUCTO DEL CAMBIO.                             *00006440
      ******************************************************************00006450
       2410-VALOR-MDDT750.                                              00006460
                                                                        00006470
           INITIALIZE DCLMDDT750                                        00006480
                                                                        00006490
           MOVE MPYAREG-CDGENTI              TO G3177-CDGENTI           00006500
           MOVE MPYAREG-CDGPRODU             TO G3177-CDGPRODU          00006510
           MOVE MPYAREG-CDGSUBP              TO G3177-CDGSUBP           00006520
           MOVE WK-PANUMPAR-BUSCA            TO G3177-PANUMPAR          00006530
           MOVE WK-FECHA-REF                 TO G3177-FECALTA           00006540
                                                G3177-FEBAJA            00006550
                                                                        00006560
           EXEC SQL                                                     00006570
                SELECT G3177_VALPARM                                    00006580
                 INTO :G3177-VALPARM                                    00006590
                  FROM MDDT750                                          00006600
                 WHERE G3177_CDGENTI   = :G3177-CDGENTI                 00006610
                   AND G3177_CDGPRODU  = :G3177-CDGPRODU                00006620
                   AND G3177_CDGSUBP   = :G3177-CDGSUBP                 00006630
                   AND G3177_PANUMPAR  = :G3177-PANUMPAR                00006640
                   AND G3177_FECALTA  <= :G3177-FECALTA                 00006650
                   AND G3177_FEBAJA   >= :G3177-FEBAJA                  00006660
                 FETCH FIRST 1 ROW ONLY                                 00006670
           END-EXEC                                                     00006680
                                                                        00006690
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006700
                                                                        00006710
           EVALUATE  TRUE                                               00006720
               WHEN  DB2-OK                                             00006730
                     MOVE G3177-VALPARM      TO WK-VALOR-BUSCA          00006740
                                                                        00006750
               WHEN  DB2-CLV-NOT-FOUND                                  00006760
                     MOVE SPACES             TO WK-VALOR-BUSCA          00006770
                                                                        00006780
               WHEN  OTHER                                              00006790
                     MOVE CA-99              TO MPYAREG-RETORNO         00006800
                     MOVE MM-XX3333          TO MPYAREG-MENSAJE         00006810
                     MOVE CA-ERROR-CONS-750  TO MPYAREG-DESCRIPCION     00006820
                     MOVE SQLCODE            TO MPYAREG-SQLCODE         00006830
                     MOVE SQLCA              TO MPYAREG-SQLCA           00006840
                     MOVE CA-MDDT750         TO MPYAREG-TABLA-DB2       00006850
                     MOVE CA-MPBAREG         TO MPYAREG-RUTINA          00006860
                     MOVE CA-PRRF-2410       TO MPYAREG-PARRAFO         00006870
                                                                        00006880
                     PERFORM 3000-FIN                                   00006890
                        THRU 3000-FIN-EXIT                              00006900
                                                                        00006910
           END-EVALUATE                                                 00006920
           .                                                            00006930
       2410-VALOR-MDDT750-EXIT.                                         00006940
           EXIT.                                                        00006950
                                                                        00006960
      ******************************************************************00006970
      * 2420-VALOR-MDDT755.                                            *00006980
      * SE CONSULTA EL VALOR VIGENTE EN MDDT755 PARA LA ENTIDAD.       *00006990
      ******************************************************************00007000
       2420-VALOR-MDDT755.                                              00007010
                                                                        00007020
           INITIALIZE DCLMDDT755                                        00007030
                                                                        00007040
           MOVE MPYAREG-CDGENTI              TO G3178-CDGENTI           00007050
           MOVE WK-PANUMPAR-BUSCA            TO G3178-PANUMPAR          00007060
           MOVE WK-FECHA-REF                 TO G3178-FECALTA           00007070
                                                G3178-FEBAJA            00007080
                                                                        00007090
           EXEC SQL                                                     00007100
                SELECT G3178_VALPARM                                    00007110
                 INTO :G3178-VALPARM                                    00007120
                  FROM MDDT755                                          00007130
                 WHERE G3178_CDGENTI   = :G3178-CDGENTI                 00007140
                   AND G3178_PANUMPAR  = :G3178-PANUMPAR                00007150
                   AND G3178_FECALTA  <= :G3178-FECALTA                 00007160
                   AND G3178_FEBAJA   >= :G3178-FEBAJA                  00007170
                 FETCH FIRST 1 ROW ONLY                                 00007180
           END-EXEC                                                     00007190
                                                                        00007200
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007210
                                                                        00007220
           EVALUATE  TRUE                                               00007230
               WHEN  DB2-OK                                             00007240
                     MOVE G3178-VALPARM      TO WK-VALOR-BUSCA          00007250
                                                                        00007260
               WHEN  DB2-CLV-NOT-FOUND                                  00007270
                     MOVE SPACES             TO WK-VALOR-BUSCA          00007280
                                                                        00007290
               WHEN  OTHER                                              00007300
                     MOVE CA-99              TO MPYAREG-RETORNO         00007310
                     MOVE MM-XX3333          TO MPYAREG-MENSAJE         00007320
                     MOVE CA-ERROR-CONS-755  TO MPYAREG-DESCRIPCION     00007330
                     MOVE SQLCODE            TO MPYAREG-SQLCODE         00007340
                     MOVE SQLCA              TO MPYAREG-SQLCA           00007350
                     MOVE CA-MDDT755         TO MPYAREG-TABLA-DB2       00007360
                     MOVE CA-MPBAREG         TO MPYAREG-RUTINA          00007370
                     MOVE CA-PRRF-2420       TO MPYAREG-PARRAFO         00007380
                                                                        00007390
                     PERFORM 3000-FIN                                   00007400
                        THRU 3000-FIN-EXIT                              00007410
                                                                        00007420
           END-EVALUATE                                                 00007430
           .                                                            00007440
       2420-VALOR-MDDT755-EXIT.                                         00007450
           EXIT.                                                        00007460
                                                                        00007470
      ******************************************************************00007480
      * 2500-COMPARAR-NUMERICO.                                        *00007490
      * RELACIONES 'ME' Y 'MA': SOLO SE COMPRUEBAN CUANDO LOS DOS      *00007500
      * PARAMETROS TIENEN VALOR Y AMBOS SON CONVERTIBLES A NUMERICO.   *00007510
      ******************************************************************00007520
       2500-COMPARAR-NUMERICO.                                          00007530
                                                                        00007540
           MOVE WK-VALOR-1                   TO WK-TEXTO-NUM            00007550
                                                                        00007560
           PERFORM 2510-PARSEAR-NUMERICO                                00007570
              THRU 2510-PARSEAR-NUMERICO-EXIT                           00007580
                                                                        00007590
           MOVE WK-IND-VALIDO                TO WK-IND-NUM-1            00007600
           MOVE WK-VALNUM                    TO WK-NUM-1                00007610
                                                                        00007620
           MOVE WK-VALOR-2                   TO WK-TEXTO-NUM            00007630
                                                                        00007640
           PERFORM 2510-PARSEAR-NUMERICO                                00007650
              THRU 2510-PARSEAR-NUMERICO-EXIT                           00007660
                                                                        00007670
           MOVE WK-IND-VALIDO                TO WK-IND-NUM-2            00007680
           MOVE WK-VALNUM                    TO WK-NUM-2                00007690
                                                                        00007700
           IF  WK-IND-NUM-1 = CA-SI AND                                 00007710
               WK-IND-NUM-2 = CA-SI                                     00007720
               IF  G3212-RELACION = CA-REL-MENOR                        00007730
                   IF  WK-NUM-1 NOT < WK-NUM-2                          00007740
                       SET SI-INCUMPLE       TO TRUE                    00007750
                   END-IF                                               00007760
               ELSE                                                     00007770
                   IF  WK-NUM-1 NOT > WK-NUM-2                          00007780
                       SET SI-INCUMPLE       TO TRUE                    00007790
                   END-IF                                               00007800
               END-IF                                                   00007810
           END-IF                                                       00007820
           .                                                            00007830
       2500-COMPARAR-NUMERICO-EXIT.                                     00007840
           EXIT.                                                        00007850
                                                                        00007860
      ******************************************************************00007870
      * 2510-PARSEAR-NUMERICO.                                         *00007880
      * SE CONVIERTE WK-TEXTO-NUM A NUMERICO CON SIGNO Y DECIMALES,    *00007890
      * RECORRIENDO SUS CARACTERES: SE ADMITEN ESPACIOS DE RELLENO, UN *00007900
      * SIGNO MENOS INICIAL, DIGITOS Y UN PUNTO DECIMAL (MISMO CRITERIO*00007910
      * QUE LA SALIDA TIPADA DE MPBADEU).                              *00007920
      ******************************************************************00007930
       2510-PARSEAR-NUMERICO.                                           00007940
                                                                        00007950
           MOVE ZEROES                       TO WK-VALNUM               00007960
           MOVE ZEROES                       TO WK-NUM-ENTERO           00007970
           MOVE ZEROES                       TO WK-NUM-DECIMAL          00007980
           MOVE ZEROES                       TO WK-NUM-DIGITOS-DEC      00007990
           MOVE 'N'                          TO WK-IND-NEGATIVO         00008000
           MOVE 'N'                          TO WK-IND-DECIMALES        00008010
           MOVE 'N'                          TO WK-IND-VALIDO           00008020
                                                                        00008030
           PERFORM 2515-TRATAR-CARACTER                                 00008040
              THRU 2515-TRATAR-CARACTER-EXIT                            00008050
             VARYING WK-IDX-CAR FROM 1 BY 1                             00008060
               UNTIL WK-IDX-CAR > 10                                    00008070
                                                                        00008080
           IF  WK-IND-VALIDO = 'S'                                      00008090
               MOVE WK-NUM-ENTERO            TO WK-VALNUM               00008100
               ADD WK-NUM-DECIMAL            TO WK-VALNUM               00008110
               IF  WK-IND-NEGATIVO = 'S'                                00008120
                   COMPUTE WK-VALNUM = WK-VALNUM * -1                   00008130
               END-IF                                                   00008140
           END-IF                                                       00008150
                                                                        00008160
           .                                                            00008170
       2510-PARSEAR-NUMERICO-EXIT.                                      00008180
           EXIT.                                                        00008190
                                                                        00008200
      ******************************************************************00008210
      * 2515-TRATAR-CARACTER.                                          *00008220
      * SE TRATA EL CARACTER WK-IDX-CAR DEL TEXTO DEL PARAMETRO.       *00008230
      ******************************************************************00008240
       2515-TRATAR-CARACTER.                                            00008250
                                                                        00008260
           MOVE WK-TEXTO-NUM (WK-IDX-CAR:1)  TO WK-UN-CARACTER          00008270
                                                                        00008280
           EVALUATE  TRUE                                               00008290
               WHEN  WK-UN-CARACTER = SPACE                             00008300
                     CONTINUE                                           00008310
                                                                        00008320
               WHEN  WK-UN-CARACTER = CA-MENOS                          00008330
                     MOVE 'S'                TO WK-IND-NEGATIVO         00008340
                                                                        00008350
               WHEN  WK-UN-CARACTER = CA-PUNTO                          00008360
                     MOVE 'S'                TO WK-IND-DECIMALES        00008370
                                                                        00008380
               WHEN  WK-UN-CARACTER NUMERIC                             00008390
                     MOVE WK-UN-CARACTER     TO WK-DIGITO               00008400
                     IF  WK-IND-DECIMALES = 'N'                         00008410
                         COMPUTE WK-NUM-ENTERO =                        00008420
                                 WK-NUM-ENTERO * 10 + WK-DIGITO         00008430
                     ELSE                                               00008440
                         IF  WK-NUM-DIGITOS-DEC < 5                     00008450
                             ADD 1           TO WK-NUM-DIGITOS-DEC      00008460
                             COMPUTE WK-FACTOR-DEC = WK-DIGITO          00008470
                             PERFORM 2518-ESCALAR-DECIMAL               00008480
                                THRU 2518-ESCALAR-DECIMAL-EXIT          00008490
                               VARYING WK-IDX-ESC FROM 1 BY 1           00008500
                                 UNTIL WK-IDX-ESC > WK-NUM-DIGITOS-DEC  00008510
                             ADD WK-FACTOR-DEC                          00008520
                                             TO WK-NUM-DECIMAL          00008530
                         END-IF                                         00008540
                     END-IF                                             00008550
                     MOVE 'S'                TO WK-IND-VALIDO           00008560
                                                                        00008570
               WHEN  OTHER                                              00008580
      * -- CARACTER NO ADMITIDO: EL VALOR NO ES CONVERTIBLE.            00008590
                     MOVE 'N'                TO WK-IND-VALIDO           00008600
                     MOVE 11                 TO WK-IDX-CAR              00008610
           END-EVALUATE                                                 00008620
                                                                        00008630
           .                                                            00008640
       2515-TRATAR-CARACTER-EXIT.                                       00008650
           EXIT.                                                        00008660
                                                                        00008670
      ******************************************************************00008680
      * 2518-ESCALAR-DECIMAL.                                          *00008690
      * SE DESPLAZA EL DIGITO DECIMAL A SU POSICION.                   *00008700
      ******************************************************************00008710
       2518-ESCALAR-DECIMAL.                                            00008720
                                                                        00008730
           DIVIDE WK-FACTOR-DEC BY 10                                   00008740
             GIVING WK-FACTOR-DEC                                       00008750
                                                                        00008760
           .                                                            00008770
       2518-ESCALAR-DECIMAL-EXIT.                                       00008780
           EXIT.                                                        00008790
                                                                        00008800
      ******************************************************************00008810
      * 3000-FIN.                                                      *00008820
      * SE CIERRA EL CURSOR SI QUEDO ABIERTO Y FINALIZA LA EJECUCION   *00008830
      * DE LA RUTINA.                                                  *00008840
      ******************************************************************00008850
       3000-FIN.                                                        00008860
                                                                        00008870
           IF  SI-CURSOR-ABIERTO                                        00008880
               SET NO-CURSOR-ABIERTO         TO TRUE                    00008890
                                                                        00008900
               EXEC SQL                                                 00008910
                    CLOSE C-REGLAS                                      00008920
               END-EXEC                                                 00008930
           END-IF                                                       00008940
                                                                        00008950
           GOBACK                                                       00008960
                                                                        00008970
           .                                                            00008980
       3000-FIN-EXIT.                                                   00008990
           EXIT.                                                        00009000
