      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBAENT.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX (COMUN).                                      *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA MIXTA DE CONTROL DE PERMISOS DE OPERADOR  *00000110
      *               SOBRE LA MATRIZ CENTRAL DE ROLES. UN OPERADOR    *00000120
      *               ESTA AUTORIZADO A UNA FUNCION (RUTINA Y          *00000130
      *               OPERACION) SI TIENE EN OPER_ROL ALGUN ROL        *00000140
      *               VIGENTE EN LA FECHA DEL DIA Y ESE ROL TIENE EN   *00000150
      *               ROL_FUNCION LA FUNCION VIGENTE, BIEN PARA LA     *00000160
      *               OPERACION CONCRETA, BIEN PARA TODAS ('*'). LA    *00000170
      *               INVOCAN AL INICIO LAS RUTINAS ONLINE (KJBCCBR,   *00000180
      *               KJBCCNA, KJBCCRI, MPBAPAM Y XXBACSN), QUE        *00000190
      *               DEVUELVEN AL LLAMANTE EL MENSAJE COMUN XX0040 SI *00000200
      *               EL OPERADOR NO ESTA AUTORIZADO.                  *00000210
      *-                                                              -*00000220
      *  COPYS Y DCLGENS:                                              *00000230
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA.              *00000240
      *     D4467400 : DCLGEN DE LA TABLA OPER_ROL.                    *00000250
      *     D4467401 : DCLGEN DE LA TABLA ROL_FUNCION.                 *00000260
      *-                                                              -*00000270
      *  CODIGOS DE RETORNO:                                           *00000280
      *   - '00' ---> OPERADOR AUTORIZADO                              *00000290
      *   - '88' ---> ENTRADA INCOMPLETA U OPERADOR NO AUTORIZADO      *00000300
      *   - '99' ---> ERROR DE DB2                                     *00000310
      *-                                                              -*00000320
      ******************************************************************00000330
      *                  M O D I F I C A C I O N E S                   *00000340
      *                  ---------------------------                   *00000350
      *                                                                *00000360
      * USUARIO  FECHA        DESCRIPCION                              *00000370
      * -------- ----------   ---------------------------------------- *00000380
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA.                  *00000390
      *                                                                *00000400
      ******************************************************************00000410
                                                                        00000420
      ******************************************************************00000430
      * IDENTIFICATION DIVISION                                        *00000440
      ******************************************************************00000450
       IDENTIFICATION DIVISION.                                         00000460
       PROGRAM-ID.    XXBAENT.                                          00000470
       AUTHOR.        VIEWNEXT.                                         00000480
       DATE-WRITTEN.  15-10-2026.                                       00000490
       DATE-COMPILED.                                                   00000500
                                                                        00000510
      ******************************************************************00000520
      * ENVIRONMENT DIVISION                                           *00000530
      ******************************************************************00000540
       ENVIRONMENT DIVISION.                                            00000550
                                                                        00000560
      *----------------------------------------------------------------*00000570
      * CONFIGURATION SECTION                                          *00000580
      *----------------------------------------------------------------*00000590
       CONFIGURATION SECTION.                                           00000600
         SOURCE-COMPUTER.  IBM-3090.                                    00000610
         OBJECT-COMPUTER.  IBM-3090.                                    00000620
                                                                        00000630
      ******************************************************************00000640
      * DATA DIVISION                                                  *00000650
      ******************************************************************00000660
       DATA DIVISION.                                                   00000670
                                                                        00000680
      ******************************************************************00000690
      *                W O R K I N G    S T O R A G E                  *00000700
      ******************************************************************00000710
       WORKING-STORAGE SECTION.                                         00000720
                                                                        00000730
      ******************************************************************00000740
      *-                     S W I T C H E S                          -*00000750
      ******************************************************************00000760
       01  SW-SWITCHES.                                                 00000770
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00000780
               88  DB2-OK                              VALUE 0.         00000790
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000800
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00000810
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00000820
                                                                        00000830
      ******************************************************************00000840
      *                    C O N S T A N T E S                         *00000850
      ******************************************************************00000860
       01  CONSTANTES.                                                  00000870
           05  CONSTANTES-ALFANUMERICAS.                                00000880
               10  CA-00                   PIC X(02)   VALUE '00'.      00000890
               10  CA-88                   PIC X(02)   VALUE '88'.      00000900
               10  CA-99                   PIC X(02)   VALUE '99'.      00000910
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00000920
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00000930
               10  CA-TODAS                PIC X(01)   VALUE '*'.       00000940
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00000950
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00000960
               10  CA-OPER-ROL             PIC X(18)   VALUE            00000970
                                   'OPER_ROL'.                          00000980
               10  CA-ERROR-DB2            PIC X(10)   VALUE            00000990
                                   'ERROR DB2 '.                        00001000
               10  CA-ERR-ENTRADA          PIC X(38)   VALUE            00001010
                         'OPERADOR O RUTINA A CONTROLAR SIN DATO'.      00001020
               10  CA-ERR-NO-AUTORIZADO    PIC X(39)   VALUE            00001030
                         'OPERADOR SIN ROL VIGENTE PARA LA RUTINA'.     00001040
               10  CA-PRF-1100             PIC X(20)   VALUE            00001050
                                   '1100-VALIDAR-ENTRADA'.              00001060
               10  CA-PRF-2100             PIC X(19)   VALUE            00001070
                                   '2100-BUSCAR-PERMISO'.               00001080
                                                                        00001090
      ******************************************************************00001100
      *                        M E N S A J E S                         *00001110
      ******************************************************************00001120
       01  MENSAJES.                                                    00001130
      * -- XX0013: REGISTRO NO ENCONTRADO.                              00001140
           10  MM-XX0013                   PIC X(06)   VALUE 'XX0013'.  00001150
      * -- XX0040: OPERADOR NO AUTORIZADO PARA ESTA FUNCION.            00001160
           10  MM-XX0040                   PIC X(06)   VALUE 'XX0040'.  00001170
      * -- XX3333: ERROR TECNICO. CONTACTE CON SU %XXAU .               00001180
           10  MM-XX3333                   PIC X(06)   VALUE 'XX3333'.  00001190
      * -- XX9520: EN ESTE MOMENTO NO SE PUEDE ATENDER SU PETICION.     00001200
      *            INTENTELO MAS TARDE.                                 00001210
           10  MM-XX9520                   PIC X(06)   VALUE 'XX9520'.  00001220
                                                                        00001230
      ******************************************************************00001240
      *             C O P Y S    Y   D C L G E N S                     *00001250
      ******************************************************************00001260
      * -- COPY DE COMUNICACION CON DB2.                                00001270
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001280
                                                                        00001290
      * -- DCLGEN DE LA TABLA OPER_ROL.                                 00001300
           EXEC SQL INCLUDE D4467400 END-EXEC.                          00001310
                                                                        00001320
      * -- DCLGEN DE LA TABLA ROL_FUNCION.                              00001330
           EXEC SQL INCLUDE D4467401 END-EXEC.                          00001340
                                                                        00001350
      *----------------------------------------------------------------*00001360
      * LINKAGE SECTION                                                *00001370
      *----------------------------------------------------------------*00001380
       LINKAGE SECTION.                                                 00001390
      *INCLUDE-PARM-FUN ONLINE                                          00001400
           EXEC-FUN _COPY DATOS_RUTINA END-FUN                          00001410
      *END-INCLUDE                                                      00001420
                                                                        00001430
      * -- COPY DE COMUNICACION CON LA RUTINA                           00001440
           COPY XXYAENT.                                                00001450
                                                                        00001460
      ******************************************************************00001470
      *                       PROCEDURE DIVISION                       *00001480
      ******************************************************************00001490
       PROCEDURE DIVISION USING                                         00001500
      *INCLUDE-PARM-FUN CICS                                            00001510
                                DFHEIBLK                                00001520
                                DFHCOMMAREA                             00001530
      *END-INCLUDE                                                      00001540
                                XXYAENT.                                00001550
                                                                        00001560
           PERFORM 1000-INICIO                                          00001570
              THRU 1000-INICIO-EXIT                                     00001580
                                                                        00001590
           PERFORM 2000-PROCESO                                         00001600
              THRU 2000-PROCESO-EXIT                                    00001610
                                                                        00001620
           PERFORM 3000-FIN                                             00001630
              THRU 3000-FIN-EXIT                                        00001640
                                                                        00001650
           .                                                            00001660
                                                                        00001670
      ******************************************************************00001680
      * 1000-INICIO.                                                   *00001690
      *  SE INICIALIZAN LAS AREAS DE SALIDA Y SE VALIDA LA ENTRADA.    *00001700
      ******************************************************************00001710
       1000-INICIO.                                                     00001720
                                                                        00001730
           INITIALIZE XXYAENT-SALIDA                                    00001740
                      XXYAENT-DATOS-CONTROL                             00001750
                                                                        00001760
           MOVE CA-00                        TO XXYAENT-RETORNO         00001770
           MOVE CA-NO                        TO XXYAENT-IND-AUTORIZADO  00001780
                                                                        00001790
           PERFORM 1100-VALIDAR-ENTRADA                                 00001800
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00001810
                                                                        00001820
           .                                                            00001830
       1000-INICIO-EXIT.                                                00001840
           EXIT.                                                        00001850
                                                                        00001860
      ******************************************************************00001870
      * 1100-VALIDAR-ENTRADA.                                          *00001880
      *  EL OPERADOR Y LA RUTINA SON OBLIGATORIOS. SIN ELLOS NO SE     *00001890
      *  PUEDE CONCEDER EL PERMISO, POR LO QUE SE DEVUELVE TAMBIEN EL  *00001900
      *  MENSAJE COMUN DE OPERADOR NO AUTORIZADO.                      *00001910
      ******************************************************************00001920
       1100-VALIDAR-ENTRADA.                                            00001930
                                                                        00001940
           IF  XXYAENT-OPERADOR-E = SPACES OR LOW-VALUES                00001950
            OR XXYAENT-RUTINA-E   = SPACES OR LOW-VALUES                00001960
               MOVE CA-88                    TO XXYAENT-RETORNO         00001970
               MOVE MM-XX0040                TO XXYAENT-MENSAJE         00001980
               MOVE CA-PRF-1100              TO XXYAENT-PARRAFO         00001990
               MOVE CA-XXBAENT               TO XXYAENT-RUTINA          00002000
               MOVE CA-ERR-ENTRADA           TO XXYAENT-DESCRIPCION     00002010
                                                                        00002020
               PERFORM 3000-FIN                                         00002030
                  THRU 3000-FIN-EXIT                                    00002040
                                                                        00002050
           END-IF                                                       00002060
                                                                        00002070
           IF  XXYAENT-OPERACION-E = LOW-VALUES                         00002080
               MOVE SPACES                   TO XXYAENT-OPERACION-E     00002090
           END-IF                                                       00002100
                                                                        00002110
           .                                                            00002120
       1100-VALIDAR-ENTRADA-EXIT.                                       00002130
           EXIT.                                                        00002140
                                                                        00002150
      ******************************************************************00002160
      * 2000-PROCESO.                                                  *00002170
      *  SE BUSCA UN ROL VIGENTE DEL OPERADOR QUE TENGA LA FUNCION.    *00002180
      ******************************************************************00002190
       2000-PROCESO.                                                    00002200
                                                                        00002210
           PERFORM 2100-BUSCAR-PERMISO                                  00002220
              THRU 2100-BUSCAR-PERMISO-EXIT                             00002230
                                                                        00002240
           .                                                            00002250
       2000-PROCESO-EXIT.                                               00002260
           EXIT.                                                        00002270
                                                                        00002280
      ******************************************************************00002290
      * 2100-BUSCAR-PERMISO.                                           *00002300
      *  SE CRUZAN LOS ROLES VIGENTES DEL OPERADOR CON LAS FUNCIONES   *00002310
      *  VIGENTES DE CADA ROL PARA LA RUTINA Y OPERACION PEDIDAS.      *00002320
      *  BASTA CON UN ROL QUE LA TENGA; SE DEVUELVE EL PRIMERO POR     *00002330
      *  CODIGO.                                                       *00002340
      ******************************************************************00002350
       2100-BUSCAR-PERMISO.                                             00002360
                                                                        00002370
           INITIALIZE DCLOPER-ROL                                       00002380
                                                                        00002390
           EXEC SQL                                                     00002400
                SELECT G3223_CODROL                                     00002410
                  INTO :G3223-CODROL                                    00002420
                  FROM OPER_ROL, ROL_FUNCION                            00002430
                 WHERE G3223_OPERADOR   = :XXYAENT-OPERADOR-E           00002440
                   AND G3223_FECALTA   <= CURRENT DATE                  00002450
                   AND G3223_FEBAJA    >= CURRENT DATE                  00002460
                   AND G3224_CODROL     = G3223_CODROL                  00002470
                   AND G3224_RUTINA     = :XXYAENT-RUTINA-E             00002480
                   AND (G3224_OPERACION = :XXYAENT-OPERACION-E          00002490
                    OR  G3224_OPERACION = :CA-TODAS)                    00002500
                   AND G3224_FECALTA   <= CURRENT DATE                  00002510
                   AND G3224_FEBAJA    >= CURRENT DATE                  00002520
                 ORDER BY G3223_CODROL                                  00002530
                 FETCH FIRST 1 ROW ONLY                                 00002540
           END-EXEC                                                     00002550
                                                                        00002560
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00002570
                                                                        00002580
           EVALUATE  TRUE                                               00002590
               WHEN  DB2-OK                                             00002600
                     MOVE CA-SI              TO XXYAENT-IND-AUTORIZADO  00002610
                     MOVE G3223-CODROL       TO XXYAENT-CODROL-S        00002620
                                                                        00002630
               WHEN  DB2-CLV-NOT-FOUND                                  00002640
                     MOVE CA-88              TO XXYAENT-RETORNO         00002650
                     MOVE MM-XX0040          TO XXYAENT-MENSAJE         00002660
                     MOVE CA-ERR-NO-AUTORIZADO                          00002670
                                             TO XXYAENT-DESCRIPCION     00002680
                     MOVE CA-PRF-2100        TO XXYAENT-PARRAFO         00002690
                     MOVE CA-XXBAENT         TO XXYAENT-RUTINA          00002700
                     STRING XXYAENT-OPERADOR-E  ' '                     00002710
                            XXYAENT-RUTINA-E    ' '                     00002720
                            XXYAENT-OPERACION-E                         00002730
                            DELIMITED BY SIZE                           00002740
                       INTO XXYAENT-DATOS                               00002750
                     END-STRING                                         00002760
                                                                        00002770
               WHEN  OTHER                                              00002780
                     PERFORM 8000-ERROR-DB2                             00002790
                        THRU 8000-ERROR-DB2-EXIT                        00002800
                                                                        00002810
           END-EVALUATE                                                 00002820
                                                                        00002830
           .                                                            00002840
       2100-BUSCAR-PERMISO-EXIT.                                        00002850
           EXIT.                                                        00002860
                                                                        00002870
      ******************************************************************00002880
      * 8000-ERROR-DB2.                                                *00002890
      *  SE INFORMA EL AREA DE DIAGNOSTICO Y SE DEVUELVE EL CONTROL    *00002900
      *  AL LLAMANTE CON RETORNO DE ERROR DB2.                         *00002910
      ******************************************************************00002920
       8000-ERROR-DB2.                                                  00002930
                                                                        00002940
           IF  DB2-RECURSO-NO-DISPONIBLE OR DB2-TABLA-BLOQUEADA         00002950
               MOVE MM-XX9520                TO XXYAENT-MENSAJE         00002960
           ELSE                                                         00002970
               MOVE MM-XX3333                TO XXYAENT-MENSAJE         00002980
           END-IF                                                       00002990
                                                                        00003000
           MOVE CA-99                        TO XXYAENT-RETORNO         00003010
           MOVE CA-ERROR-DB2                 TO XXYAENT-DESCRIPCION     00003020
           MOVE SQLCODE                      TO XXYAENT-SQLCODE         00003030
           MOVE SQLCA                        TO XXYAENT-SQLCA           00003040
           MOVE CA-XXBAENT                   TO XXYAENT-RUTINA          00003050
           MOVE CA-OPER-ROL                  TO XXYAENT-TABLA           00003060
           MOVE CA-SELECT                    TO XXYAENT-FUNCION         00003070
                                                XXYAENT-ACCESO          00003080
           MOVE CA-PRF-2100                  TO XXYAENT-PARRAFO         00003090
                                                                        00003100
           PERFORM 3000-FIN                                             00003110
              THRU 3000-FIN-EXIT                                        00003120
                                                                        00003130
           .                                                            00003140
       8000-ERROR-DB2-EXIT.                                             00003150
           EXIT.                                                        00003160
                                                                        00003170
      ******************************************************************00003180
      * 3000-FIN.                                                      *00003190
      *  FINALIZA LA EJECUCION DEL PROGRAMA Y DEVUELVE EL CONTROL.     *00003200
      ******************************************************************00003210
       3000-FIN.                                                        00003220
                                                                        00003230
           GOBACK                                                       00003240
                                                                        00003250
           .                                                            00003260
       3000-FIN-EXIT.                                                   00003270
           EXIT.                                                        00003280
