      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBATUS.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RASTRO UNIFICADO DE ACTIVIDAD DE UN USUARIO PARA *00000110
      *               INVESTIGACIONES DE AUDITORIA Y RECURSOS HUMANOS. *00000120
      *               PARA EL USUARIO Y EL RANGO DE FECHAS RECIBIDOS   *00000130
      *               POR SYSIN REUNE EN UN UNICO LISTADO, ORDENADO    *00000140
      *               CRONOLOGICAMENTE, TODO LO QUE EL USUARIO HIZO EN *00000150
      *               LOS ALMACENES DE AUDITORIA:                      *00000160
      *               - ACTUALIZACIONES DE POSICION (KJBCCPD): LA      *00000170
      *                 IMAGEN VIGENTE DE POS_DISP_PMAS, FECHADA CON   *00000180
      *                 G6524_CONTCUR, Y LAS IMAGENES SUSTITUIDAS DE   *00000190
      *                 POS_DISP_PMAS_HIST. ESTAS SE FOTOGRAFIAN ANTES *00000200
      *                 DE SOBREESCRIBIR LA POSICION, POR LO QUE SU    *00000210
      *                 MOMENTO (FECHIST) ES EL DE LA SUSTITUCION: LA  *00000220
      *                 ACCION DEL USUARIO ES ANTERIOR O IGUAL.        *00000230
      *               - CORRECCIONES DE SALDO SOLICITADAS (KJBCCAI) O  *00000240
      *                 APROBADAS/RECHAZADAS (KJBCCAP) EN              *00000250
      *                 POS_CORR_PEND.                                 *00000260
      *               - CAMBIOS DE PARAMETROS SOLICITADOS (MPBAPAM) O  *00000270
      *                 APROBADOS/RECHAZADOS (MPBAPA2) EN              *00000280
      *                 PARM_CAMB_PEND Y MOVIMIENTOS DE MDDT750H Y     *00000290
      *                 MDDT755H (MPBAPAM).                            *00000300
      *               - NOTAS DE POS_NOTAS (KJBCCNA).                  *00000310
      *               - LIBERACIONES DE SUSPENSOS DE POS_DISP_SUSP     *00000320
      *                 (KJBCCSR).                                     *00000330
      *               - CONSULTAS DE SALDO DE POS_AUDIT_CONS (RUTINA   *00000340
      *                 REGISTRADA EN LA PROPIA TABLA).                *00000350
      *               - MARCAS DE TRANSMISION Y DE ACUSE EN            *00000360
      *                 TRANS_SALIENTE (XXBATRS).                      *00000370
      *               CADA LINEA INDICA CUANDO, QUE OBJETO SE TOCO Y   *00000380
      *               A TRAVES DE QUE PROGRAMA. AL FINAL SE LISTA UN   *00000390
      *               RESUMEN POR ORIGEN. EL LISTADO SE ARCHIVA EN EL  *00000400
      *               REPOSITORIO DE INFORMES BAJO LA REFERENCIA DEL   *00000410
      *               EXPEDIENTE: EL REGISTRO DE XXBATUS2 ES EL SYSIN  *00000420
      *               DEL PASO XXBAREA QUE SE ENCADENA DETRAS.         *00000430
      *-                                                              -*00000440
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000450
      *        WK-USUARIO-AN     : USUARIO INVESTIGADO (OBLIGATORIO).  *00000460
      *        WK-FECHA-DESDE-AN : PRIMER DIA DEL RANGO (AAAA-MM-DD,   *00000470
      *                            OBLIGATORIO).                       *00000480
      *        WK-FECHA-HASTA-AN : ULTIMO DIA DEL RANGO (AAAA-MM-DD;   *00000490
      *                            BLANCO = EL MISMO DIA DE INICIO).   *00000500
      *        WK-REFCASO-AN     : REFERENCIA DEL EXPEDIENTE           *00000510
      *                            (OBLIGATORIO).                      *00000520
      *-                                                              -*00000530
      *  FICHEROS DE SALIDA:                                           *00000540
      *        XXBATUS1 : LISTADO DEL RASTRO DE ACTIVIDAD.             *00000550
      *        XXBATUS2 : SYSIN DEL ARCHIVADO EN EL REPOSITORIO        *00000560
      *                   (PROGRAMA, FECHA, ESTADO Y REFERENCIA).      *00000570
      *-                                                              -*00000580
      *  TABLAS DB2:                                                   *00000590
      *        POS_DISP_PMAS      : CONSULTA.                          *00000600
      *        POS_DISP_PMAS_HIST : CONSULTA.                          *00000610
      *        POS_CORR_PEND      : CONSULTA.                          *00000620
      *        PARM_CAMB_PEND     : CONSULTA.                          *00000630
      *        MDDT750H/MDDT755H  : CONSULTA.                          *00000640
      *        POS_NOTAS          : CONSULTA.                          *00000650
      *        POS_DISP_SUSP      : CONSULTA.                          *00000660
      *        POS_AUDIT_CONS     : CONSULTA.                          *00000670
      *        TRANS_SALIENTE     : CONSULTA.                          *00000680
      *-                                                              -*00000690
      *  RUTINAS Y MODULOS:                                            *00000700
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000710
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000720
      *-                                                              -*00000730
      ******************************************************************00000740
      *                  M O D I F I C A C I O N E S                   *00000750
      *                  ---------------------------                   *00000760
      *                                                                *00000770
      * USUARIO  FECHA        DESCRIPCION                              *00000780
      * -------- ----------   ---------------------------------------- *00000790
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. RASTRO UNIFICADO *00000800
      *                        DE ACTIVIDAD POR USUARIO.               *00000810
      *                                                                *00000820
      ******************************************************************00000830
                                                                        00000840
      ******************************************************************00000850
      * IDENTIFICATION DIVISION                                        *00000860
      ******************************************************************00000870
       IDENTIFICATION DIVISION.                                         00000880
       PROGRAM-ID.    XXBATUS.                                          00000890
       AUTHOR.        VIEWNEXT.                                         00000900
       DATE-WRITTEN.  15-10-2026.                                       00000910
       DATE-COMPILED.                                                   00000920
                                                                        00000930
      ******************************************************************00000940
      * ENVIRONMENT DIVISION                                           *00000950
      ******************************************************************00000960
       ENVIRONMENT DIVISION.                                            00000970
                                                                        00000980
      *----------------------------------------------------------------*00000990
      * CONFIGURATION SECTION                                          *00001000
      *----------------------------------------------------------------*00001010
       CONFIGURATION SECTION.                                           00001020
                                                                        00001030
       SOURCE-COMPUTER. IBM-3090.                                       00001040
       OBJECT-COMPUTER. IBM-3090.                                       00001050
       SPECIAL-NAMES.                                                   00001060
           DECIMAL-POINT IS COMMA.                                      00001070
                                                                        00001080
      *----------------------------------------------------------------*00001090
      * INPUT OUTPUT SECTION                                           *00001100
      *----------------------------------------------------------------*00001110
       INPUT-OUTPUT SECTION.                                            00001120
       FILE-CONTROL.                                                    00001130
                                                                        00001140
      * -- LISTADO DEL RASTRO DE ACTIVIDAD.                             00001150
           SELECT XXBATUS1 ASSIGN XXBATUS1                              00001160
                  ACCESS MODE IS SEQUENTIAL                             00001170
                  FILE STATUS IS FS-XXBATUS1.                           00001180
                                                                        00001190
      * -- SYSIN DEL ARCHIVADO EN EL REPOSITORIO DE INFORMES.           00001200
           SELECT XXBATUS2 ASSIGN XXBATUS2                              00001210
                  ACCESS MODE IS SEQUENTIAL                             00001220
                  FILE STATUS IS FS-XXBATUS2.                           00001230
                                                                        00001240
      ******************************************************************00001250
      * DATA DIVISION                                                  *00001260
      ******************************************************************00001270
       DATA DIVISION.                                                   00001280
                                                                        00001290
      *----------------------------------------------------------------*00001300
      * FILE SECTION                                                   *00001310
      *----------------------------------------------------------------*00001320
       FILE SECTION.                                                    00001330
                                                                        00001340
       FD  XXBATUS1                                                     00001350
           BLOCK CONTAINS 0 RECORDS                                     00001360
           RECORDING MODE IS F                                          00001370
           LABEL RECORD ARE STANDARD                                    00001380
           RECORD CONTAINS 132 CHARACTERS                               00001390
           DATA RECORD IS REG-XXBATUS1.                                 00001400
       01  REG-XXBATUS1                    PIC X(132).                  00001410
                                                                        00001420
       FD  XXBATUS2                                                     00001430
           BLOCK CONTAINS 0 RECORDS                                     00001440
           RECORDING MODE IS F                                          00001450
           LABEL RECORD ARE STANDARD                                    00001460
           RECORD CONTAINS 80 CHARACTERS                                00001470
           DATA RECORD IS REG-XXBATUS2.                                 00001480
       01  REG-XXBATUS2                    PIC X(80).                   00001490
                                                                        00001500
      *----------------------------------------------------------------*00001510
      * WORKING-STORAGE SECTION                                        *00001520
      *----------------------------------------------------------------*00001530
       WORKING-STORAGE SECTION.                                         00001540
                                                                        00001550
      ******************************************************************00001560
      *                        S W I T C H E S                         *00001570
      ******************************************************************00001580
       01  SW-SWITCHES.                                                 00001590
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001600
               88  DB2-OK                              VALUE 0.         00001610
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001620
           05  SW-FIN-RASTRO               PIC X(01)   VALUE 'N'.       00001630
               88  SI-FIN-RASTRO                       VALUE 'S'.       00001640
               88  NO-FIN-RASTRO                       VALUE 'N'.       00001650
                                                                        00001660
      ******************************************************************00001670
      *                      C O N S T A N T E S                       *00001680
      ******************************************************************00001690
       01  CT-CONSTANTES.                                               00001700
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001710
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001720
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001730
      -                            'PAGO'.                              00001740
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001750
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001760
               10  CA-XXBATUS              PIC X(08)   VALUE 'XXBATUS'. 00001770
               10  CA-XXBATUS1             PIC X(08)   VALUE 'XXBATUS1'.00001780
               10  CA-XXBATUS2             PIC X(08)   VALUE 'XXBATUS2'.00001790
               10  CA-SYSDUMMY1            PIC X(16)   VALUE 'SYSIBM.SYS00001800
      -                            'DUMMY1'.                            00001810
               10  CA-TABLAS-AUDITORIA     PIC X(20)   VALUE 'HISTORICOS00001820
      -                            ' AUDITORIA'.                        00001830
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001840
               10  CA-ESTADO-APROBADO      PIC X(01)   VALUE 'A'.       00001850
               10  CA-ESTADO-RECHAZADO     PIC X(01)   VALUE 'R'.       00001860
               10  CA-ESTADO-APLICADO      PIC X(01)   VALUE 'A'.       00001870
               10  CA-ESTADO-DESCARTADO    PIC X(01)   VALUE 'D'.       00001880
               10  CA-GUION                PIC X(01)   VALUE '-'.       00001890
               10  CA-SIN-ACTIVIDAD        PIC X(41)   VALUE '    SIN AC00001900
      -                            'TIVIDAD DEL USUARIO EN EL RANGO'.   00001910
               10  CA-ERR-ABRIR            PIC X(25)   VALUE 'ERROR AL A00001920
      -                            'BRIR UN FICHERO'.                   00001930
               10  CA-ERR-CERRAR           PIC X(26)   VALUE 'ERROR AL C00001940
      -                            'ERRAR UN FICHERO'.                  00001950
               10  CA-ERR-ESCRIBIR         PIC X(37)   VALUE 'ERROR AL E00001960
      -                            'SCRIBIR EL FICHERO XXBATUS1'.       00001970
               10  CA-ERR-ESCRIBIR-ARCH    PIC X(37)   VALUE 'ERROR AL E00001980
      -                            'SCRIBIR EL FICHERO XXBATUS2'.       00001990
               10  CA-ERR-PARAMETROS       PIC X(28)   VALUE 'PARAMETROS00002000
      -                            ' DE SYSIN ERRONEOS'.                00002010
               10  CA-ERR-FECHA            PIC X(37)   VALUE 'ERROR AL V00002020
      -                            'ALIDAR LAS FECHAS DEL RANGO'.       00002030
               10  CA-ERR-CURSOR           PIC X(29)   VALUE 'ERROR EN E00002040
      -                            'L CURSOR DEL RASTRO'.               00002050
               10  CA-PRF-1050             PIC X(23)   VALUE '1050-VALID00002060
      -                            'AR-PARAMETROS'.                     00002070
               10  CA-PRF-1080             PIC X(19)   VALUE '1080-VALID00002080
      -                            'AR-FECHAS'.                         00002090
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002100
      -                            '-FICHEROS'.                         00002110
               10  CA-PRF-2010             PIC X(19)   VALUE '2010-ABRIR00002120
      -                            '-C-RASTRO'.                         00002130
               10  CA-PRF-3050             PIC X(21)   VALUE '3050-ESCRI00002140
      -                            'BIR-ARCHIVO'.                       00002150
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002160
      -                            'R-FICHEROS'.                        00002170
               10  CA-PRF-9100             PIC X(16)   VALUE '9100-LEER-00002180
      -                            'RASTRO'.                            00002190
               10  CA-PRF-9300             PIC X(21)   VALUE '9300-ESCRI00002200
      -                            'BIR-LISTADO'.                       00002210
                                                                        00002220
           05  CN-CONSTANTES-NUMERICAS.                                 00002230
               10  CN-1                    PIC 9(01)   VALUE 1.         00002240
               10  CN-NUM-ORIGENES         PIC 9(02)   VALUE 8.         00002250
                                                                        00002260
      ******************************************************************00002270
      *                    C O N T A D O R E S                         *00002280
      ******************************************************************00002290
       01  CT-CONTADORES.                                               00002300
           05  CT-ACCIONES                 PIC 9(9)    VALUE ZEROES.    00002310
           05  CT-LINEAS-LISTADO           PIC 9(9)    VALUE ZEROES.    00002320
                                                                        00002330
      ******************************************************************00002340
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002350
      ******************************************************************00002360
       01  WK-ESTADISTICA.                                              00002370
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002380
           05  WK-CAB-2                    PIC X(55)   VALUE            00002390
                   '* ESTADISTICAS DE XXBATUS                   *'.     00002400
           05  WK-CAB-3.                                                00002410
               10  FILLER                  PIC X(45)   VALUE            00002420
                   '* ACCIONES DEL USUARIO EN EL RANGO:        '.       00002430
               10  WK-ACCIONES-ED          PIC ZZZZZZZZ9.               00002440
               10  FILLER                  PIC X(01)   VALUE '*'.       00002450
           05  WK-CAB-4.                                                00002460
               10  FILLER                  PIC X(45)   VALUE            00002470
                   '* LINEAS ESCRITAS EN EL LISTADO:           '.       00002480
               10  WK-LINEAS-LISTADO-ED    PIC ZZZZZZZZ9.               00002490
               10  FILLER                  PIC X(01)   VALUE '*'.       00002500
                                                                        00002510
      ******************************************************************00002520
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002530
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002540
      ******************************************************************00002550
       01  WK-CANCELACION-BATCH.                                        00002560
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002570
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002580
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002590
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'XXBATUS'. 00002600
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002610
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002620
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002630
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002640
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002650
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002660
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002670
                                                                        00002680
      ******************************************************************00002690
      *                      F I L E  S T A T U S                      *00002700
      ******************************************************************00002710
       01  FS-FILE-STATUS.                                              00002720
           05  FS-XXBATUS1                 PIC X(02).                   00002730
           05  FS-XXBATUS2                 PIC X(02).                   00002740
                                                                        00002750
      ******************************************************************00002760
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00002770
      ******************************************************************00002780
       01  WK-PARAMETROS-SYSIN.                                         00002790
           05  WK-USUARIO-AN               PIC X(08)   VALUE SPACES.    00002800
           05  WK-FECHA-DESDE-AN           PIC X(10)   VALUE SPACES.    00002810
           05  WK-FECHA-HASTA-AN           PIC X(10)   VALUE SPACES.    00002820
           05  WK-REFCASO-AN               PIC X(20)   VALUE SPACES.    00002830
                                                                        00002840
      ******************************************************************00002850
      * FECHA DEL RANGO EN VALIDACION (AAAA-MM-DD).                    *00002860
      ******************************************************************00002870
       01  WK-FECHA-VALIDAR                PIC X(10)   VALUE SPACES.    00002880
       01  WK-FECHA-VALIDAR-R              REDEFINES WK-FECHA-VALIDAR.  00002890
           05  WK-FV-AAAA                  PIC X(04).                   00002900
           05  WK-FV-GUION-1               PIC X(01).                   00002910
           05  WK-FV-MM                    PIC X(02).                   00002920
           05  WK-FV-GUION-2               PIC X(01).                   00002930
           05  WK-FV-DD                    PIC X(02).                   00002940
                                                                        00002950
       01  WK-FECHA-PROCESO                PIC X(10)   VALUE SPACES.    00002960
       01  WK-FECHA-DESDE                  PIC X(10)   VALUE SPACES.    00002970
       01  WK-FECHA-HASTA                  PIC X(10)   VALUE SPACES.    00002980
                                                                        00002990
      ******************************************************************00003000
      * FILA LEIDA DEL CURSOR DEL RASTRO. EL MOMENTO LLEGA COMO        *00003010
      * TIMESTAMP EN FORMATO CARACTER; EN EL LISTADO SE MUESTRA HASTA  *00003020
      * LOS SEGUNDOS.                                                  *00003030
      ******************************************************************00003040
       01  WK-ACCION-LEIDA.                                             00003050
           05  WK-AL-MOMENTO               PIC X(26)   VALUE SPACES.    00003060
           05  WK-AL-MOMENTO-R             REDEFINES WK-AL-MOMENTO.     00003070
               10  WK-AL-MOMENTO-CORTO     PIC X(19).                   00003080
               10  FILLER                  PIC X(07).                   00003090
           05  WK-AL-ORIGEN                PIC X(12)   VALUE SPACES.    00003100
           05  WK-AL-ACCION                PIC X(24)   VALUE SPACES.    00003110
           05  WK-AL-OBJETO                PIC X(40)   VALUE SPACES.    00003120
           05  WK-AL-PROGRAMA              PIC X(08)   VALUE SPACES.    00003130
           05  WK-AL-DETALLE               PIC X(24)   VALUE SPACES.    00003140
                                                                        00003150
      ******************************************************************00003160
      * ORIGENES DEL RASTRO CON SU CONTADOR DE ACCIONES PARA EL        *00003170
      * RESUMEN FINAL. EL TEXTO ES EL QUE DEVUELVE EL CURSOR.          *00003180
      ******************************************************************00003190
       01  WK-CATALOGO-ORIGENES.                                        00003200
           05  FILLER                      PIC X(12)   VALUE            00003210
               'POSICIONES'.                                            00003220
           05  FILLER                      PIC X(12)   VALUE            00003230
               'CORRECCIONES'.                                          00003240
           05  FILLER                      PIC X(12)   VALUE            00003250
               'CAMBIOS PARM'.                                          00003260
           05  FILLER                      PIC X(12)   VALUE            00003270
               'HISTOR. PARM'.                                          00003280
           05  FILLER                      PIC X(12)   VALUE            00003290
               'NOTAS'.                                                 00003300
           05  FILLER                      PIC X(12)   VALUE            00003310
               'SUSPENSOS'.                                             00003320
           05  FILLER                      PIC X(12)   VALUE            00003330
               'CONSULTAS'.                                             00003340
           05  FILLER                      PIC X(12)   VALUE            00003350
               'TRANSMISION'.                                           00003360
       01  WK-CATALOGO-R                   REDEFINES                    00003370
           WK-CATALOGO-ORIGENES.                                        00003380
           05  WK-OR-NOMBRE                PIC X(12)                    00003390
                                           OCCURS 8 TIMES.              00003400
                                                                        00003410
       01  WK-ACUM-ORIGENES.                                            00003420
           05  WK-OR-NUM                   PIC S9(09) COMP              00003430
                                           OCCURS 8 TIMES.              00003440
                                                                        00003450
       01  WK-BUSQUEDA-ORIGEN.                                          00003460
           05  WK-IDX-ORIGEN               PIC 9(02)   VALUE ZEROES.    00003470
           05  WK-IDX-ENCONTRADO           PIC 9(02)   VALUE ZEROES.    00003480
                                                                        00003490
      ******************************************************************00003500
      * REGISTRO DE ARCHIVADO. ES EL SYSIN DE XXBAREA: PROGRAMA, FECHA *00003510
      * DE NEGOCIO, ESTADO Y REFERENCIA DEL EXPEDIENTE.                *00003520
      ******************************************************************00003530
       01  WK-REG-ARCHIVO.                                              00003540
           05  WA-PROGRAMA                 PIC X(08).                   00003550
           05  WA-FECNEGOCIO               PIC X(10).                   00003560
           05  WA-ESTADO                   PIC X(01).                   00003570
           05  WA-REFCASO                  PIC X(20).                   00003580
           05  FILLER                      PIC X(41)   VALUE SPACES.    00003590
                                                                        00003600
      ******************************************************************00003610
      *                 L I N E A S  D E  I N F O R M E                *00003620
      ******************************************************************00003630
       01  WK-LINEA-CABECERA.                                           00003640
           05  FILLER                      PIC X(40)   VALUE            00003650
               'XXBATUS - RASTRO UNIFICADO DE ACTIVIDAD'.               00003660
           05  FILLER                      PIC X(10)   VALUE            00003670
                                   ' USUARIO: '.                        00003680
           05  WC-USUARIO                  PIC X(08).                   00003690
           05  FILLER                      PIC X(08)   VALUE            00003700
                                   ' DESDE: '.                          00003710
           05  WC-FECHA-DESDE              PIC X(10).                   00003720
           05  FILLER                      PIC X(08)   VALUE            00003730
                                   ' HASTA: '.                          00003740
           05  WC-FECHA-HASTA              PIC X(10).                   00003750
           05  FILLER                      PIC X(09)   VALUE            00003760
                                   ' - FECHA '.                         00003770
           05  WC-FECHA-PROCESO            PIC X(10).                   00003780
           05  FILLER                      PIC X(19)   VALUE SPACES.    00003790
                                                                        00003800
       01  WK-LINEA-EXPEDIENTE.                                         00003810
           05  FILLER                      PIC X(27)   VALUE            00003820
                                   'REFERENCIA DEL EXPEDIENTE: '.       00003830
           05  WE-REFCASO                  PIC X(20).                   00003840
           05  FILLER                      PIC X(85)   VALUE SPACES.    00003850
                                                                        00003860
       01  WK-LINEA-TITULO.                                             00003870
           05  WT-TITULO                   PIC X(60).                   00003880
           05  FILLER                      PIC X(72)   VALUE SPACES.    00003890
                                                                        00003900
       01  WK-LINEA-TIT-RASTRO.                                         00003910
           05  FILLER                      PIC X(20)   VALUE            00003920
                                   'FECHA Y HORA'.                      00003930
           05  FILLER                      PIC X(13)   VALUE            00003940
                                   'ORIGEN'.                            00003950
           05  FILLER                      PIC X(25)   VALUE            00003960
                                   'ACCION'.                            00003970
           05  FILLER                      PIC X(41)   VALUE            00003980
                                   'OBJETO'.                            00003990
           05  FILLER                      PIC X(09)   VALUE            00004000
                                   'PROGRAMA'.                          00004010
           05  FILLER                      PIC X(24)   VALUE            00004020
                                   'DETALLE'.                           00004030
                                                                        00004040
       01  WK-LINEA-DETALLE.                                            00004050
           05  WD-MOMENTO                  PIC X(19).                   00004060
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004070
           05  WD-ORIGEN                   PIC X(12).                   00004080
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004090
           05  WD-ACCION                   PIC X(24).                   00004100
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004110
           05  WD-OBJETO                   PIC X(40).                   00004120
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004130
           05  WD-PROGRAMA                 PIC X(08).                   00004140
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004150
           05  WD-DETALLE                  PIC X(24).                   00004160
                                                                        00004170
       01  WK-LINEA-RESUMEN.                                            00004180
           05  FILLER                      PIC X(04)   VALUE SPACES.    00004190
           05  WR-ORIGEN                   PIC X(12).                   00004200
           05  FILLER                      PIC X(04)   VALUE SPACES.    00004210
           05  WR-NUM                      PIC ZZZZZZZZ9.               00004220
           05  FILLER                      PIC X(103)  VALUE SPACES.    00004230
                                                                        00004240
       01  WK-LINEA-TOTAL.                                              00004250
           05  FILLER                      PIC X(04)   VALUE SPACES.    00004260
           05  WL-LITERAL                  PIC X(40).                   00004270
           05  WL-TOTAL                    PIC ZZZZZZZZ9.               00004280
           05  FILLER                      PIC X(79)   VALUE SPACES.    00004290
                                                                        00004300
       01  WK-TITULOS.                                                  00004310
           05  CA-TIT-RASTRO               PIC X(60)   VALUE            00004320
               'ACTIVIDAD DEL USUARIO EN ORDEN CRONOLOGICO'.            00004330
           05  CA-TIT-RESUMEN              PIC X(60)   VALUE            00004340
               'RESUMEN POR ORIGEN'.                                    00004350
           05  CA-TOT-ACCIONES             PIC X(40)   VALUE            00004360
               'TOTAL ACCIONES DEL USUARIO:'.                           00004370
                                                                        00004380
      *----------------------------------------------------------------*00004390
      * AREA DE COMUNICACION CON DB2                                   *00004400
      *----------------------------------------------------------------*00004410
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004420
                                                                        00004430
      ******************************************************************00004440
      *                       PROCEDURE DIVISION                       *00004450
      ******************************************************************00004460
       PROCEDURE DIVISION.                                              00004470
                                                                        00004480
           PERFORM 1000-INICIO                                          00004490
              THRU 1000-INICIO-EXIT                                     00004500
                                                                        00004510
           PERFORM 2000-PROCESO                                         00004520
              THRU 2000-PROCESO-EXIT                                    00004530
                                                                        00004540
           PERFORM 3000-FIN                                             00004550
              THRU 3000-FIN-EXIT                                        00004560
                                                                        00004570
           .                                                            00004580
                                                                        00004590
      ******************************************************************00004600
      ***                   1000-INICIO                              ***00004610
      ***                   -----------                              ***00004620
      * SE VALIDAN LOS PARAMETROS Y LAS FECHAS DEL RANGO, SE ABREN LOS *00004630
      * FICHEROS Y SE ESCRIBE LA CABECERA DEL LISTADO.                 *00004640
      ******************************************************************00004650
       1000-INICIO.                                                     00004660
                                                                        00004670
           INITIALIZE CT-CONTADORES                                     00004680
                      WK-ACUM-ORIGENES                                  00004690
                                                                        00004700
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004710
                                                                        00004720
           PERFORM 1050-VALIDAR-PARAMETROS                              00004730
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00004740
                                                                        00004750
           PERFORM 1080-VALIDAR-FECHAS                                  00004760
              THRU 1080-VALIDAR-FECHAS-EXIT                             00004770
                                                                        00004780
           PERFORM 1100-ABRIR-FICHEROS                                  00004790
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004800
                                                                        00004810
           MOVE WK-USUARIO-AN                TO WC-USUARIO              00004820
           MOVE WK-FECHA-DESDE               TO WC-FECHA-DESDE          00004830
           MOVE WK-FECHA-HASTA               TO WC-FECHA-HASTA          00004840
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00004850
                                                                        00004860
           MOVE WK-LINEA-CABECERA            TO REG-XXBATUS1            00004870
           PERFORM 9300-ESCRIBIR-LISTADO                                00004880
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00004890
                                                                        00004900
           MOVE WK-REFCASO-AN                TO WE-REFCASO              00004910
                                                                        00004920
           MOVE WK-LINEA-EXPEDIENTE          TO REG-XXBATUS1            00004930
           PERFORM 9300-ESCRIBIR-LISTADO                                00004940
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00004950
                                                                        00004960
           .                                                            00004970
       1000-INICIO-EXIT.                                                00004980
           EXIT.                                                        00004990
                                                                        00005000
      ******************************************************************00005010
      ***                   1050-VALIDAR-PARAMETROS                  ***00005020
      ***                   -----------------------                  ***00005030
      * SE VALIDAN LOS PARAMETROS. EL USUARIO, LA FECHA DE INICIO Y LA *00005040
      * REFERENCIA DEL EXPEDIENTE SON OBLIGATORIOS; LA FECHA DE FIN EN *00005050
      * BLANCO TOMA LA DE INICIO. LAS FECHAS DEBEN VENIR COMO          *00005060
      * AAAA-MM-DD Y EL RANGO NO PUEDE ESTAR INVERTIDO.                *00005070
      ******************************************************************00005080
       1050-VALIDAR-PARAMETROS.                                         00005090
                                                                        00005100
           IF  WK-USUARIO-AN = SPACES OR LOW-VALUES                     00005110
            OR WK-FECHA-DESDE-AN = SPACES OR LOW-VALUES                 00005120
            OR WK-REFCASO-AN = SPACES OR LOW-VALUES                     00005130
               GO TO 1050-ERROR-PARAMETROS                              00005140
           END-IF                                                       00005150
                                                                        00005160
           IF  WK-FECHA-HASTA-AN = SPACES OR LOW-VALUES                 00005170
               MOVE WK-FECHA-DESDE-AN        TO WK-FECHA-HASTA-AN       00005180
           END-IF                                                       00005190
                                                                        00005200
           MOVE WK-FECHA-DESDE-AN            TO WK-FECHA-VALIDAR        00005210
                                                                        00005220
           IF  WK-FV-AAAA NOT NUMERIC                                   00005230
            OR WK-FV-GUION-1 NOT = CA-GUION                             00005240
            OR WK-FV-MM NOT NUMERIC                                     00005250
            OR WK-FV-GUION-2 NOT = CA-GUION                             00005260
            OR WK-FV-DD NOT NUMERIC                                     00005270
               GO TO 1050-ERROR-PARAMETROS                              00005280
           END-IF                                                       00005290
                                                                        00005300
           MOVE WK-FECHA-HASTA-AN            TO WK-FECHA-VALIDAR        00005310
                                                                        00005320
           IF  WK-FV-AAAA NOT NUMERIC                                   00005330
            OR WK-FV-GUION-1 NOT = CA-GUION                             00005340
            OR WK-FV-MM NOT NUMERIC                                     00005350
            OR WK-FV-GUION-2 NOT = CA-GUION                             00005360
            OR WK-FV-DD NOT NUMERIC                                     00005370
               GO TO 1050-ERROR-PARAMETROS                              00005380
           END-IF                                                       00005390
                                                                        00005400
           IF  WK-FECHA-HASTA-AN < WK-FECHA-DESDE-AN                    00005410
               GO TO 1050-ERROR-PARAMETROS                              00005420
           END-IF                                                       00005430
                                                                        00005440
           GO TO 1050-VALIDAR-PARAMETROS-EXIT                           00005450
                                                                        00005460
           .                                                            00005470
       1050-ERROR-PARAMETROS.                                           00005480
                                                                        00005490
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00005500
           MOVE CA-ERR-PARAMETROS            TO WK-DESCRIPCION          00005510
           MOVE CA-PRF-1050                  TO WK-PARRAFO              00005520
           MOVE WK-PARAMETROS-SYSIN          TO WK-DATOS-REGISTRO       00005530
                                                                        00005540
           PERFORM 9000-CANCELACION                                     00005550
              THRU 9000-CANCELACION-EXIT                                00005560
                                                                        00005570
           .                                                            00005580
       1050-VALIDAR-PARAMETROS-EXIT.                                    00005590
           EXIT.                                                        00005600
                                                                        00005610
      ******************************************************************00005620
      ***                   1080-VALIDAR-FECHAS                      ***00005630
      ***                   -------------------                      ***00005640
      * SE COMPRUEBA EN DB2 QUE LAS FECHAS DEL RANGO EXISTEN Y SE      *00005650
      * OBTIENE LA FECHA DEL PROCESO.                                  *00005660
      ******************************************************************00005670
       1080-VALIDAR-FECHAS.                                             00005680
                                                                        00005690
           EXEC SQL                                                     00005700
                SELECT CHAR(DATE(:WK-FECHA-DESDE-AN), ISO),             00005710
                       CHAR(DATE(:WK-FECHA-HASTA-AN), ISO),             00005720
                       CHAR(CURRENT DATE, ISO)                          00005730
                  INTO :WK-FECHA-DESDE,                                 00005740
                       :WK-FECHA-HASTA,                                 00005750
                       :WK-FECHA-PROCESO                                00005760
                  FROM SYSIBM.SYSDUMMY1                                 00005770
           END-EXEC                                                     00005780
                                                                        00005790
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005800
                                                                        00005810
           IF  NOT DB2-OK                                               00005820
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00005830
               MOVE CA-ERR-FECHA             TO WK-DESCRIPCION          00005840
               MOVE CA-PRF-1080              TO WK-PARRAFO              00005850
               MOVE CA-XXBATUS               TO WK-RUTINA               00005860
               MOVE CA-SYSDUMMY1             TO WK-TABLA-DB2            00005870
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00005880
                                                                        00005890
               PERFORM 9000-CANCELACION                                 00005900
                  THRU 9000-CANCELACION-EXIT                            00005910
                                                                        00005920
           END-IF                                                       00005930
                                                                        00005940
           .                                                            00005950
       1080-VALIDAR-FECHAS-EXIT.                                        00005960
           EXIT.                                                        00005970
                                                                        00005980
      ******************************************************************00005990
      ***                   1100-ABRIR-FICHEROS                      ***00006000
      ***                   -------------------                      ***00006010
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00006020
      ******************************************************************00006030
       1100-ABRIR-FICHEROS.                                             00006040
                                                                        00006050
           OPEN OUTPUT XXBATUS1                                         00006060
                       XXBATUS2                                         00006070
                                                                        00006080
           IF  FS-XXBATUS1 NOT = CA-FS-OK                               00006090
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006100
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006110
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006120
               MOVE CA-XXBATUS1              TO WK-DDNAME               00006130
               MOVE FS-XXBATUS1              TO WK-FILE-STATUS          00006140
                                                                        00006150
               PERFORM 9000-CANCELACION                                 00006160
                  THRU 9000-CANCELACION-EXIT                            00006170
                                                                        00006180
           END-IF                                                       00006190
                                                                        00006200
           IF  FS-XXBATUS2 NOT = CA-FS-OK                               00006210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006220
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006230
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006240
               MOVE CA-XXBATUS2              TO WK-DDNAME               00006250
               MOVE FS-XXBATUS2              TO WK-FILE-STATUS          00006260
                                                                        00006270
               PERFORM 9000-CANCELACION                                 00006280
                  THRU 9000-CANCELACION-EXIT                            00006290
                                                                        00006300
           END-IF                                                       00006310
                                                                        00006320
           .                                                            00006330
       1100-ABRIR-FICHEROS-EXIT.                                        00006340
           EXIT.                                                        00006350
                                                                        00006360
      ******************************************************************00006370
      ***                   2000-PROCESO                             ***00006380
      ***                   ------------                             ***00006390
      * SE LISTA LA ACTIVIDAD DEL USUARIO EN ORDEN CRONOLOGICO Y SE    *00006400
      * ESCRIBEN EL RESUMEN POR ORIGEN Y EL TOTAL.                     *00006410
      ******************************************************************00006420
       2000-PROCESO.                                                    00006430
                                                                        00006440
           MOVE CA-TIT-RASTRO                TO WT-TITULO               00006450
                                                                        00006460
           PERFORM 9400-ESCRIBIR-TITULO                                 00006470
              THRU 9400-ESCRIBIR-TITULO-EXIT                            00006480
                                                                        00006490
           MOVE WK-LINEA-TIT-RASTRO          TO REG-XXBATUS1            00006500
           PERFORM 9300-ESCRIBIR-LISTADO                                00006510
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006520
                                                                        00006530
           SET NO-FIN-RASTRO                 TO TRUE                    00006540
                                                                        00006550
           PERFORM 2010-ABRIR-C-RASTRO                                  00006560
              THRU 2010-ABRIR-C-RASTRO-EXIT                             00006570
                                                                        00006580
           PERFORM 9100-LEER-RASTRO                                     00006590
              THRU 9100-LEER-RASTRO-EXIT                                00006600
                                                                        00006610
           PERFORM 2100-TRATAR-ACCION                                   00006620
              THRU 2100-TRATAR-ACCION-EXIT                              00006630
             UNTIL SI-FIN-RASTRO                                        00006640
                                                                        00006650
           EXEC SQL                                                     00006660
                CLOSE C-RASTRO                                          00006670
           END-EXEC                                                     00006680
                                                                        00006690
           IF  CT-ACCIONES = ZEROES                                     00006700
               MOVE CA-SIN-ACTIVIDAD         TO REG-XXBATUS1            00006710
               PERFORM 9300-ESCRIBIR-LISTADO                            00006720
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00006730
           END-IF                                                       00006740
                                                                        00006750
           MOVE CA-TIT-RESUMEN               TO WT-TITULO               00006760
                                                                        00006770
           PERFORM 9400-ESCRIBIR-TITULO                                 00006780
              THRU 9400-ESCRIBIR-TITULO-EXIT                            00006790
                                                                        00006800
           PERFORM 2200-LINEA-RESUMEN                                   00006810
              THRU 2200-LINEA-RESUMEN-EXIT                              00006820
             VARYING WK-IDX-ORIGEN FROM 1 BY 1                          00006830
               UNTIL WK-IDX-ORIGEN > CN-NUM-ORIGENES                    00006840
                                                                        00006850
           MOVE CA-TOT-ACCIONES              TO WL-LITERAL              00006860
           MOVE CT-ACCIONES                  TO WL-TOTAL                00006870
                                                                        00006880
           MOVE WK-LINEA-TOTAL               TO REG-XXBATUS1            00006890
           PERFORM 9300-ESCRIBIR-LISTADO                                00006900
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006910
                                                                        00006920
           .                                                            00006930
       2000-PROCESO-EXIT.                                               00006940
           EXIT.                                                        00006950
                                                                        00006960
      ******************************************************************00006970
      ***                   2010-ABRIR-C-RASTRO                      ***00006980
      ***                   -------------------                      ***00006990
      * SE DECLARA Y ABRE EL CURSOR DEL RASTRO. CADA ALMACEN APORTA EL *00007000
      * MOMENTO DE LA ACCION, SU ORIGEN, LA ACCION, EL OBJETO TOCADO,  *00007010
      * EL PROGRAMA QUE LA REGISTRA Y UN DETALLE. LAS IMAGENES DE      *00007020
      * POS_DISP_PMAS_HIST LLEVAN EL USUARIO DE LA ACTUALIZACION QUE   *00007030
      * FUE SUSTITUIDA EN EL MOMENTO FECHIST.                          *00007040
      ******************************************************************00007050
       2010-ABRIR-C-RASTRO.                                             00007060
                                                                        00007070
           EXEC SQL                                                     00007080
                DECLARE C-RASTRO CURSOR FOR                             00007090
                SELECT T.MOMENTO, T.ORIGEN, T.ACCION, T.OBJETO,         00007100
                       T.PROGRAMA, T.DETALLE                            00007110
                  FROM (SELECT CHAR(G6524_CONTCUR) AS MOMENTO,          00007120
                               'POSICIONES' AS ORIGEN,                  00007130
                               'MODIFICA POSICION' AS ACCION,           00007140
                               'POSICION ' CONCAT G6524_IDEMPRD         00007150
                                 CONCAT '-' CONCAT G6524_IDCENTD        00007160
                                 CONCAT '-' CONCAT G6524_IDPRODD        00007170
                                 CONCAT '-' CONCAT G6524_CODSPROD       00007180
                                 CONCAT '-' CONCAT G6524_CTOSALDO       00007190
                                 CONCAT '-' CONCAT G6524_CODMONSW       00007200
                                 AS OBJETO,                             00007210
                               'KJBCCPD' AS PROGRAMA,                   00007220
                               'IMAGEN VIG. '                           00007230
                                 CONCAT CHAR(G6524_FECCONSO, ISO)       00007240
                                 AS DETALLE                             00007250
                          FROM POS_DISP_PMAS                            00007260
                         WHERE G6524_USUAUDIT = :WK-USUARIO-AN          00007270
                           AND DATE(G6524_CONTCUR)                      00007280
                               BETWEEN :WK-FECHA-DESDE                  00007290
                                   AND :WK-FECHA-HASTA                  00007300
                        UNION ALL                                       00007310
                        SELECT CHAR(G6524H_FECHIST),                    00007320
                               'POSICIONES',                            00007330
                               'MODIFICA POSICION',                     00007340
                               'POSICION ' CONCAT G6524H_IDEMPRD        00007350
                                 CONCAT '-' CONCAT G6524H_IDCENTD       00007360
                                 CONCAT '-' CONCAT G6524H_IDPRODD       00007370
                                 CONCAT '-' CONCAT G6524H_CODSPROD      00007380
                                 CONCAT '-' CONCAT G6524H_CTOSALDO      00007390
                                 CONCAT '-' CONCAT G6524H_CODMONSW,     00007400
                               'KJBCCPD',                               00007410
                               'IMAGEN SUST. '                          00007420
                                 CONCAT CHAR(G6524H_FECCONSO, ISO)      00007430
                          FROM POS_DISP_PMAS_HIST                       00007440
                         WHERE G6524H_USUAUDIT = :WK-USUARIO-AN         00007450
                           AND DATE(G6524H_FECHIST)                     00007460
                               BETWEEN :WK-FECHA-DESDE                  00007470
                                   AND :WK-FECHA-HASTA                  00007480
                        UNION ALL                                       00007490
                        SELECT CHAR(G6536_FECSOLIC),                    00007500
                               'CORRECCIONES',                          00007510
                               'SOLICITA CORRECCION',                   00007520
                               'POSICION ' CONCAT G6536_IDEMPRD         00007530
                                 CONCAT '-' CONCAT G6536_IDCENTD        00007540
                                 CONCAT '-' CONCAT G6536_IDPRODD        00007550
                                 CONCAT '-' CONCAT G6536_CODSPROD       00007560
                                 CONCAT '-' CONCAT G6536_CTOSALDO       00007570
                                 CONCAT '-' CONCAT G6536_CODMONSW,      00007580
                               'KJBCCAI',                               00007590
                               'ESTADO ACTUAL ' CONCAT G6536_ESTADO     00007600
                          FROM POS_CORR_PEND                            00007610
                         WHERE G6536_OPSOLIC = :WK-USUARIO-AN           00007620
                           AND DATE(G6536_FECSOLIC)                     00007630
                               BETWEEN :WK-FECHA-DESDE                  00007640
                                   AND :WK-FECHA-HASTA                  00007650
                        UNION ALL                                       00007660
                        SELECT CHAR(G6536_FECTRAT),                     00007670
                               'CORRECCIONES',                          00007680
                               CASE G6536_ESTADO                        00007690
                                    WHEN :CA-ESTADO-APROBADO            00007700
                                    THEN 'APRUEBA CORRECCION'           00007710
                                    ELSE 'RECHAZA CORRECCION'           00007720
                               END,                                     00007730
                               'POSICION ' CONCAT G6536_IDEMPRD         00007740
                                 CONCAT '-' CONCAT G6536_IDCENTD        00007750
                                 CONCAT '-' CONCAT G6536_IDPRODD        00007760
                                 CONCAT '-' CONCAT G6536_CODSPROD       00007770
                                 CONCAT '-' CONCAT G6536_CTOSALDO       00007780
                                 CONCAT '-' CONCAT G6536_CODMONSW,      00007790
                               'KJBCCAP',                               00007800
                               'SOLICITADA POR ' CONCAT G6536_OPSOLIC   00007810
                          FROM POS_CORR_PEND                            00007820
                         WHERE G6536_OPAPRO = :WK-USUARIO-AN            00007830
                           AND G6536_ESTADO IN (:CA-ESTADO-APROBADO,    00007840
                                                :CA-ESTADO-RECHAZADO)   00007850
                           AND DATE(G6536_FECTRAT)                      00007860
                               BETWEEN :WK-FECHA-DESDE                  00007870
                                   AND :WK-FECHA-HASTA                  00007880
                        UNION ALL                                       00007890
                        SELECT CHAR(G3195_IDSOLIC),                     00007900
                               'CAMBIOS PARM',                          00007910
                               'SOLICITA CAMBIO PARAM.',                00007920
                               'PARAMETRO ' CONCAT G3195_TABLA          00007930
                                 CONCAT ' ' CONCAT G3195_CDGENTI        00007940
                                 CONCAT '-' CONCAT G3195_CDGPRODU       00007950
                                 CONCAT '-' CONCAT G3195_CDGSUBP        00007960
                                 CONCAT '-' CONCAT G3195_PANUMPAR,      00007970
                               'MPBAPAM',                               00007980
                               'OPERACION ' CONCAT G3195_TIPOPERA       00007990
                          FROM PARM_CAMB_PEND                           00008000
                         WHERE G3195_USUSOLIC = :WK-USUARIO-AN          00008010
                           AND DATE(G3195_IDSOLIC)                      00008020
                               BETWEEN :WK-FECHA-DESDE                  00008030
                                   AND :WK-FECHA-HASTA                  00008040
                        UNION ALL                                       00008050
                        SELECT CHAR(G3195_FECTRAT),                     00008060
                               'CAMBIOS PARM',                          00008070
                               CASE G3195_ESTADO                        00008080
                                    WHEN :CA-ESTADO-APROBADO            00008090
                                    THEN 'APRUEBA CAMBIO PARAM.'        00008100
                                    ELSE 'RECHAZA CAMBIO PARAM.'        00008110
                               END,                                     00008120
                               'PARAMETRO ' CONCAT G3195_TABLA          00008130
                                 CONCAT ' ' CONCAT G3195_CDGENTI        00008140
                                 CONCAT '-' CONCAT G3195_CDGPRODU       00008150
                                 CONCAT '-' CONCAT G3195_CDGSUBP        00008160
                                 CONCAT '-' CONCAT G3195_PANUMPAR,      00008170
                               'MPBAPA2',                               00008180
                               'SOLICITADO POR ' CONCAT G3195_USUSOLIC  00008190
                          FROM PARM_CAMB_PEND                           00008200
                         WHERE G3195_USUAPROB = :WK-USUARIO-AN          00008210
                           AND G3195_ESTADO IN (:CA-ESTADO-APROBADO,    00008220
                                                :CA-ESTADO-RECHAZADO)   00008230
                           AND DATE(G3195_FECTRAT)                      00008240
                               BETWEEN :WK-FECHA-DESDE                  00008250
                                   AND :WK-FECHA-HASTA                  00008260
                        UNION ALL                                       00008270
                        SELECT CHAR(G3177H_FECHMOVH),                   00008280
                               'HISTOR. PARM',                          00008290
                               'MODIFICA PARAMETRO',                    00008300
                               'PARAMETRO 750 ' CONCAT G3177H_CDGENTI   00008310
                                 CONCAT '-' CONCAT G3177H_CDGPRODU      00008320
                                 CONCAT '-' CONCAT G3177H_CDGSUBP       00008330
                                 CONCAT '-' CONCAT G3177H_PANUMPAR,     00008340
                               'MPBAPAM',                               00008350
                               'OPER. ' CONCAT G3177H_TIPOPERA          00008360
                                 CONCAT ' TERM. ' CONCAT G3177H_CDTERUMO00008370
                          FROM MDDT750H                                 00008380
                         WHERE G3177H_USUARUMO = :WK-USUARIO-AN         00008390
                           AND DATE(G3177H_FECHMOVH)                    00008400
                               BETWEEN :WK-FECHA-DESDE                  00008410
                                   AND :WK-FECHA-HASTA                  00008420
                        UNION ALL                                       00008430
                        SELECT CHAR(G3178H_FECHMOVH),                   00008440
                               'HISTOR. PARM',                          00008450
                               'MODIFICA PARAMETRO',                    00008460
                               'PARAMETRO 755 ' CONCAT G3178H_CDGENTI   00008470
                                 CONCAT '-' CONCAT G3178H_PANUMPAR,     00008480
                               'MPBAPAM',                               00008490
                               'OPER. ' CONCAT G3178H_TIPOPERA          00008500
                                 CONCAT ' TERM. ' CONCAT G3178H_CDTERUMO00008510
                          FROM MDDT755H                                 00008520
                         WHERE G3178H_USUARUMO = :WK-USUARIO-AN         00008530
                           AND DATE(G3178H_FECHMOVH)                    00008540
                               BETWEEN :WK-FECHA-DESDE                  00008550
                                   AND :WK-FECHA-HASTA                  00008560
                        UNION ALL                                       00008570
                        SELECT CHAR(G6552_FECNOTA),                     00008580
                               'NOTAS',                                 00008590
                               'ANOTA NOTA',                            00008600
                               'POSICION ' CONCAT G6552_IDEMPRD         00008610
                                 CONCAT '-' CONCAT G6552_IDCENTD        00008620
                                 CONCAT '-' CONCAT G6552_IDPRODD        00008630
                                 CONCAT '-' CONCAT G6552_CODSPROD       00008640
                                 CONCAT '-' CONCAT G6552_CTOSALDO       00008650
                                 CONCAT '-' CONCAT G6552_CODMONSW,      00008660
                               'KJBCCNA',                               00008670
                               'NOTA ' CONCAT DIGITS(G6552_NUMNOTA)     00008680
                          FROM POS_NOTAS                                00008690
                         WHERE G6552_USUAUDIT = :WK-USUARIO-AN          00008700
                           AND DATE(G6552_FECNOTA)                      00008710
                               BETWEEN :WK-FECHA-DESDE                  00008720
                                   AND :WK-FECHA-HASTA                  00008730
                        UNION ALL                                       00008740
                        SELECT CHAR(G6529_FECTRAT),                     00008750
                               'SUSPENSOS',                             00008760
                               CASE G6529_ESTADO                        00008770
                                    WHEN :CA-ESTADO-APLICADO            00008780
                                    THEN 'APLICA SUSPENSO'              00008790
                                    ELSE 'DESCARTA SUSPENSO'            00008800
                               END,                                     00008810
                               'POSICION ' CONCAT G6529_IDEMPRD         00008820
                                 CONCAT '-' CONCAT G6529_IDCENTD        00008830
                                 CONCAT '-' CONCAT G6529_IDPRODD        00008840
                                 CONCAT '-' CONCAT G6529_CODSPROD       00008850
                                 CONCAT '-' CONCAT G6529_CTOSALDO       00008860
                                 CONCAT '-' CONCAT G6529_CODMONSW,      00008870
                               'KJBCCSR',                               00008880
                               'CONSOLIDADO '                           00008890
                                 CONCAT CHAR(G6529_FECCONSO, ISO)       00008900
                          FROM POS_DISP_SUSP                            00008910
                         WHERE G6529_USUAUDIT = :WK-USUARIO-AN          00008920
                           AND G6529_ESTADO IN (:CA-ESTADO-APLICADO,    00008930
                                                :CA-ESTADO-DESCARTADO)  00008940
                           AND DATE(G6529_FECTRAT)                      00008950
                               BETWEEN :WK-FECHA-DESDE                  00008960
                                   AND :WK-FECHA-HASTA                  00008970
                        UNION ALL                                       00008980
                        SELECT CHAR(G6548_FECCONS),                     00008990
                               'CONSULTAS',                             00009000
                               'CONSULTA SALDO',                        00009010
                               'CUENTA ' CONCAT G6548_CENTALTA          00009020
                                 CONCAT '-' CONCAT G6548_CUENTNU,       00009030
                               G6548_RUTINA,                            00009040
                               'TERMINAL ' CONCAT G6548_TERMINAL        00009050
                          FROM POS_AUDIT_CONS                           00009060
                         WHERE G6548_USUARIO = :WK-USUARIO-AN           00009070
                           AND DATE(G6548_FECCONS)                      00009080
                               BETWEEN :WK-FECHA-DESDE                  00009090
                                   AND :WK-FECHA-HASTA                  00009100
                        UNION ALL                                       00009110
                        SELECT CHAR(G3203_FECTRANS),                    00009120
                               'TRANSMISION',                           00009130
                               'MARCA TRANSMITIDO',                     00009140
                               'FICHERO ' CONCAT G3203_FICHERO          00009150
                                 CONCAT ' ' CONCAT G3203_FECNEGOCIO,    00009160
                               'XXBATRS',                               00009170
                               'EMITIDO POR ' CONCAT G3203_PROGRAMA     00009180
                          FROM TRANS_SALIENTE                           00009190
                         WHERE G3203_USUTRANS = :WK-USUARIO-AN          00009200
                           AND DATE(G3203_FECTRANS)                     00009210
                               BETWEEN :WK-FECHA-DESDE                  00009220
                                   AND :WK-FECHA-HASTA                  00009230
                        UNION ALL                                       00009240
                        SELECT CHAR(G3203_FECACUSE),                    00009250
                               'TRANSMISION',                           00009260
                               'MARCA ACUSE DE RECIBO',                 00009270
                               'FICHERO ' CONCAT G3203_FICHERO          00009280
                                 CONCAT ' ' CONCAT G3203_FECNEGOCIO,    00009290
                               'XXBATRS',                               00009300
                               'EMITIDO POR ' CONCAT G3203_PROGRAMA     00009310
                          FROM TRANS_SALIENTE                           00009320
                         WHERE G3203_USUACUSE = :WK-USUARIO-AN          00009330
                           AND DATE(G3203_FECACUSE)                     00009340
                               BETWEEN :WK-FECHA-DESDE                  00009350
                                   AND :WK-FECHA-HASTA) AS T            00009360
                 ORDER BY T.MOMENTO, T.ORIGEN                           00009370
           END-EXEC                                                     00009380
                                                                        00009390
           EXEC SQL                                                     00009400
                OPEN C-RASTRO                                           00009410
           END-EXEC                                                     00009420
                                                                        00009430
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00009440
                                                                        00009450
           IF  NOT DB2-OK                                               00009460
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00009470
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00009480
               MOVE CA-PRF-2010              TO WK-PARRAFO              00009490
               MOVE CA-XXBATUS               TO WK-RUTINA               00009500
               MOVE CA-TABLAS-AUDITORIA      TO WK-TABLA-DB2            00009510
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00009520
                                                                        00009530
               PERFORM 9000-CANCELACION                                 00009540
                  THRU 9000-CANCELACION-EXIT                            00009550
                                                                        00009560
           END-IF                                                       00009570
                                                                        00009580
           .                                                            00009590
       2010-ABRIR-C-RASTRO-EXIT.                                        00009600
           EXIT.                                                        00009610
                                                                        00009620
      ******************************************************************00009630
      ***                   2100-TRATAR-ACCION                       ***00009640
      ***                   ------------------                       ***00009650
      * SE LISTA LA ACCION LEIDA, SE ACUMULA EN SU ORIGEN Y SE LEE LA  *00009660
      * SIGUIENTE.                                                     *00009670
      ******************************************************************00009680
       2100-TRATAR-ACCION.                                              00009690
                                                                        00009700
           MOVE WK-AL-MOMENTO-CORTO          TO WD-MOMENTO              00009710
           MOVE WK-AL-ORIGEN                 TO WD-ORIGEN               00009720
           MOVE WK-AL-ACCION                 TO WD-ACCION               00009730
           MOVE WK-AL-OBJETO                 TO WD-OBJETO               00009740
           MOVE WK-AL-PROGRAMA               TO WD-PROGRAMA             00009750
           MOVE WK-AL-DETALLE                TO WD-DETALLE              00009760
                                                                        00009770
           MOVE WK-LINEA-DETALLE             TO REG-XXBATUS1            00009780
           PERFORM 9300-ESCRIBIR-LISTADO                                00009790
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00009800
                                                                        00009810
           MOVE ZEROES                       TO WK-IDX-ENCONTRADO       00009820
                                                                        00009830
           PERFORM 2110-BUSCAR-ORIGEN                                   00009840
              THRU 2110-BUSCAR-ORIGEN-EXIT                              00009850
             VARYING WK-IDX-ORIGEN FROM 1 BY 1                          00009860
               UNTIL WK-IDX-ORIGEN > CN-NUM-ORIGENES                    00009870
                  OR WK-IDX-ENCONTRADO > ZEROES                         00009880
                                                                        00009890
           IF  WK-IDX-ENCONTRADO > ZEROES                               00009900
               ADD CN-1                                                 00009910
                TO WK-OR-NUM (WK-IDX-ENCONTRADO)                        00009920
           END-IF                                                       00009930
                                                                        00009940
           PERFORM 9100-LEER-RASTRO                                     00009950
              THRU 9100-LEER-RASTRO-EXIT                                00009960
                                                                        00009970
           .                                                            00009980
       2100-TRATAR-ACCION-EXIT.                                         00009990
           EXIT.                                                        00010000
                                                                        00010010
      ******************************************************************00010020
      ***                   2110-BUSCAR-ORIGEN                       ***00010030
      ***                   ------------------                       ***00010040
      * SE COMPARA EL ORIGEN LEIDO CON UNA POSICION DEL CATALOGO.      *00010050
      ******************************************************************00010060
       2110-BUSCAR-ORIGEN.                                              00010070
                                                                        00010080
           IF  WK-OR-NOMBRE (WK-IDX-ORIGEN) = WK-AL-ORIGEN              00010090
               MOVE WK-IDX-ORIGEN            TO WK-IDX-ENCONTRADO       00010100
           END-IF                                                       00010110
                                                                        00010120
           .                                                            00010130
       2110-BUSCAR-ORIGEN-EXIT.                                         00010140
           EXIT.                                                        00010150
                                                                        00010160
      ******************************************************************00010170
      ***                   2200-LINEA-RESUMEN                       ***00010180
      ***                   ------------------                       ***00010190
      * SE ESCRIBE LA LINEA DEL RESUMEN DE UN ORIGEN.                  *00010200
      ******************************************************************00010210
       2200-LINEA-RESUMEN.                                              00010220
                                                                        00010230
           MOVE WK-OR-NOMBRE (WK-IDX-ORIGEN) TO WR-ORIGEN               00010240
           MOVE WK-OR-NUM (WK-IDX-ORIGEN)    TO WR-NUM                  00010250
                                                                        00010260
           MOVE WK-LINEA-RESUMEN             TO REG-XXBATUS1            00010270
           PERFORM 9300-ESCRIBIR-LISTADO                                00010280
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00010290
                                                                        00010300
           .                                                            00010310
       2200-LINEA-RESUMEN-EXIT.                                         00010320
           EXIT.                                                        00010330
                                                                        00010340
      ******************************************************************00010350
      ***                   3000-FIN                                 ***00010360
      ***                   --------                                 ***00010370
      * SE ESCRIBE EL REGISTRO DE ARCHIVADO, SE CIERRAN LOS FICHEROS Y *00010380
      * SE MUESTRAN LAS ESTADISTICAS.                                  *00010390
      ******************************************************************00010400
       3000-FIN.                                                        00010410
                                                                        00010420
           PERFORM 3050-ESCRIBIR-ARCHIVO                                00010430
              THRU 3050-ESCRIBIR-ARCHIVO-EXIT                           00010440
                                                                        00010450
           PERFORM 3100-CERRAR-FICHEROS                                 00010460
              THRU 3100-CERRAR-FICHEROS-EXIT                            00010470
                                                                        00010480
           PERFORM 3200-ESTADISTICAS                                    00010490
              THRU 3200-ESTADISTICAS-EXIT                               00010500
                                                                        00010510
           STOP RUN                                                     00010520
                                                                        00010530
           .                                                            00010540
       3000-FIN-EXIT.                                                   00010550
           EXIT.                                                        00010560
                                                                        00010570
      ******************************************************************00010580
      ***                   3050-ESCRIBIR-ARCHIVO                    ***00010590
      ***                   ---------------------                    ***00010600
      * SE ESCRIBE EL SYSIN DEL PASO XXBAREA: EL LISTADO SE ARCHIVA    *00010610
      * CON LA FECHA DEL PROCESO COMO FECHA DE NEGOCIO Y LA REFERENCIA *00010620
      * DEL EXPEDIENTE, QUE LO GUARDA COMO SIGUIENTE VERSION SIN       *00010630
      * BORRAR RASTROS ANTERIORES DEL MISMO DIA.                       *00010640
      ******************************************************************00010650
       3050-ESCRIBIR-ARCHIVO.                                           00010660
                                                                        00010670
           MOVE CA-XXBATUS                   TO WA-PROGRAMA             00010680
           MOVE WK-FECHA-PROCESO             TO WA-FECNEGOCIO           00010690
           MOVE SPACES                       TO WA-ESTADO               00010700
           MOVE WK-REFCASO-AN                TO WA-REFCASO              00010710
                                                                        00010720
           WRITE REG-XXBATUS2 FROM WK-REG-ARCHIVO                       00010730
                                                                        00010740
           IF  FS-XXBATUS2 NOT = CA-FS-OK                               00010750
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010760
               MOVE CA-ERR-ESCRIBIR-ARCH     TO WK-DESCRIPCION          00010770
               MOVE CA-PRF-3050              TO WK-PARRAFO              00010780
               MOVE CA-XXBATUS2              TO WK-DDNAME               00010790
               MOVE FS-XXBATUS2              TO WK-FILE-STATUS          00010800
               MOVE WK-REG-ARCHIVO           TO WK-DATOS-REGISTRO       00010810
                                                                        00010820
               PERFORM 9000-CANCELACION                                 00010830
                  THRU 9000-CANCELACION-EXIT                            00010840
                                                                        00010850
           END-IF                                                       00010860
                                                                        00010870
           .                                                            00010880
       3050-ESCRIBIR-ARCHIVO-EXIT.                                      00010890
           EXIT.                                                        00010900
                                                                        00010910
      ******************************************************************00010920
      ***                   3100-CERRAR-FICHEROS                     ***00010930
      ***                   --------------------                     ***00010940
      * SE REALIZA EL CIERRE DE LOS FICHEROS.                          *00010950
      ******************************************************************00010960
       3100-CERRAR-FICHEROS.                                            00010970
                                                                        00010980
           CLOSE XXBATUS1                                               00010990
                 XXBATUS2                                               00011000
                                                                        00011010
           IF  FS-XXBATUS1 NOT = CA-FS-OK                               00011020
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011030
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00011040
               MOVE CA-PRF-3100              TO WK-PARRAFO              00011050
               MOVE CA-XXBATUS1              TO WK-DDNAME               00011060
               MOVE FS-XXBATUS1              TO WK-FILE-STATUS          00011070
                                                                        00011080
               PERFORM 9000-CANCELACION                                 00011090
                  THRU 9000-CANCELACION-EXIT                            00011100
                                                                        00011110
           END-IF                                                       00011120
                                                                        00011130
           IF  FS-XXBATUS2 NOT = CA-FS-OK                               00011140
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011150
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00011160
               MOVE CA-PRF-3100              TO WK-PARRAFO              00011170
               MOVE CA-XXBATUS2              TO WK-DDNAME               00011180
               MOVE FS-XXBATUS2              TO WK-FILE-STATUS          00011190
                                                                        00011200
               PERFORM 9000-CANCELACION                                 00011210
                  THRU 9000-CANCELACION-EXIT                            00011220
                                                                        00011230
           END-IF                                                       00011240
                                                                        00011250
           .                                                            00011260
       3100-CERRAR-FICHEROS-EXIT.                                       00011270
           EXIT.                                                        00011280
                                                                        00011290
      ******************************************************************00011300
      ***                   3200-ESTADISTICAS                        ***00011310
      ***                   -----------------                        ***00011320
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00011330
      ******************************************************************00011340
       3200-ESTADISTICAS.                                               00011350
                                                                        00011360
           MOVE CT-ACCIONES                  TO WK-ACCIONES-ED          00011370
           MOVE CT-LINEAS-LISTADO            TO WK-LINEAS-LISTADO-ED    00011380
                                                                        00011390
           DISPLAY WK-CAB-1                                             00011400
           DISPLAY WK-CAB-2                                             00011410
           DISPLAY WK-CAB-1                                             00011420
           DISPLAY WK-CAB-3                                             00011430
           DISPLAY WK-CAB-4                                             00011440
           DISPLAY WK-CAB-1                                             00011450
                                                                        00011460
           .                                                            00011470
       3200-ESTADISTICAS-EXIT.                                          00011480
           EXIT.                                                        00011490
                                                                        00011500
      ******************************************************************00011510
      ***                   9100-LEER-RASTRO                         ***00011520
      ***                   ----------------                         ***00011530
      * SE LEE LA SIGUIENTE ACCION DEL CURSOR DEL RASTRO.              *00011540
      ******************************************************************00011550
       9100-LEER-RASTRO.                                                00011560
                                                                        00011570
           EXEC SQL                                                     00011580
                FETCH C-RASTRO                                          00011590
                 INTO :WK-AL-MOMENTO,  :WK-AL-ORIGEN,                   00011600
                      :WK-AL-ACCION,   :WK-AL-OBJETO,                   00011610
                      :WK-AL-PROGRAMA, :WK-AL-DETALLE                   00011620
           END-EXEC                                                     00011630
                                                                        00011640
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00011650
                                                                        00011660
           EVALUATE  TRUE                                               00011670
               WHEN  DB2-OK                                             00011680
                     ADD CN-1                TO CT-ACCIONES             00011690
                                                                        00011700
               WHEN  DB2-CLV-NOT-FOUND                                  00011710
                     SET SI-FIN-RASTRO       TO TRUE                    00011720
                                                                        00011730
               WHEN  OTHER                                              00011740
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00011750
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00011760
                     MOVE CA-PRF-9100        TO WK-PARRAFO              00011770
                     MOVE CA-XXBATUS         TO WK-RUTINA               00011780
                     MOVE CA-TABLAS-AUDITORIA                           00011790
                                             TO WK-TABLA-DB2            00011800
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00011810
                                                                        00011820
                     PERFORM 9000-CANCELACION                           00011830
                        THRU 9000-CANCELACION-EXIT                      00011840
                                                                        00011850
           END-EVALUATE                                                 00011860
                                                                        00011870
           .                                                            00011880
       9100-LEER-RASTRO-EXIT.                                           00011890
           EXIT.                                                        00011900
                                                                        00011910
      ******************************************************************00011920
      ***                   9300-ESCRIBIR-LISTADO                    ***00011930
      ***                   ---------------------                    ***00011940
      * SE ESCRIBE UNA LINEA DEL LISTADO DEL RASTRO.                   *00011950
      ******************************************************************00011960
       9300-ESCRIBIR-LISTADO.                                           00011970
                                                                        00011980
           WRITE REG-XXBATUS1                                           00011990
                                                                        00012000
           IF  FS-XXBATUS1 NOT = CA-FS-OK                               00012010
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012020
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00012030
               MOVE CA-PRF-9300              TO WK-PARRAFO              00012040
               MOVE CA-XXBATUS1              TO WK-DDNAME               00012050
               MOVE FS-XXBATUS1              TO WK-FILE-STATUS          00012060
               MOVE REG-XXBATUS1             TO WK-DATOS-REGISTRO       00012070
                                                                        00012080
               PERFORM 9000-CANCELACION                                 00012090
                  THRU 9000-CANCELACION-EXIT                            00012100
                                                                        00012110
           END-IF                                                       00012120
                                                                        00012130
           ADD CN-1                          TO CT-LINEAS-LISTADO       00012140
                                                                        00012150
           .                                                            00012160
       9300-ESCRIBIR-LISTADO-EXIT.                                      00012170
           EXIT.                                                        00012180
                                                                        00012190
      ******************************************************************00012200
      ***                   9400-ESCRIBIR-TITULO                     ***00012210
      ***                   --------------------                     ***00012220
      * SE ESCRIBE UNA LINEA EN BLANCO Y EL TITULO DE UNA PARTE DEL    *00012230
      * LISTADO.                                                       *00012240
      ******************************************************************00012250
       9400-ESCRIBIR-TITULO.                                            00012260
                                                                        00012270
           MOVE SPACES                       TO REG-XXBATUS1            00012280
           PERFORM 9300-ESCRIBIR-LISTADO                                00012290
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00012300
                                                                        00012310
           MOVE WK-LINEA-TITULO              TO REG-XXBATUS1            00012320
           PERFORM 9300-ESCRIBIR-LISTADO                                00012330
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00012340
                                                                        00012350
           .                                                            00012360
       9400-ESCRIBIR-TITULO-EXIT.                                       00012370
           EXIT.                                                        00012380
                                                                        00012390
      ******************************************************************00012400
      ***                   9000-CANCELACION                         ***00012410
      ***                   ----------------                         ***00012420
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00012430
      ******************************************************************00012440
       9000-CANCELACION.                                                00012450
                                                                        00012460
           MOVE CA-RESP                      TO WK-RESPONSABLE          00012470
                                                                        00012480
           EVALUATE  TRUE                                               00012490
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00012500
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012510
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012520
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00012530
                         RESPONSABLE('WK-RESPONSABLE')                  00012540
                         DESCRIPCION('WK-DESCRIPCION')                  00012550
                         PROGRAMA('WK-PROGRAMA')                        00012560
                         PARRAFO('WK-PARRAFO')                          00012570
                         SQLCA('SQLCA')                                 00012580
                         TABLA_DB2('WK-TABLA-DB2')                      00012590
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00012600
                     END-FUN                                            00012610
                                                                        00012620
               WHEN  OTHER                                              00012630
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012640
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012650
                         RESPONSABLE('WK-RESPONSABLE')                  00012660
                         DESCRIPCION('WK-DESCRIPCION')                  00012670
                         PROGRAMA('WK-PROGRAMA')                        00012680
                         PARRAFO('WK-PARRAFO')                          00012690
                         DDNAME('WK-DDNAME')                            00012700
                         FILE_STATUS('WK-FILE-STATUS')                  00012710
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00012720
                     END-FUN                                            00012730
                                                                        00012740
           END-EVALUATE                                                 00012750
                                                                        00012760
           .                                                            00012770
       9000-CANCELACION-EXIT.                                           00012780
           EXIT.                                                        00012790
