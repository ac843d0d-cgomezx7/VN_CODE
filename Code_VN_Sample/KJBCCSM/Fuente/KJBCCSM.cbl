      *               CONTROL CON LOS EXTRACTOS GENERADOS, SUPRIMIDOS  *00000210
      *               (SIN MOVIMIENTO EN EL PERIODO) Y FALLIDOS (SIN  * 00000220
      *               FOTOS O SIN TITULAR REGISTRADO).               *  00000221
      *               CADA EXTRACTO SE ENTREGA POR EL CANAL QUE EL     *00000222
      *               TITULAR TIENE REGISTRADO (RUTINA KJBCCCP): EN    *00000223
      *               PAPEL VA A LA INTERFAZ DE IMPRESION, EL          *00000224
      *               ELECTRONICO A LA INTERFAZ DE ENTREGA ELECTRONICA *00000225
      *               PRECEDIDO DE UN REGISTRO SOBRE CON LA DIRECCION, *00000226
      *               Y 'AMBOS' A LAS DOS. NO SE GENERA EL EXTRACTO    *00000227
      *               DEL TITULAR QUE HA RENUNCIADO A ELLOS.           *00000228
      *-                                                              -*00000230
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000240
      *        WK-FECHA-DESDE, WK-FECHA-HASTA DEL PERIODO.             *00000250
      *  FICHEROS DE SALIDA:                                           *00000270
      *        KJBCSMS1 : INTERFAZ DE IMPRESION DE EXTRACTOS.          *00000280
      *        KJBCSMS2 : INFORME DE CONTROL DE LA GENERACION.         *00000290
      *        KJBCSMS3 : INTERFAZ DE ENTREGA ELECTRONICA.             *00000291
      *-                                                              -*00000300
      *  TABLAS:                                                       *00000310
      *     POS_DISP_CONTR     : CRUCE POSICION-CONTRATO (LECTURA). *   00000321
      *     POS_DISP_PMAS_HIST : FOTOS DIARIAS (LECTURA).              *00000320
      *-                                                              -*00000322
      *  RUTINAS:                                                      *00000324
      *     KJBCCCP : CANAL DE ENTREGA DE LA CORRESPONDENCIA.          *00000326
      *-                                                              -*00000330
      ******************************************************************00000340
      *                  M O D I F I C A C I O N E S                   *00000350
      * USUARIO  FECHA        DESCRIPCION                              *00000380
      * -------- ----------   ---------------------------------------- *00000390
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000400
      * VIEWNEXT 15-10-2026    ENTREGA POR EL CANAL PREFERIDO DEL      *00000401
      *                        TITULAR (KJBCCCP): NUEVA INTERFAZ       *00000402
      *                        ELECTRONICA KJBCSMS3, RENUNCIAS Y       *00000403
      *                        CONTEO POR CANAL EN EL INFORME.         *00000404
      *                                                                *00000410
      ******************************************************************00000420
                                                                        00000430
                  ACCESS MODE IS SEQUENTIAL                             00000810
                  FILE STATUS IS FS-KJBCSMS2.                           00000820
                                                                        00000830
      * -- INTERFAZ DE ENTREGA ELECTRONICA DE EXTRACTOS.                00000831
           SELECT KJBCSMS3 ASSIGN KJBCSMS3                              00000832
                  ACCESS MODE IS SEQUENTIAL                             00000833
                  FILE STATUS IS FS-KJBCSMS3.                           00000834
                                                                        00000835
      ******************************************************************00000840
      * DATA DIVISION                                                  *00000850
      ******************************************************************00000860
           DATA RECORD IS REG-KJBCSMS2.                                 00001070
       01  REG-KJBCSMS2                    PIC X(132).                  00001080
                                                                        00001090
       FD  KJBCSMS3                                                     00001091
           BLOCK CONTAINS 0 RECORDS                                     00001092
           RECORDING MODE IS F                                          00001093
           LABEL RECORD ARE STANDARD                                    00001094
           RECORD CONTAINS 132 CHARACTERS                               00001095
           DATA RECORD IS REG-KJBCSMS3.                                 00001096
       01  REG-KJBCSMS3                    PIC X(132).                  00001097
                                                                        00001098
      *----------------------------------------------------------------*00001100
      * WORKING-STORAGE SECTION                                        *00001110
      *----------------------------------------------------------------*00001120
           05  SW-FIN-TITULARES            PIC X(01)   VALUE 'N'.       00001291
               88  SI-FIN-TITULARES                    VALUE 'S'.       00001292
               88  NO-FIN-TITULARES                    VALUE 'N'.       00001293
           05  SW-CANAL-ENVIO              PIC X(01)   VALUE 'P'.       00001294
               88  ENVIO-PAPEL                         VALUE 'P' 'A'.   00001295
               88  ENVIO-ELECTRONICO                   VALUE 'E' 'A'.   00001296
               88  ENVIO-RENUNCIADO                    VALUE 'N'.       00001297
                                                                        00001300
      ******************************************************************00001310
      *                      C O N S T A N T E S                       *00001320
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001410
               10  CA-KJBCSMS1             PIC X(08)   VALUE 'KJBCSMS1'.00001420
               10  CA-KJBCSMS2             PIC X(08)   VALUE 'KJBCSMS2'.00001430
               10  CA-KJBCSMS3             PIC X(08)   VALUE 'KJBCSMS3'.00001431
               10  CA-KJBCCCP              PIC X(08)   VALUE 'KJBCCCP'. 00001432
               10  CA-00                   PIC X(02)   VALUE '00'.      00001433
               10  CA-TIPCORR-EXTRACTO     PIC X(02)   VALUE '01'.      00001434
               10  CA-CANAL-PAPEL          PIC X(01)   VALUE 'P'.       00001435
               10  CA-CANAL-ELECTRONICO    PIC X(01)   VALUE 'E'.       00001436
               10  CA-CANAL-AMBOS          PIC X(01)   VALUE 'A'.       00001437
               10  CA-POS-DISP-PMAS-HIST   PIC X(18)   VALUE            00001440
                                   'POS_DISP_PMAS_HIST'.                00001450
               10  CA-POS-DISP-CONTR       PIC X(14)   VALUE            00001451
                         'ERROR EN EL CURSOR DE DISPOSITIVOS      '.    00001540
               10  CA-ERR-FOTOS            PIC X(40)   VALUE            00001550
                         'ERROR EN EL CURSOR DE FOTOS DEL PERIODO '.    00001560
               10  CA-ERR-RUTINA           PIC X(32)   VALUE            00001561
                                   'LA RUTINA KJBCCCP DEVOLVIO ERROR'.  00001562
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001570
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001580
               10  CA-PRF-1000             PIC X(11)   VALUE            00001590
                                   '1100-ABRIR-FICHEROS'.               00001620
               10  CA-PRF-2100             PIC X(22)   VALUE            00001630
                                   '2100-COMPONER-EXTRACTO'.            00001640
               10  CA-PRF-2120             PIC X(19)   VALUE            00001641
                                   '2120-RESOLVER-CANAL'.               00001642
               10  CA-PRF-3100             PIC X(20)   VALUE            00001650
                                   '3100-CERRAR-FICHEROS'.              00001660
               10  CA-PRF-9200             PIC X(21)   VALUE            00001670
           05  CT-GENERADOS                PIC 9(9)    VALUE ZEROES.    00001790
           05  CT-SUPRIMIDOS               PIC 9(9)    VALUE ZEROES.    00001800
           05  CT-FALLIDOS                 PIC 9(9)    VALUE ZEROES.    00001810
           05  CT-CANAL-PAPEL              PIC 9(9)    VALUE ZEROES.    00001811
           05  CT-CANAL-ELECTRONICO        PIC 9(9)    VALUE ZEROES.    00001812
           05  CT-CANAL-AMBOS              PIC 9(9)    VALUE ZEROES.    00001813
           05  CT-RENUNCIAS                PIC 9(9)    VALUE ZEROES.    00001814
                                                                        00001820
      ******************************************************************00001830
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001840
               10  FILLER                  PIC X(45)   VALUE            00002020
                   '* EXTRACTOS FALLIDOS:                      '.       00002030
               10  WK-FALLIDOS-ED          PIC ZZZZZZZZ9.               00002040
               10  FILLER                  PIC X(01)   VALUE '*'.       00002041
           05  WK-CAB-6.                                                00002042
               10  FILLER                  PIC X(45)   VALUE            00002043
                   '* EXTRACTOS EN PAPEL:                      '.       00002044
               10  WK-CANAL-PAPEL-ED       PIC ZZZZZZZZ9.               00002045
               10  FILLER                  PIC X(01)   VALUE '*'.       00002046
           05  WK-CAB-7.                                                00002047
               10  FILLER                  PIC X(45)   VALUE            00002048
                   '* EXTRACTOS EN ENTREGA ELECTRONICA:        '.       00002049
               10  WK-CANAL-ELECTR-ED      PIC ZZZZZZZZ9.               00002050
               10  FILLER                  PIC X(01)   VALUE '*'.       00002051
           05  WK-CAB-8.                                                00002052
               10  FILLER                  PIC X(45)   VALUE            00002053
                   '* EXTRACTOS EN PAPEL Y ELECTRONICO:        '.       00002054
               10  WK-CANAL-AMBOS-ED       PIC ZZZZZZZZ9.               00002055
               10  FILLER                  PIC X(01)   VALUE '*'.       00002056
           05  WK-CAB-9.                                                00002057
               10  FILLER                  PIC X(45)   VALUE            00002058
                   '* EXTRACTOS NO ENVIADOS POR RENUNCIA:      '.       00002059
               10  WK-RENUNCIAS-ED         PIC ZZZZZZZZ9.               00002060
               10  FILLER                  PIC X(01)   VALUE '*'.       00002061
                                                                        00002062
      ******************************************************************00002070
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002080
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002090
       01  FS-FILE-STATUS.                                              00002270
           05  FS-KJBCSMS1                 PIC X(02).                   00002280
           05  FS-KJBCSMS2                 PIC X(02).                   00002290
           05  FS-KJBCSMS3                 PIC X(02).                   00002291
                                                                        00002300
      ******************************************************************00002310
      *        L I N E A S  D E L  M O D E L O  D E  P A G I N A       *00002320
           05  WU-IMPORTE                  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00002920
           05  FILLER                      PIC X(78)   VALUE SPACES.    00002930
                                                                        00002940
      * -- REGISTRO SOBRE QUE ENCABEZA CADA EXTRACTO EN LA INTERFAZ DE  00002941
      * -- ENTREGA ELECTRONICA: TITULAR Y DIRECCION DE ENTREGA.         00002942
       01  WK-LINEA-SOBRE.                                              00002943
           05  FILLER                      PIC X(06)   VALUE '*SOBRE'.  00002944
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002945
           05  WE-TIPCORR                  PIC X(02).                   00002946
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002947
           05  WE-CENTALTA                 PIC X(04).                   00002948
           05  FILLER                      PIC X(01)   VALUE '/'.       00002949
           05  WE-CUENTNU                  PIC X(12).                   00002950
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002951
           05  WE-CANAL                    PIC X(01).                   00002952
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002953
           05  WE-DIRELEC                  PIC X(60).                   00002954
           05  FILLER                      PIC X(42)   VALUE SPACES.    00002955
                                                                        00002956
      ******************************************************************00002957
      *                      V A R I A B L E S                         *00002960
      ******************************************************************00002970
       01  WK-VARIABLES.                                                00002980
           05  WF-IDCENTD                  PIC X(04).                   00003130
           05  WF-IDPRODD                  PIC X(03).                   00003140
           05  WF-CODSPROD                 PIC X(03).                   00003150
                                                                        00003152
      * -- COPY DE COMUNICACION CON LA RUTINA KJBCCCP.                  00003154
           COPY KJYCCCP.                                                00003156
                                                                        00003160
      * -- ULTIMA FOTO LEIDA DEL CURSOR.                                00003170
       01  WK-FILA-FOTO.                                                00003180
                                                                        00003920
           OPEN OUTPUT KJBCSMS1                                         00003930
                       KJBCSMS2                                         00003940
                       KJBCSMS3                                         00003941
                                                                        00003950
           IF  FS-KJBCSMS1 NOT = CA-FS-OK                               00003960
            OR FS-KJBCSMS2 NOT = CA-FS-OK                               00003970
            OR FS-KJBCSMS3 NOT = CA-FS-OK                               00003971
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003980
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00003990
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004000
      * UNA LINEA DE MOVIMIENTO CON SU VARIACION Y LA ULTIMA EL        *00004950
      * SALDO DE CIERRE DEL SUBTOTAL. LOS EXTRACTOS SIN NINGUN         *00004960
      * MOVIMIENTO SE SUPRIMEN DEL CORREO Y SE CUENTAN APARTE.         *00004970
      * ANTES SE RESUELVE EL CANAL DE ENTREGA DEL TITULAR; SI HA       *00004971
      * RENUNCIADO A LOS EXTRACTOS NO SE COMPONE EL SUYO.              *00004972
      ******************************************************************00004980
       2100-COMPONER-EXTRACTO.                                          00004990
                                                                        00004991
           PERFORM 2120-RESOLVER-CANAL                                  00004992
              THRU 2120-RESOLVER-CANAL-EXIT                             00004993
                                                                        00004994
           IF  ENVIO-RENUNCIADO                                         00004995
               GO TO 2100-COMPONER-EXTRACTO-EXIT                        00004996
           END-IF                                                       00004997
                                                                        00005000
           MOVE ZEROES                       TO WK-MOVS-EXTRACTO        00005010
                                                WK-FOTOS-EXTRACTO       00005020
           EXIT.                                                        00005850
                                                                        00005860
      ******************************************************************00005870
      ***                   2120-RESOLVER-CANAL                      ***00005871
      ***                   -------------------                      ***00005872
      * SE CONSULTA CON KJBCCCP EL CANAL DE ENTREGA DE LOS EXTRACTOS   *00005873
      * DEL TITULAR, QUE QUEDA CONTADO EN EL MES DEL ENVIO. SI VA POR  *00005874
      * ENTREGA ELECTRONICA SE ESCRIBE EL REGISTRO SOBRE CON LA        *00005875
      * DIRECCION ANTES DE LAS LINEAS DEL EXTRACTO.                    *00005876
      ******************************************************************00005877
       2120-RESOLVER-CANAL.                                             00005878
                                                                        00005879
           INITIALIZE KJYCCCP                                           00005880
                                                                        00005881
           MOVE WK-TIT-CENTALTA (WK-IDX-TIT) TO KJYCCCP-CENTALTA        00005882
           MOVE WK-TIT-CUENTNU (WK-IDX-TIT)  TO KJYCCCP-CUENTNU         00005883
           MOVE CA-TIPCORR-EXTRACTO          TO KJYCCCP-TIPCORR         00005884
           MOVE WK-FECHA-HASTA               TO KJYCCCP-FECHA-ENVIO     00005885
                                                                        00005886
           CALL CA-KJBCCCP               USING KJYCCCP                  00005887
                                                                        00005888
           IF  KJYCCCP-RETORNO NOT = CA-00                              00005889
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005890
               MOVE CA-ERR-RUTINA            TO WK-DESCRIPCION          00005891
               MOVE CA-PRF-2120              TO WK-PARRAFO              00005892
               MOVE KJYCCCP-DESCRIPCION      TO WK-DATOS-REGISTRO       00005893
                                                                        00005894
               PERFORM 9000-CANCELACION                                 00005895
                  THRU 9000-CANCELACION-EXIT                            00005896
                                                                        00005897
           END-IF                                                       00005898
                                                                        00005899
           MOVE KJYCCCP-CANAL                TO SW-CANAL-ENVIO          00005900
                                                                        00005901
           EVALUATE  KJYCCCP-CANAL                                      00005902
               WHEN  CA-CANAL-PAPEL                                     00005903
                     ADD CN-1                TO CT-CANAL-PAPEL          00005904
               WHEN  CA-CANAL-ELECTRONICO                               00005905
                     ADD CN-1                TO CT-CANAL-ELECTRONICO    00005906
               WHEN  CA-CANAL-AMBOS                                     00005907
                     ADD CN-1                TO CT-CANAL-AMBOS          00005908
               WHEN  OTHER                                              00005909
                     ADD CN-1                TO CT-RENUNCIAS            00005910
           END-EVALUATE                                                 00005911
                                                                        00005912
           IF  ENVIO-ELECTRONICO                                        00005913
               MOVE CA-TIPCORR-EXTRACTO      TO WE-TIPCORR              00005914
               MOVE KJYCCCP-CENTALTA         TO WE-CENTALTA             00005915
               MOVE KJYCCCP-CUENTNU          TO WE-CUENTNU              00005916
               MOVE KJYCCCP-CANAL            TO WE-CANAL                00005917
               MOVE KJYCCCP-DIRELEC          TO WE-DIRELEC              00005918
               MOVE WK-LINEA-SOBRE           TO REG-KJBCSMS3            00005919
                                                                        00005920
               PERFORM 2760-GRABAR-ELECTRONICO                          00005921
                  THRU 2760-GRABAR-ELECTRONICO-EXIT                     00005922
                                                                        00005923
           END-IF                                                       00005924
                                                                        00005925
           .                                                            00005926
       2120-RESOLVER-CANAL-EXIT.                                        00005927
           EXIT.                                                        00005928
                                                                        00005929
      ******************************************************************00005930
      ***                   2150-TRATAR-FOTO                         ***00005931
      ***                   ----------------                         ***00005932
      * SE TRATA LA FOTO LEIDA: CAMBIO DE MONEDA ABRE SUBTOTAL         *00005933
      * NUEVO CON SU SALDO DE APERTURA; LAS DEMAS FOTOS GENERAN        *00005934
      * LINEA DE MOVIMIENTO CON LA VARIACION FRENTE A LA ANTERIOR.     *00005935
      ******************************************************************00005936
       2150-TRATAR-FOTO.                                                00005940
                                                                        00005950
           ADD CN-1                          TO WK-FOTOS-EXTRACTO       00005960
      ***                   2750-GRABAR-EXTRACTO                     ***00006640
      ***                   --------------------                     ***00006650
      * SE GRABA EL REGISTRO YA FORMATEADO EN LA INTERFAZ DE           *00006660
      * IMPRESION, EN LA DE ENTREGA ELECTRONICA O EN LAS DOS SEGUN EL  *00006661
      * CANAL DEL TITULAR.                                             *00006670
      ******************************************************************00006680
       2750-GRABAR-EXTRACTO.                                            00006690
                                                                        00006691
           IF  ENVIO-ELECTRONICO                                        00006692
               MOVE REG-KJBCSMS1             TO REG-KJBCSMS3            00006693
                                                                        00006694
               PERFORM 2760-GRABAR-ELECTRONICO                          00006695
                  THRU 2760-GRABAR-ELECTRONICO-EXIT                     00006696
                                                                        00006697
           END-IF                                                       00006698
                                                                        00006699
           IF  NOT ENVIO-PAPEL                                          00006700
               GO TO 2750-GRABAR-EXTRACTO-EXIT                          00006701
           END-IF                                                       00006702
                                                                        00006703
           WRITE REG-KJBCSMS1                                           00006710
                                                                        00006720
           IF  FS-KJBCSMS1 NOT = CA-FS-OK                               00006730
                                                                        00006840
           .                                                            00006850
       2750-GRABAR-EXTRACTO-EXIT.                                       00006860
           EXIT.                                                        00006861
                                                                        00006862
      ******************************************************************00006863
      ***                   2760-GRABAR-ELECTRONICO                  ***00006864
      ***                   -----------------------                  ***00006865
      * SE GRABA EL REGISTRO EN LA INTERFAZ DE ENTREGA ELECTRONICA.    *00006866
      ******************************************************************00006867
       2760-GRABAR-ELECTRONICO.                                         00006868
                                                                        00006869
           WRITE REG-KJBCSMS3                                           00006870
                                                                        00006871
           IF  FS-KJBCSMS3 NOT = CA-FS-OK                               00006872
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006873
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00006874
               MOVE CA-PRF-2120              TO WK-PARRAFO              00006875
               MOVE CA-KJBCSMS3              TO WK-DDNAME               00006876
               MOVE FS-KJBCSMS3              TO WK-FILE-STATUS          00006877
                                                                        00006878
               PERFORM 9000-CANCELACION                                 00006879
                  THRU 9000-CANCELACION-EXIT                            00006880
                                                                        00006881
           END-IF                                                       00006882
                                                                        00006883
           .                                                            00006884
       2760-GRABAR-ELECTRONICO-EXIT.                                    00006885
           EXIT.                                                        00006886
                                                                        00006887
      ******************************************************************00006890
      ***                   3000-FIN                                 ***00006900
      ***                   --------                                 ***00006910
           MOVE CT-GENERADOS                  TO WK-GENERADOS-ED        00007190
           MOVE CT-SUPRIMIDOS                 TO WK-SUPRIMIDOS-ED       00007200
           MOVE CT-FALLIDOS                   TO WK-FALLIDOS-ED         00007210
           MOVE CT-CANAL-PAPEL                TO WK-CANAL-PAPEL-ED      00007211
           MOVE CT-CANAL-ELECTRONICO          TO WK-CANAL-ELECTR-ED     00007212
           MOVE CT-CANAL-AMBOS                TO WK-CANAL-AMBOS-ED      00007213
           MOVE CT-RENUNCIAS                  TO WK-RENUNCIAS-ED        00007214
                                                                        00007220
           MOVE WK-CAB-3                      TO REG-KJBCSMS2           00007230
           PERFORM 3060-GRABAR-CONTROL                                  00007240
              THRU 3060-GRABAR-CONTROL-EXIT                             00007290
                                                                        00007300
           MOVE WK-CAB-5                      TO REG-KJBCSMS2           00007310
                                                                        00007311
           PERFORM 3060-GRABAR-CONTROL                                  00007312
              THRU 3060-GRABAR-CONTROL-EXIT                             00007313
                                                                        00007314
           MOVE WK-CAB-6                      TO REG-KJBCSMS2           00007315
           PERFORM 3060-GRABAR-CONTROL                                  00007316
              THRU 3060-GRABAR-CONTROL-EXIT                             00007317
                                                                        00007318
           MOVE WK-CAB-7                      TO REG-KJBCSMS2           00007319
           PERFORM 3060-GRABAR-CONTROL                                  00007320
              THRU 3060-GRABAR-CONTROL-EXIT                             00007321
                                                                        00007322
           MOVE WK-CAB-8                      TO REG-KJBCSMS2           00007323
           PERFORM 3060-GRABAR-CONTROL                                  00007324
              THRU 3060-GRABAR-CONTROL-EXIT                             00007325
                                                                        00007326
           MOVE WK-CAB-9                      TO REG-KJBCSMS2           00007327
           PERFORM 3060-GRABAR-CONTROL                                  00007328
              THRU 3060-GRABAR-CONTROL-EXIT                             00007330
                                                                        00007340
           .                                                            00007350
                                                                        00007740
           CLOSE KJBCSMS1                                               00007750
                 KJBCSMS2                                               00007760
                 KJBCSMS3                                               00007761
                                                                        00007770
           IF  FS-KJBCSMS1 NOT = CA-FS-OK                               00007780
            OR FS-KJBCSMS2 NOT = CA-FS-OK                               00007790
            OR FS-KJBCSMS3 NOT = CA-FS-OK                               00007791
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007800
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00007810
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007820
           DISPLAY WK-CAB-3                                             00008050
           DISPLAY WK-CAB-4                                             00008060
           DISPLAY WK-CAB-5                                             00008070
           DISPLAY WK-CAB-6                                             00008071
           DISPLAY WK-CAB-7                                             00008072
           DISPLAY WK-CAB-8                                             00008073
           DISPLAY WK-CAB-9                                             00008074
           DISPLAY WK-CAB-1                                             00008080
                                                                        00008090
           .                                                            00008100
