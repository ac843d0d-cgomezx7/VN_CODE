      *                        EXCEPCIONES Y RETORNO 4 PARA EL        * 00095004
      *                        PLANIFICADOR. SE ALINEA LA AUDITORIA   * 00095005
      *                        MPCHSEA1 CON SU FORMATO AMPLIADO.      * 00095006
      * VIEWNEXT 15-10-2026    TARJETAS RETENIDAS POR EL ESTADO DE SU * 00095007
      *                        CONTRATO Y RETENIDAS LIBERADAS, LEIDAS * 00095008
      *                        DE LA AUDITORIA MPCHSEA1, EN LINEA     * 00095009
      *                        PROPIA DEL LISTADO Y EN ESTADISTICAS.  * 00095010
      *                                                                *00000300
      ******************************************************************00000310
                                                                        00000320
           05  CT-ESCRITOS-CTI             PIC 9(9)    VALUE ZEROES.    00095204
           05  CT-RECHAZ-CTI               PIC 9(9)    VALUE ZEROES.    00095205
           05  CT-ALERTAS                  PIC 9(9)    VALUE ZEROES.    00095206
           05  CT-RETENID-CHS              PIC 9(9)    VALUE ZEROES.    00095207
           05  CT-LIBERAD-CHS              PIC 9(9)    VALUE ZEROES.    00095208
                                                                        00001620
      ******************************************************************00001630
      * REGISTRO DE AUDITORIA DE MPCHSEL, TAL Y COMO LO GRABA SU        00001640
           05  WK-CHS-RECHAZ               PIC 9(09).                   00001750
           05  WK-CHS-DUPLIC               PIC 9(09).                   00095100
           05  WK-CHS-URGEN                PIC 9(09).                   00095101
           05  WK-CHS-RETENID              PIC 9(07).                   00095102
           05  WK-CHS-LIBERAD              PIC 9(07).                   00095103
           05  FILLER                      PIC X(03).                   00095104
                                                                        00001770
      ******************************************************************00001780
      * REGISTRO DE AUDITORIA DE MPCITI06, TAL Y COMO LO GRABA SU       00001790
           05  WT-RECHAZ-ED                PIC ZZZZZZZZ9.               00002360
           05  FILLER                      PIC X(89)   VALUE SPACES.    00002370
                                                                        00002380
       01  WK-LINEA-RETENIDAS.                                          00002381
           05  FILLER              PIC X(34) VALUE                      00002382
               'TARJETAS RETENIDAS POR CONTRATO:'.                      00002383
           05  WR-RETENID-ED               PIC ZZZZZZZZ9.               00002384
           05  FILLER                      PIC X(03)   VALUE SPACES.    00002385
           05  FILLER              PIC X(20) VALUE                      00002386
               'LIBERADAS VISPERA:'.                                    00002387
           05  WR-LIBERAD-ED               PIC ZZZZZZZZ9.               00002388
           05  FILLER                      PIC X(57)   VALUE SPACES.    00002389
                                                                        00002390
      ******************************************************************00002391
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA              00002400
      ******************************************************************00002410
       01  WK-ESTADISTICA.                                              00002420
               10  FILLER          PIC X(45) VALUE                      00002520
                   '* EJECUCIONES DE MPCITI06 LEIDAS:           '.      00002530
               10  WK-EJEC-CTI-ED          PIC ZZZZZZZZ9.               00002540
               10  FILLER                  PIC X(01)   VALUE '*'.       00002541
           05  WK-CAB-5.                                                00002542
               10  FILLER          PIC X(45) VALUE                      00002543
                   '* TARJETAS RETENIDAS POR CONTRATO:          '.      00002544
               10  WK-RETENID-ED           PIC ZZZZZZZZ9.               00002545
               10  FILLER                  PIC X(01)   VALUE '*'.       00002546
           05  WK-CAB-6.                                                00002547
               10  FILLER          PIC X(45) VALUE                      00002548
                   '* TARJETAS RETENIDAS LIBERADAS:             '.      00002549
               10  WK-LIBERAD-ED           PIC ZZZZZZZZ9.               00002550
               10  FILLER                  PIC X(01)   VALUE '*'.       00002551
                                                                        00002560
      ******************************************************************00002570
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002580
           ADD WK-CHS-ESCRI1 WK-CHS-ESCRI2                              00095302
               WK-CHS-ESCRI3                 TO CT-ESCRITOS-CHS         00095303
           ADD WK-CHS-RECHAZ                 TO CT-RECHAZ-CHS           00095304
           ADD WK-CHS-RETENID                TO CT-RETENID-CHS          00095305
           ADD WK-CHS-LIBERAD                TO CT-LIBERAD-CHS          00095306
                                                                        00004220
           PERFORM 9100-LEER-MPCHSEA1                                   00004230
              THRU 9100-LEER-MPCHSEA1-EXIT                              00004240
               MOVE CA-MPCRES1               TO WK-DDNAME               00004910
               MOVE FS-MPCRES1               TO WK-FILE-STATUS          00004920
               MOVE WK-LINEA-TOTALES         TO WK-DATOS-REGISTRO       00004930
                                                                        00004931
               PERFORM 9000-CANCELACION                                 00004932
                  THRU 9000-CANCELACION-EXIT                            00004933
                                                                        00004934
           END-IF                                                       00004935
                                                                        00004936
      *--  TARJETAS QUE MPCHSEL HA RETENIDO POR EL ESTADO DE SU CONTRATO00004937
      *--  Y RETENIDAS DE LA VISPERA QUE HA LIBERADO A LA REMESA.       00004938
           MOVE CT-RETENID-CHS               TO WR-RETENID-ED           00004939
           MOVE CT-LIBERAD-CHS               TO WR-LIBERAD-ED           00004940
                                                                        00004941
           WRITE REG-MPCRES1 FROM WK-LINEA-RETENIDAS                    00004942
                                                                        00004943
           IF  FS-MPCRES1 NOT = CA-FS-OK                                00004944
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004945
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00004946
               MOVE CA-PRF-3000              TO WK-PARRAFO              00004947
               MOVE CA-MPCRES1               TO WK-DDNAME               00004948
               MOVE FS-MPCRES1               TO WK-FILE-STATUS          00004949
               MOVE WK-LINEA-RETENIDAS       TO WK-DATOS-REGISTRO       00004950
                                                                        00004951
               PERFORM 9000-CANCELACION                                 00004952
                  THRU 9000-CANCELACION-EXIT                            00004960
                                                                        00004970
           END-IF                                                       00004980
                                                                        00005690
           MOVE CT-EJEC-MPCHSEL              TO WK-EJEC-CHS-ED          00005700
           MOVE CT-EJEC-MPCITI06             TO WK-EJEC-CTI-ED          00005710
           MOVE CT-RETENID-CHS               TO WK-RETENID-ED           00005711
           MOVE CT-LIBERAD-CHS               TO WK-LIBERAD-ED           00005712
                                                                        00005720
           DISPLAY WK-CAB-1                                             00005730
           DISPLAY WK-CAB-2                                             00005740
           DISPLAY WK-CAB-1                                             00005750
           DISPLAY WK-CAB-3                                             00005760
           DISPLAY WK-CAB-4                                             00005770
           DISPLAY WK-CAB-5                                             00005771
           DISPLAY WK-CAB-6                                             00005772
           DISPLAY WK-CAB-1                                             00005780
                                                                        00005790
           .                                                            00005800
