      *-                                                              -*00000180
      *  FICHEROS DE ENTRADA:                                          *00000190
      *        KJBCSRE1 : ORDENES DE LIBERACION (A=APLICAR,            *00000200
      *                   D=DESCARTAR) CON LA CLAVE DEL SUSPENSO Y     *00000210
      *                   EL OPERADOR QUE DA LA ORDEN.                 *00000215
      *-                                                              -*00000220
      *  FICHEROS DE SALIDA:                                           *00000230
      *        KJBCSRS1 : LISTADO DEL RESULTADO DE CADA ORDEN.         *00000240
      * -------- ----------   ---------------------------------------- *00000370
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. LIBERACION O     *00000380
      *                        DESCARTE DE SUSPENSOS DE POS_DISP_SUSP. *00000390
      * VIEWNEXT 15-10-2026    SE GUARDA EN USUAUDIT EL OPERADOR DE LA *00000391
      *                        ORDEN EN LUGAR DEL NOMBRE DEL PROGRAMA. *00000392
      *                                                                *00000400
      ******************************************************************00000410
                                                                        00000420
           BLOCK CONTAINS 0 RECORDS                                     00000940
           RECORDING MODE IS F                                          00000950
           LABEL RECORD ARE STANDARD                                    00000960
           RECORD CONTAINS 58 CHARACTERS                                00000970
           DATA RECORD IS REG-KJBCSRE1.                                 00000980
       01  REG-KJBCSRE1.                                                00000990
           05  RE-ACCION                   PIC X(01).                   00001000
           05  RE-CTOSALDO                 PIC X(03).                   00001050
           05  RE-CODMONSW                 PIC X(03).                   00001060
           05  RE-FECALTA                  PIC X(26).                   00001070
           05  RE-OPERADOR                 PIC X(08).                   00001071
           05  FILLER                      PIC X(03).                   00001080
                                                                        00001090
       FD  KJBCSRS1                                                     00001100
      ******************************************************************00003040
       01  WK-VARIABLES.                                                00003050
           05  WK-RESULTADO                PIC X(20)   VALUE SPACES.    00003060
           05  WK-USUAUDIT                 PIC X(08)   VALUE SPACES.    00003061
                                                                        00003070
      * -- COPY DE COMUNICACION CON DB2.                                00003080
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003090
      ***                   2300-MARCAR-SUSPENSO                    *** 00005320
      ***                   --------------------                    *** 00005330
      * SE ACTUALIZA EL ESTADO DEL SUSPENSO SEGUN LA ACCION TRATADA    *00005340
      * (APLICADO O DESCARTADO) CON EL MOMENTO DEL TRATAMIENTO Y EL    *00005350
      * OPERADOR DE LA ORDEN (EL PROGRAMA SI NO VIENE INFORMADO).      *00005355
      ******************************************************************00005360
       2300-MARCAR-SUSPENSO.                                            00005370
                                                                        00005380
               MOVE CA-ESTADO-DESCARTADO     TO G6529-ESTADO            00005420
           END-IF                                                       00005430
                                                                        00005440
           IF  RE-OPERADOR = SPACES OR LOW-VALUES                       00005441
               MOVE CA-KJBCCSR               TO WK-USUAUDIT             00005442
           ELSE                                                         00005443
               MOVE RE-OPERADOR              TO WK-USUAUDIT             00005444
           END-IF                                                       00005445
                                                                        00005446
           EXEC SQL                                                     00005450
                UPDATE POS_DISP_SUSP                                    00005460
                   SET G6529_ESTADO   = :G6529-ESTADO,                  00005470
                       G6529_USUAUDIT = :WK-USUAUDIT,                   00005480
                       G6529_FECTRAT  =  CURRENT TIMESTAMP              00005490
                 WHERE G6529_IDEMPRD  = :RE-IDEMPR                      00005500
                   AND G6529_IDCENTD  = :RE-IDCENT                      00005510
