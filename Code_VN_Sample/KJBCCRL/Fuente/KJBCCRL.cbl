      *                        CENTALTA/CUENTNU, QUE SE TRASLADA A    * 00000338
      *                        KJBCCPD PARA MANTENER EL CRUCE         * 00000339
      *                        POS_DISP_CONTR.                        * 00000340
      * VIEWNEXT 15-10-2026    EJECUCION PARALELA POR RANGO DE        * 00000341
      *                        EMPRESA: EL NOMBRE DE INSTANCIA        * 00000342
      *                        RECIBIDO POR SYSIN SUSTITUYE AL DEL    * 00000343
      *                        PROGRAMA EN EL REGISTRO XXBARUN, EN LA * 00000344
      *                        ORDEN DE PAUSA Y EN LA HUELLA XXBAFIC  * 00000345
      *                        DE CADA PARTICION DE KJBCCSP.          * 00000346
      ******************************************************************00000330
                                                                        00000340
      ******************************************************************00000350
               10  WK-MODO-EJECUCION       PIC X(01)   VALUE SPACES.    00002380
                   88  SI-RELANZAMIENTO                VALUE 'R'.       00002381
               10  WK-FORZAR-FICHERO       PIC X(01)   VALUE SPACES.    00090200
      *--  NOMBRE DE INSTANCIA (OPCIONAL) CUANDO EL FICHERO SE REPARTE  00090210
      *--  POR RANGOS DE EMPRESA CON KJBCCSP: CADA INSTANCIA PARALELA SE00090220
      *--  REGISTRA CON SU PROPIO NOMBRE EN BATCH_RUN_CONTROL Y EL      00090230
      *--  VERIFICADOR KJBCCFN CERTIFICA EL CONJUNTO.                   00090240
               10  WK-INSTANCIA            PIC X(08)   VALUE SPACES.    00090250
           05  WK-FREC-COMMIT              PIC 9(04)   VALUE ZEROES.    00097100
           05  WK-NUM-MOVTO                PIC 9(09)   VALUE ZEROES.    00002382
           05  WK-NUM-CONFIRMADO           PIC 9(09)   VALUE ZEROES.    00002383
           ELSE                                                         00097205
               MOVE ZEROES                    TO WK-FREC-COMMIT         00097206
           END-IF                                                       00097207
                                                                        00097208
      *--  EN EJECUCION PARTICIONADA LA INSTANCIA SE IDENTIFICA CON EL  00097209
      *--  NOMBRE RECIBIDO, QUE ES EL QUE CONSULTA EL VERIFICADOR.      00097210
           IF  WK-INSTANCIA NOT = SPACES AND LOW-VALUES                 00097211
               MOVE WK-INSTANCIA              TO WK-PROGRAMA            00097212
           END-IF                                                       00097213
                                                                        00002848
           SET NO-FIN-KJBCRLE1               TO TRUE                    00002850
                                                                        00002860
