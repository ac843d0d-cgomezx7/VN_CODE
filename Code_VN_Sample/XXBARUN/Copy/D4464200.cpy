           ( G3191_PROGRAMA                 CHAR(8) NOT NULL,           00000100
             G3191_FECINICIO                TIMESTAMP NOT NULL,         00000110
             G3191_FECFIN                   TIMESTAMP NOT NULL,         00000120
             G3191_CODRETOR                 CHAR(4) NOT NULL,           00000130
             G3191_LEIDOS                   DECIMAL(9, 0) NOT NULL      00000135
           ) END-EXEC.                                                  00000140
      ******************************************************************00000150
      * COBOL DECLARATION FOR TABLE BATCH_RUN_HIST                     *00000160
           10 G3191-FECINICIO       PIC X(26).                          00000200
           10 G3191-FECFIN          PIC X(26).                          00000210
           10 G3191-CODRETOR        PIC X(4).                           00000220
           10 G3191-LEIDOS          PIC S9(9)V USAGE COMP-3.            00000221
      ******************************************************************00000230
      * COLUMNS DESCRIBED BY THIS DECLARATION: 5                       *00000240
      ******************************************************************00000250
