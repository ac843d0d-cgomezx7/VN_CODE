             G3203_DSNARCH                  CHAR(44) NOT NULL,          00000160
             G3203_FECGEN                   TIMESTAMP NOT NULL,         00000170
             G3203_FECTRANS                 TIMESTAMP NOT NULL,         00000180
             G3203_FECACUSE                 TIMESTAMP NOT NULL,         00000190
             G3203_USUTRANS                 CHAR(8) NOT NULL,           00000193
             G3203_USUACUSE                 CHAR(8) NOT NULL            00000196
           ) END-EXEC.                                                  00000200
      ******************************************************************00000210
      * COBOL DECLARATION FOR TABLE TRANS_SALIENTE                     *00000220
           10 G3203-FECGEN          PIC X(26).                          00000320
           10 G3203-FECTRANS        PIC X(26).                          00000330
           10 G3203-FECACUSE        PIC X(26).                          00000340
           10 G3203-USUTRANS        PIC X(8).                           00000341
           10 G3203-USUACUSE        PIC X(8).                           00000342
      ******************************************************************00000350
      * COLUMNS DESCRIBED BY THIS DECLARATION: 12                      *00000360
      ******************************************************************00000370
