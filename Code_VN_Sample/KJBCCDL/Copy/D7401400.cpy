      ******************************************************************00000010
      * DCLGEN TABLE(POS_DELTA_CTL)                                    *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7401400))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_DELTA_CTL TABLE                         00000090
           ( G6567_FECCONSO                 DATE NOT NULL,              00000100
             G6567_ESTADO                   CHAR(1) NOT NULL,           00000110
             G6567_NUMPOS                   DECIMAL(9, 0) NOT NULL,     00000120
             G6567_FECINICIO                TIMESTAMP NOT NULL,         00000130
             G6567_FECFIN                   TIMESTAMP NOT NULL,         00000140
             G6567_USUAUDIT                 CHAR(8) NOT NULL            00000150
           ) END-EXEC.                                                  00000160
      ******************************************************************00000170
      * COBOL DECLARATION FOR TABLE POS_DELTA_CTL                      *00000180
      ******************************************************************00000190
       01  DCLPOS-DELTA-CTL.                                            00000200
           10 G6567-FECCONSO        PIC X(10).                          00000210
           10 G6567-ESTADO          PIC X(1).                           00000220
           10 G6567-NUMPOS          PIC S9(9)V USAGE COMP-3.            00000230
           10 G6567-FECINICIO       PIC X(26).                          00000240
           10 G6567-FECFIN          PIC X(26).                          00000250
           10 G6567-USUAUDIT        PIC X(8).                           00000260
      ******************************************************************00000270
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *00000280
      ******************************************************************00000290
