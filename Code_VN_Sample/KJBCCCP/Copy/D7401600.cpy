      ******************************************************************00000010
      * DCLGEN TABLE(POS_CORR_CANAL_MES)                               *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7401600))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_CORR_CANAL_MES TABLE                    00000090
           ( G6569_MESCORR                  CHAR(6) NOT NULL,           00000100
             G6569_TIPCORR                  CHAR(2) NOT NULL,           00000110
             G6569_CANAL                    CHAR(1) NOT NULL,           00000120
             G6569_NUMENVIOS                DECIMAL(9, 0) NOT NULL,     00000130
             G6569_CONTCUR                  TIMESTAMP NOT NULL          00000140
           ) END-EXEC.                                                  00000150
      ******************************************************************00000160
      * COBOL DECLARATION FOR TABLE POS_CORR_CANAL_MES                 *00000170
      ******************************************************************00000180
       01  DCLPOS-CORR-CANAL-MES.                                       00000190
           10 G6569-MESCORR         PIC X(6).                           00000200
           10 G6569-TIPCORR         PIC X(2).                           00000210
           10 G6569-CANAL           PIC X(1).                           00000220
           10 G6569-NUMENVIOS       PIC S9(9)V USAGE COMP-3.            00000230
           10 G6569-CONTCUR         PIC X(26).                          00000240
      ******************************************************************00000250
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *00000260
      ******************************************************************00000270
