      ******************************************************************00000010
      * DCLGEN TABLE(POS_PREF_CANAL)                                   *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7401500))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_PREF_CANAL TABLE                        00000090
           ( G6568_CENTALTA                 CHAR(4) NOT NULL,           00000100
             G6568_CUENTNU                  CHAR(12) NOT NULL,          00000110
             G6568_CANAL                    CHAR(1) NOT NULL,           00000120
             G6568_DIRELEC                  CHAR(60) NOT NULL,          00000130
             G6568_MASKEXCL                 CHAR(10) NOT NULL,          00000140
             G6568_USUAUDIT                 CHAR(8) NOT NULL,           00000150
             G6568_CONTCUR                  TIMESTAMP NOT NULL          00000160
           ) END-EXEC.                                                  00000170
      ******************************************************************00000180
      * COBOL DECLARATION FOR TABLE POS_PREF_CANAL                     *00000190
      ******************************************************************00000200
       01  DCLPOS-PREF-CANAL.                                           00000210
           10 G6568-CENTALTA        PIC X(4).                           00000220
           10 G6568-CUENTNU         PIC X(12).                          00000230
           10 G6568-CANAL           PIC X(1).                           00000240
           10 G6568-DIRELEC         PIC X(60).                          00000250
           10 G6568-MASKEXCL        PIC X(10).                          00000260
           10 G6568-USUAUDIT        PIC X(8).                           00000270
           10 G6568-CONTCUR         PIC X(26).                          00000280
      ******************************************************************00000290
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *00000300
      ******************************************************************00000310
