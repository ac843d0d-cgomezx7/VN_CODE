      ******************************************************************00000010
      * DCLGEN TABLE(PARM_SAL_CTRL)                                    *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466400))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE PARM_SAL_CTRL TABLE                         00000090
           ( G3213_IDRECEPT                 CHAR(8) NOT NULL,           00000100
             G3213_TSMARCA                  TIMESTAMP NOT NULL,         00000110
             G3213_FECEJEC                  DATE NOT NULL,              00000120
             G3213_NUMREGEX                 INTEGER NOT NULL,           00000130
             G3213_USUAUDIT                 CHAR(30) NOT NULL           00000140
           ) END-EXEC.                                                  00000150
      ******************************************************************00000160
      * COBOL DECLARATION FOR TABLE PARM_SAL_CTRL                      *00000170
      ******************************************************************00000180
       01  DCLPARM-SAL-CTRL.                                            00000190
           10 G3213-IDRECEPT        PIC X(8).                           00000200
           10 G3213-TSMARCA         PIC X(26).                          00000210
           10 G3213-FECEJEC         PIC X(10).                          00000220
           10 G3213-NUMREGEX        PIC S9(9) USAGE COMP.               00000230
           10 G3213-USUAUDIT        PIC X(30).                          00000240
      ******************************************************************00000250
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *00000260
      ******************************************************************00000270
