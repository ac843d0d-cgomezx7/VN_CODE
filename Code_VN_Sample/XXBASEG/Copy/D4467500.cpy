      ******************************************************************00000010
      * DCLGEN TABLE(SOD_CONFLICTO)                                    *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467500))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE SOD_CONFLICTO TABLE                         00000090
           ( G3225_CODACT1                  CHAR(2) NOT NULL,           00000100
             G3225_CODACT2                  CHAR(2) NOT NULL,           00000110
             G3225_AMBITO                   CHAR(1) NOT NULL,           00000120
             G3225_DESCONF                  CHAR(40) NOT NULL,          00000130
             G3225_FECALTA                  DATE NOT NULL,              00000140
             G3225_FEBAJA                   DATE NOT NULL,              00000150
             G3225_USUAUDIT                 CHAR(8) NOT NULL,           00000160
             G3225_TSAUDIT                  TIMESTAMP NOT NULL          00000170
           ) END-EXEC.                                                  00000180
      ******************************************************************00000190
      * COBOL DECLARATION FOR TABLE SOD_CONFLICTO                      *00000200
      ******************************************************************00000210
       01  DCLSOD-CONFLICTO.                                            00000220
           10 G3225-CODACT1         PIC X(2).                           00000230
           10 G3225-CODACT2         PIC X(2).                           00000240
           10 G3225-AMBITO          PIC X(1).                           00000250
           10 G3225-DESCONF         PIC X(40).                          00000260
           10 G3225-FECALTA         PIC X(10).                          00000270
           10 G3225-FEBAJA          PIC X(10).                          00000280
           10 G3225-USUAUDIT        PIC X(8).                           00000290
           10 G3225-TSAUDIT         PIC X(26).                          00000300
      ******************************************************************00000310
      * COLUMNS DESCRIBED BY THIS DECLARATION: 8                       *00000320
      ******************************************************************00000330
