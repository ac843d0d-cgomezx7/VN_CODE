      ******************************************************************00000010
      * DCLGEN TABLE(OPER_ROL)                                         *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467400))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE OPER_ROL TABLE                              00000090
           ( G3223_OPERADOR                 CHAR(8) NOT NULL,           00000100
             G3223_CODROL                   CHAR(8) NOT NULL,           00000110
             G3223_FECALTA                  DATE NOT NULL,              00000120
             G3223_FEBAJA                   DATE NOT NULL,              00000130
             G3223_USUAUDIT                 CHAR(8) NOT NULL,           00000140
             G3223_TSAUDIT                  TIMESTAMP NOT NULL          00000150
           ) END-EXEC.                                                  00000160
      ******************************************************************00000170
      * COBOL DECLARATION FOR TABLE OPER_ROL                           *00000180
      ******************************************************************00000190
       01  DCLOPER-ROL.                                                 00000200
           10 G3223-OPERADOR        PIC X(8).                           00000210
           10 G3223-CODROL          PIC X(8).                           00000220
           10 G3223-FECALTA         PIC X(10).                          00000230
           10 G3223-FEBAJA          PIC X(10).                          00000240
           10 G3223-USUAUDIT        PIC X(8).                           00000250
           10 G3223-TSAUDIT         PIC X(26).                          00000260
      ******************************************************************00000270
      * COLUMNS DESCRIBED BY THIS DECLARATION: 6                       *00000280
      ******************************************************************00000290
