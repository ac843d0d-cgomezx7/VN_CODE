      ******************************************************************00000010
      * DCLGEN TABLE(BATCH_CADENA_DEP)                                 *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467700))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE BATCH_CADENA_DEP TABLE                      00000090
           ( G3228_PROGRAMA                 CHAR(8) NOT NULL,           00000100
             G3228_PREREQ                   CHAR(8) NOT NULL,           00000110
             G3228_USUAUDIT                 CHAR(30) NOT NULL,          00000120
             G3228_CONTCUR                  TIMESTAMP NOT NULL          00000130
           ) END-EXEC.                                                  00000140
      ******************************************************************00000150
      * COBOL DECLARATION FOR TABLE BATCH_CADENA_DEP                   *00000160
      ******************************************************************00000170
       01  DCLBATCH-CADENA-DEP.                                         00000180
           10 G3228-PROGRAMA        PIC X(8).                           00000190
           10 G3228-PREREQ          PIC X(8).                           00000200
           10 G3228-USUAUDIT        PIC X(30).                          00000210
           10 G3228-CONTCUR         PIC X(26).                          00000220
      ******************************************************************00000230
      * COLUMNS DESCRIBED BY THIS DECLARATION: 4                       *00000240
      ******************************************************************00000250
