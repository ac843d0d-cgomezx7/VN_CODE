      ******************************************************************00000010
      * DCLGEN TABLE(POS_POL_NEGATIVO)                                 *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7400200))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_POL_NEGATIVO TABLE                      00000090
           ( G6555_IDPRODD                  CHAR(3) NOT NULL,           00000100
             G6555_CODSPROD                 CHAR(3) NOT NULL,           00000110
             G6555_TIPOPOL                  CHAR(1) NOT NULL,           00000120
             G6555_IMPLIMITE                DECIMAL(17, 2) NOT NULL,    00000130
             G6555_FECALTA                  DATE NOT NULL,              00000140
             G6555_USUAUDIT                 CHAR(30) NOT NULL,          00000150
             G6555_CONTCUR                  TIMESTAMP NOT NULL          00000160
           ) END-EXEC.                                                  00000170
      ******************************************************************00000180
      * COBOL DECLARATION FOR TABLE POS_POL_NEGATIVO                   *00000190
      ******************************************************************00000200
       01  DCLPOS-POL-NEGATIVO.                                         00000210
           10 G6555-IDPRODD         PIC X(3).                           00000220
           10 G6555-CODSPROD        PIC X(3).                           00000230
           10 G6555-TIPOPOL         PIC X(1).                           00000240
           10 G6555-IMPLIMITE       PIC S9(15)V9(2) USAGE COMP-3.       00000250
           10 G6555-FECALTA         PIC X(10).                          00000260
           10 G6555-USUAUDIT        PIC X(30).                          00000270
           10 G6555-CONTCUR         PIC X(26).                          00000280
      ******************************************************************00000290
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *00000300
      ******************************************************************00000310
