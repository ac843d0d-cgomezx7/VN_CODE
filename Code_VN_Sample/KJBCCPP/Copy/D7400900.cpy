      ******************************************************************00000010
      * DCLGEN TABLE(POS_PRESUPUESTO)                                  *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7400900))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_PRESUPUESTO TABLE                       00000090
           ( G6562_PERIODO                  CHAR(7) NOT NULL,           00000100
             G6562_IDEMPRD                  CHAR(4) NOT NULL,           00000110
             G6562_IDCENTD                  CHAR(4) NOT NULL,           00000120
             G6562_IDPRODD                  CHAR(3) NOT NULL,           00000130
             G6562_CODMONSW                 CHAR(3) NOT NULL,           00000140
             G6562_IMPPRESU                 DECIMAL(17, 2) NOT NULL,    00000150
             G6562_IMPMEDPR                 DECIMAL(17, 2) NOT NULL,    00000160
             G6562_USUAUDIT                 CHAR(30) NOT NULL,          00000170
             G6562_CONTCUR                  TIMESTAMP NOT NULL          00000180
           ) END-EXEC.                                                  00000190
      ******************************************************************00000200
      * COBOL DECLARATION FOR TABLE POS_PRESUPUESTO                    *00000210
      ******************************************************************00000220
       01  DCLPOS-PRESUPUESTO.                                          00000230
           10 G6562-PERIODO         PIC X(7).                           00000240
           10 G6562-IDEMPRD         PIC X(4).                           00000250
           10 G6562-IDCENTD         PIC X(4).                           00000260
           10 G6562-IDPRODD         PIC X(3).                           00000270
           10 G6562-CODMONSW        PIC X(3).                           00000280
           10 G6562-IMPPRESU        PIC S9(15)V9(2) USAGE COMP-3.       00000290
           10 G6562-IMPMEDPR        PIC S9(15)V9(2) USAGE COMP-3.       00000300
           10 G6562-USUAUDIT        PIC X(30).                          00000310
           10 G6562-CONTCUR         PIC X(26).                          00000320
      ******************************************************************00000330
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *00000340
      ******************************************************************00000350
