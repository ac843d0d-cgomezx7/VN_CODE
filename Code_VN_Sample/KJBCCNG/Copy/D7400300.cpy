      ******************************************************************00000010
      * DCLGEN TABLE(POS_REG_NEGATIVO)                                 *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7400300))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_REG_NEGATIVO TABLE                      00000090
           ( G6556_IDEMPRD                  CHAR(4) NOT NULL,           00000100
             G6556_IDCENTD                  CHAR(4) NOT NULL,           00000110
             G6556_IDPRODD                  CHAR(3) NOT NULL,           00000120
             G6556_CODSPROD                 CHAR(3) NOT NULL,           00000130
             G6556_CTOSALDO                 CHAR(3) NOT NULL,           00000140
             G6556_CODMONSW                 CHAR(3) NOT NULL,           00000150
             G6556_IMPSLDC                  DECIMAL(17, 2) NOT NULL,    00000160
             G6556_IMPMINIMO                DECIMAL(17, 2) NOT NULL,    00000170
             G6556_FECPRINEG                DATE NOT NULL,              00000180
             G6556_FECMINIMO                DATE NOT NULL,              00000190
             G6556_DIASNEG                  INTEGER NOT NULL,           00000200
             G6556_ESTADO                   CHAR(1) NOT NULL,           00000210
             G6556_FECREGUL                 DATE NOT NULL,              00000220
             G6556_FECULTACT                DATE NOT NULL               00000230
           ) END-EXEC.                                                  00000240
      ******************************************************************00000250
      * COBOL DECLARATION FOR TABLE POS_REG_NEGATIVO                   *00000260
      ******************************************************************00000270
       01  DCLPOS-REG-NEGATIVO.                                         00000280
           10 G6556-IDEMPRD         PIC X(4).                           00000290
           10 G6556-IDCENTD         PIC X(4).                           00000300
           10 G6556-IDPRODD         PIC X(3).                           00000310
           10 G6556-CODSPROD        PIC X(3).                           00000320
           10 G6556-CTOSALDO        PIC X(3).                           00000330
           10 G6556-CODMONSW        PIC X(3).                           00000340
           10 G6556-IMPSLDC         PIC S9(15)V9(2) USAGE COMP-3.       00000350
           10 G6556-IMPMINIMO       PIC S9(15)V9(2) USAGE COMP-3.       00000360
           10 G6556-FECPRINEG       PIC X(10).                          00000370
           10 G6556-FECMINIMO       PIC X(10).                          00000380
           10 G6556-DIASNEG         PIC S9(9) USAGE COMP.               00000390
           10 G6556-ESTADO          PIC X(1).                           00000400
           10 G6556-FECREGUL        PIC X(10).                          00000410
           10 G6556-FECULTACT       PIC X(10).                          00000420
      ******************************************************************00000430
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *00000440
      ******************************************************************00000450
