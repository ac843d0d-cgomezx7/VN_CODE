      ******************************************************************00000010
      * DCLGEN TABLE(POS_DELTA_DIA)                                    *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7401300))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_DELTA_DIA TABLE                         00000090
           ( G6566_FECCONSO                 DATE NOT NULL,              00000100
             G6566_IDEMPRD                  CHAR(4) NOT NULL,           00000110
             G6566_IDCENTD                  CHAR(4) NOT NULL,           00000120
             G6566_IDPRODD                  CHAR(3) NOT NULL,           00000130
             G6566_CODSPROD                 CHAR(3) NOT NULL,           00000140
             G6566_CTOSALDO                 CHAR(3) NOT NULL,           00000150
             G6566_CODMONSW                 CHAR(3) NOT NULL,           00000160
             G6566_IMPAPERT                 DECIMAL(17, 2) NOT NULL,    00000170
             G6566_IMPCIERR                 DECIMAL(17, 2) NOT NULL,    00000180
             G6566_IMPDELTA                 DECIMAL(17, 2) NOT NULL,    00000190
             G6566_INDFOTO                  CHAR(1) NOT NULL,           00000200
             G6566_USUAUDIT                 CHAR(8) NOT NULL,           00000210
             G6566_CONTCUR                  TIMESTAMP NOT NULL          00000220
           ) END-EXEC.                                                  00000230
      ******************************************************************00000240
      * COBOL DECLARATION FOR TABLE POS_DELTA_DIA                      *00000250
      ******************************************************************00000260
       01  DCLPOS-DELTA-DIA.                                            00000270
           10 G6566-FECCONSO        PIC X(10).                          00000280
           10 G6566-IDEMPRD         PIC X(4).                           00000290
           10 G6566-IDCENTD         PIC X(4).                           00000300
           10 G6566-IDPRODD         PIC X(3).                           00000310
           10 G6566-CODSPROD        PIC X(3).                           00000320
           10 G6566-CTOSALDO        PIC X(3).                           00000330
           10 G6566-CODMONSW        PIC X(3).                           00000340
           10 G6566-IMPAPERT        PIC S9(15)V9(2) USAGE COMP-3.       00000350
           10 G6566-IMPCIERR        PIC S9(15)V9(2) USAGE COMP-3.       00000360
           10 G6566-IMPDELTA        PIC S9(15)V9(2) USAGE COMP-3.       00000370
           10 G6566-INDFOTO         PIC X(1).                           00000380
           10 G6566-USUAUDIT        PIC X(8).                           00000390
           10 G6566-CONTCUR         PIC X(26).                          00000400
      ******************************************************************00000410
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *00000420
      ******************************************************************00000430
