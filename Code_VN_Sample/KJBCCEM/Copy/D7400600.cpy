      ******************************************************************00000010
      * DCLGEN TABLE(POS_EMBARGO)                                      *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7400600))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_EMBARGO TABLE                           00000090
           ( G6559_IDEMPRD                  CHAR(4) NOT NULL,           00000100
             G6559_IDCENTD                  CHAR(4) NOT NULL,           00000110
             G6559_IDPRODD                  CHAR(3) NOT NULL,           00000120
             G6559_CODSPROD                 CHAR(3) NOT NULL,           00000130
             G6559_CTOSALDO                 CHAR(3) NOT NULL,           00000140
             G6559_CODMONSW                 CHAR(3) NOT NULL,           00000150
             G6559_REFJUDIC                 CHAR(30) NOT NULL,          00000160
             G6559_IMPRETEN                 DECIMAL(17, 2) NOT NULL,    00000170
             G6559_FECINICI                 DATE NOT NULL,              00000180
             G6559_FECFIN                   DATE NOT NULL,              00000190
             G6559_ESTADO                   CHAR(1) NOT NULL,           00000200
             G6559_USUALTA                  CHAR(30) NOT NULL,          00000210
             G6559_FECALTA                  TIMESTAMP NOT NULL,         00000220
             G6559_USULEVAN                 CHAR(30) NOT NULL,          00000230
             G6559_FECLEVAN                 TIMESTAMP NOT NULL,         00000240
             G6559_CONTCUR                  TIMESTAMP NOT NULL          00000250
           ) END-EXEC.                                                  00000260
      ******************************************************************00000270
      * COBOL DECLARATION FOR TABLE POS_EMBARGO                        *00000280
      ******************************************************************00000290
       01  DCLPOS-EMBARGO.                                              00000300
           10 G6559-IDEMPRD         PIC X(4).                           00000310
           10 G6559-IDCENTD         PIC X(4).                           00000320
           10 G6559-IDPRODD         PIC X(3).                           00000330
           10 G6559-CODSPROD        PIC X(3).                           00000340
           10 G6559-CTOSALDO        PIC X(3).                           00000350
           10 G6559-CODMONSW        PIC X(3).                           00000360
           10 G6559-REFJUDIC        PIC X(30).                          00000370
           10 G6559-IMPRETEN        PIC S9(15)V9(2) USAGE COMP-3.       00000380
           10 G6559-FECINICI        PIC X(10).                          00000390
           10 G6559-FECFIN          PIC X(10).                          00000400
           10 G6559-ESTADO          PIC X(1).                           00000410
           10 G6559-USUALTA         PIC X(30).                          00000420
           10 G6559-FECALTA         PIC X(26).                          00000430
           10 G6559-USULEVAN        PIC X(30).                          00000440
           10 G6559-FECLEVAN        PIC X(26).                          00000450
           10 G6559-CONTCUR         PIC X(26).                          00000460
      ******************************************************************00000470
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *00000480
      ******************************************************************00000490
