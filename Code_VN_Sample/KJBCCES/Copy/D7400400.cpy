      ******************************************************************00000010
      * DCLGEN TABLE(POS_SALDO_ABAND)                                  *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7400400))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_SALDO_ABAND TABLE                       00000090
           ( G6557_EJERCICIO                CHAR(4) NOT NULL,           00000100
             G6557_IDEMPRD                  CHAR(4) NOT NULL,           00000110
             G6557_IDCENTD                  CHAR(4) NOT NULL,           00000120
             G6557_IDPRODD                  CHAR(3) NOT NULL,           00000130
             G6557_CODSPROD                 CHAR(3) NOT NULL,           00000140
             G6557_CTOSALDO                 CHAR(3) NOT NULL,           00000150
             G6557_CODMONSW                 CHAR(3) NOT NULL,           00000160
             G6557_IMPSLDC                  DECIMAL(17, 2) NOT NULL,    00000170
             G6557_CONTCURP                 TIMESTAMP NOT NULL,         00000180
             G6557_NUMTITUL                 INTEGER NOT NULL,           00000190
             G6557_ESTADO                   CHAR(1) NOT NULL,           00000200
             G6557_FECDECLA                 DATE NOT NULL,              00000210
             G6557_USUFIRMA                 CHAR(8) NOT NULL,           00000220
             G6557_FECTRASP                 DATE NOT NULL,              00000230
             G6557_CONTCUR                  TIMESTAMP NOT NULL          00000240
           ) END-EXEC.                                                  00000250
      ******************************************************************00000260
      * COBOL DECLARATION FOR TABLE POS_SALDO_ABAND                    *00000270
      ******************************************************************00000280
       01  DCLPOS-SALDO-ABAND.                                          00000290
           10 G6557-EJERCICIO       PIC X(4).                           00000300
           10 G6557-IDEMPRD         PIC X(4).                           00000310
           10 G6557-IDCENTD         PIC X(4).                           00000320
           10 G6557-IDPRODD         PIC X(3).                           00000330
           10 G6557-CODSPROD        PIC X(3).                           00000340
           10 G6557-CTOSALDO        PIC X(3).                           00000350
           10 G6557-CODMONSW        PIC X(3).                           00000360
           10 G6557-IMPSLDC         PIC S9(15)V9(2) USAGE COMP-3.       00000370
           10 G6557-CONTCURP        PIC X(26).                          00000380
           10 G6557-NUMTITUL        PIC S9(9) USAGE COMP.               00000390
           10 G6557-ESTADO          PIC X(1).                           00000400
           10 G6557-FECDECLA        PIC X(10).                          00000410
           10 G6557-USUFIRMA        PIC X(8).                           00000420
           10 G6557-FECTRASP        PIC X(10).                          00000430
           10 G6557-CONTCUR         PIC X(26).                          00000440
      ******************************************************************00000450
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *00000460
      ******************************************************************00000470
