      ******************************************************************00000010
      * DCLGEN TABLE(POS_REGLA_BARR)                                   *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7400500))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_REGLA_BARR TABLE                        00000090
           ( G6558_NUMREGLA                 INTEGER NOT NULL,           00000100
             G6558_IDEMPRD                  CHAR(4) NOT NULL,           00000110
             G6558_CENTOR                   CHAR(4) NOT NULL,           00000120
             G6558_PRODOR                   CHAR(3) NOT NULL,           00000130
             G6558_SPRODOR                  CHAR(3) NOT NULL,           00000140
             G6558_CTOSALOR                 CHAR(3) NOT NULL,           00000150
             G6558_CENTDE                   CHAR(4) NOT NULL,           00000160
             G6558_PRODDE                   CHAR(3) NOT NULL,           00000170
             G6558_SPRODDE                  CHAR(3) NOT NULL,           00000180
             G6558_CTOSALDE                 CHAR(3) NOT NULL,           00000190
             G6558_CODMONSW                 CHAR(3) NOT NULL,           00000200
             G6558_IMPOBJET                 DECIMAL(17, 2) NOT NULL,    00000210
             G6558_IMPMINIMO                DECIMAL(17, 2) NOT NULL,    00000220
             G6558_FRECUENC                 CHAR(1) NOT NULL,           00000230
             G6558_DIAEJEC                  SMALLINT NOT NULL,          00000240
             G6558_ACTIVA                   CHAR(1) NOT NULL,           00000250
             G6558_FECULTEJ                 DATE NOT NULL,              00000260
             G6558_USUAUDIT                 CHAR(30) NOT NULL,          00000270
             G6558_CONTCUR                  TIMESTAMP NOT NULL          00000280
           ) END-EXEC.                                                  00000290
      ******************************************************************00000300
      * COBOL DECLARATION FOR TABLE POS_REGLA_BARR                     *00000310
      ******************************************************************00000320
       01  DCLPOS-REGLA-BARR.                                           00000330
           10 G6558-NUMREGLA        PIC S9(9) USAGE COMP.               00000340
           10 G6558-IDEMPRD         PIC X(4).                           00000350
           10 G6558-CENTOR          PIC X(4).                           00000360
           10 G6558-PRODOR          PIC X(3).                           00000370
           10 G6558-SPRODOR         PIC X(3).                           00000380
           10 G6558-CTOSALOR        PIC X(3).                           00000390
           10 G6558-CENTDE          PIC X(4).                           00000400
           10 G6558-PRODDE          PIC X(3).                           00000410
           10 G6558-SPRODDE         PIC X(3).                           00000420
           10 G6558-CTOSALDE        PIC X(3).                           00000430
           10 G6558-CODMONSW        PIC X(3).                           00000440
           10 G6558-IMPOBJET        PIC S9(15)V9(2) USAGE COMP-3.       00000450
           10 G6558-IMPMINIMO       PIC S9(15)V9(2) USAGE COMP-3.       00000460
           10 G6558-FRECUENC        PIC X(1).                           00000470
           10 G6558-DIAEJEC         PIC S9(4) USAGE COMP.               00000480
           10 G6558-ACTIVA          PIC X(1).                           00000490
           10 G6558-FECULTEJ        PIC X(10).                          00000500
           10 G6558-USUAUDIT        PIC X(30).                          00000510
           10 G6558-CONTCUR         PIC X(26).                          00000520
      ******************************************************************00000530
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *00000540
      ******************************************************************00000550
