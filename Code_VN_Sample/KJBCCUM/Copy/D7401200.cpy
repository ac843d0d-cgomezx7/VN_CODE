      ******************************************************************00000010
      * DCLGEN TABLE(POS_ALERT_UMBR)                                   *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7401200))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_ALERT_UMBR TABLE                        00000090
           ( G6565_NUMSUSCR                 DECIMAL(9, 0) NOT NULL,     00000100
             G6565_IDEMPRD                  CHAR(4) NOT NULL,           00000110
             G6565_IDCENTD                  CHAR(4) NOT NULL,           00000120
             G6565_IDPRODD                  CHAR(3) NOT NULL,           00000130
             G6565_CODSPROD                 CHAR(3) NOT NULL,           00000140
             G6565_CTOSALDO                 CHAR(3) NOT NULL,           00000150
             G6565_CODMONSW                 CHAR(3) NOT NULL,           00000160
             G6565_CENTALTA                 CHAR(4) NOT NULL,           00000170
             G6565_CUENTNU                  CHAR(12) NOT NULL,          00000180
             G6565_SENTIDO                  CHAR(1) NOT NULL,           00000190
             G6565_IMPUMBR                  DECIMAL(17, 2) NOT NULL,    00000200
             G6565_CANAL                    CHAR(1) NOT NULL,           00000210
             G6565_SITUACION                CHAR(1) NOT NULL,           00000220
             G6565_FECALTA                  DATE NOT NULL,              00000230
             G6565_FECULTAV                 DATE NOT NULL,              00000240
             G6565_USUAUDIT                 CHAR(30) NOT NULL,          00000250
             G6565_TSULTMOD                 TIMESTAMP NOT NULL          00000260
           ) END-EXEC.                                                  00000270
      ******************************************************************00000280
      * COBOL DECLARATION FOR TABLE POS_ALERT_UMBR                     *00000290
      ******************************************************************00000300
       01  DCLPOS-ALERT-UMBR.                                           00000310
           10 G6565-NUMSUSCR        PIC S9(9)V USAGE COMP-3.            00000320
           10 G6565-IDEMPRD         PIC X(4).                           00000330
           10 G6565-IDCENTD         PIC X(4).                           00000340
           10 G6565-IDPRODD         PIC X(3).                           00000350
           10 G6565-CODSPROD        PIC X(3).                           00000360
           10 G6565-CTOSALDO        PIC X(3).                           00000370
           10 G6565-CODMONSW        PIC X(3).                           00000380
           10 G6565-CENTALTA        PIC X(4).                           00000390
           10 G6565-CUENTNU         PIC X(12).                          00000400
           10 G6565-SENTIDO         PIC X(1).                           00000410
           10 G6565-IMPUMBR         PIC S9(15)V9(2) USAGE COMP-3.       00000420
           10 G6565-CANAL           PIC X(1).                           00000430
           10 G6565-SITUACION       PIC X(1).                           00000440
           10 G6565-FECALTA         PIC X(10).                          00000450
           10 G6565-FECULTAV        PIC X(10).                          00000460
           10 G6565-USUAUDIT        PIC X(30).                          00000470
           10 G6565-TSULTMOD        PIC X(26).                          00000480
      ******************************************************************00000490
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *00000500
      ******************************************************************00000510
