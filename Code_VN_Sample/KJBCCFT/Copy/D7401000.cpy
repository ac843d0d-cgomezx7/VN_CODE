      ******************************************************************00000010
      * DCLGEN TABLE(POS_TASA_FTP)                                     *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7401000))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_TASA_FTP TABLE                          00000090
           ( G6563_CODMONSW                 CHAR(3) NOT NULL,           00000100
             G6563_FECINICI                 DATE NOT NULL,              00000110
             G6563_FECFIN                   DATE NOT NULL,              00000120
             G6563_PCTTASA                  DECIMAL(7, 4) NOT NULL,     00000130
             G6563_CTADEBE                  CHAR(10) NOT NULL,          00000140
             G6563_CTAHABER                 CHAR(10) NOT NULL,          00000150
             G6563_USUAUDIT                 CHAR(30) NOT NULL,          00000160
             G6563_CONTCUR                  TIMESTAMP NOT NULL          00000170
           ) END-EXEC.                                                  00000180
      ******************************************************************00000190
      * COBOL DECLARATION FOR TABLE POS_TASA_FTP                       *00000200
      ******************************************************************00000210
       01  DCLPOS-TASA-FTP.                                             00000220
           10 G6563-CODMONSW        PIC X(3).                           00000230
           10 G6563-FECINICI        PIC X(10).                          00000240
           10 G6563-FECFIN          PIC X(10).                          00000250
           10 G6563-PCTTASA         PIC S9(3)V9(4) USAGE COMP-3.        00000260
           10 G6563-CTADEBE         PIC X(10).                          00000270
           10 G6563-CTAHABER        PIC X(10).                          00000280
           10 G6563-USUAUDIT        PIC X(30).                          00000290
           10 G6563-CONTCUR         PIC X(26).                          00000300
      ******************************************************************00000310
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *00000320
      ******************************************************************00000330
