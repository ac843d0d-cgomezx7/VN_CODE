      ******************************************************************00000010
      * DCLGEN TABLE(POS_ESCEN_CAMBIO)                                 *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7400800))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_ESCEN_CAMBIO TABLE                      00000090
           ( G6561_IDESCEN                  CHAR(8) NOT NULL,           00000100
             G6561_CODMONSW                 CHAR(3) NOT NULL,           00000110
             G6561_PCTCHOQ                  DECIMAL(7, 4) NOT NULL,     00000120
             G6561_USUAUDIT                 CHAR(30) NOT NULL,          00000130
             G6561_CONTCUR                  TIMESTAMP NOT NULL          00000140
           ) END-EXEC.                                                  00000150
      ******************************************************************00000160
      * COBOL DECLARATION FOR TABLE POS_ESCEN_CAMBIO                   *00000170
      ******************************************************************00000180
       01  DCLPOS-ESCEN-CAMBIO.                                         00000190
           10 G6561-IDESCEN         PIC X(8).                           00000200
           10 G6561-CODMONSW        PIC X(3).                           00000210
           10 G6561-PCTCHOQ         PIC S9(3)V9(4) USAGE COMP-3.        00000220
           10 G6561-USUAUDIT        PIC X(30).                          00000230
           10 G6561-CONTCUR         PIC X(26).                          00000240
      ******************************************************************00000250
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *00000260
      ******************************************************************00000270
