      ******************************************************************00000010
      * DCLGEN TABLE(EMBOZ_BIN)                                        *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466700))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE EMBOZ_BIN TABLE                             00000090
           ( G3216_BINDESDE                 CHAR(8) NOT NULL,           00000100
             G3216_BINHASTA                 CHAR(8) NOT NULL,           00000110
             G3216_CDGENTI                  CHAR(4) NOT NULL,           00000120
             G3216_CDGMAR                   DECIMAL(2, 0) NOT NULL,     00000130
             G3216_INDTIPT                  DECIMAL(2, 0) NOT NULL,     00000140
             G3216_LONGPAN                  DECIMAL(2, 0) NOT NULL,     00000150
             G3216_INDACTIVO                CHAR(1) NOT NULL,           00000160
             G3216_USUAUDIT                 CHAR(30) NOT NULL,          00000170
             G3216_CONTCUR                  TIMESTAMP NOT NULL          00000180
           ) END-EXEC.                                                  00000190
      ******************************************************************00000200
      * COBOL DECLARATION FOR TABLE EMBOZ_BIN                          *00000210
      ******************************************************************00000220
       01  DCLEMBOZ-BIN.                                                00000230
           10 G3216-BINDESDE        PIC X(8).                           00000240
           10 G3216-BINHASTA        PIC X(8).                           00000250
           10 G3216-CDGENTI         PIC X(4).                           00000260
           10 G3216-CDGMAR          PIC S9(2)V USAGE COMP-3.            00000270
           10 G3216-INDTIPT         PIC S9(2)V USAGE COMP-3.            00000280
           10 G3216-LONGPAN         PIC S9(2)V USAGE COMP-3.            00000290
           10 G3216-INDACTIVO       PIC X(1).                           00000300
           10 G3216-USUAUDIT        PIC X(30).                          00000310
           10 G3216-CONTCUR         PIC X(26).                          00000320
      ******************************************************************00000330
      * COLUMNS DESCRIBED BY THIS DECLARATION: 9                       *00000340
      ******************************************************************00000350
