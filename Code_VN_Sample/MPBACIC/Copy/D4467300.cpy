      ******************************************************************00000010
      * DCLGEN TABLE(FORM_ESTADO)                                      *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467300))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE FORM_ESTADO TABLE                           00000090
           ( G3222_NUMFORM                  DECIMAL(10, 0) NOT NULL,    00000100
             G3222_ESTADO                   CHAR(2) NOT NULL,           00000110
             G3222_NUMPASOS                 DECIMAL(4, 0) NOT NULL,     00000120
             G3222_FECALTA                  DATE NOT NULL,              00000130
             G3222_TSESTADO                 TIMESTAMP NOT NULL,         00000140
             G3222_PROGRAMA                 CHAR(8) NOT NULL,           00000150
             G3222_MOTIVO                   CHAR(50) NOT NULL           00000160
           ) END-EXEC.                                                  00000170
      ******************************************************************00000180
      * COBOL DECLARATION FOR TABLE FORM_ESTADO                        *00000190
      ******************************************************************00000200
       01  DCLFORM-ESTADO.                                              00000210
           10 G3222-NUMFORM         PIC S9(10)V USAGE COMP-3.           00000220
           10 G3222-ESTADO          PIC X(2).                           00000230
           10 G3222-NUMPASOS        PIC S9(4)V USAGE COMP-3.            00000240
           10 G3222-FECALTA         PIC X(10).                          00000250
           10 G3222-TSESTADO        PIC X(26).                          00000260
           10 G3222-PROGRAMA        PIC X(8).                           00000270
           10 G3222-MOTIVO          PIC X(50).                          00000280
      ******************************************************************00000290
      * COLUMNS DESCRIBED BY THIS DECLARATION: 7                       *00000300
      ******************************************************************00000310
