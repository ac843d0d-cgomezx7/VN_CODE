      ******************************************************************00000010
      * DCLGEN TABLE(FORM_ESTADO_HIST)                                 *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467301))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE FORM_ESTADO_HIST TABLE                      00000090
           ( G3222H_NUMFORM                 DECIMAL(10, 0) NOT NULL,    00000100
             G3222H_NUMPASO                 DECIMAL(4, 0) NOT NULL,     00000110
             G3222H_ESTADO                  CHAR(2) NOT NULL,           00000120
             G3222H_TSESTADO                TIMESTAMP NOT NULL,         00000130
             G3222H_PROGRAMA                CHAR(8) NOT NULL,           00000140
             G3222H_MOTIVO                  CHAR(50) NOT NULL           00000150
           ) END-EXEC.                                                  00000160
      ******************************************************************00000170
      * COBOL DECLARATION FOR TABLE FORM_ESTADO_HIST                   *00000180
      ******************************************************************00000190
       01  DCLFORM-ESTADO-HIST.                                         00000200
           10 G3222H-NUMFORM        PIC S9(10)V USAGE COMP-3.           00000210
           10 G3222H-NUMPASO        PIC S9(4)V USAGE COMP-3.            00000220
           10 G3222H-ESTADO         PIC X(2).                           00000230
           10 G3222H-TSESTADO       PIC X(26).                          00000240
           10 G3222H-PROGRAMA       PIC X(8).                           00000250
           10 G3222H-MOTIVO         PIC X(50).                          00000260
      ******************************************************************00000270
      * COLUMNS DESCRIBED BY THIS DECLARATION: 6                       *00000280
      ******************************************************************00000290
