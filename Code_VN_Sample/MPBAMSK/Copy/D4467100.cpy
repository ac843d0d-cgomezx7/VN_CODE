      ******************************************************************00000010
      * DCLGEN TABLE(MASCARA_PAN_SALIDA)                               *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467100))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE MASCARA_PAN_SALIDA TABLE                    00000090
           ( G3220_PROGRAMA                 CHAR(8) NOT NULL,           00000100
             G3220_DDNAME                   CHAR(8) NOT NULL,           00000110
             G3220_VISINI                   DECIMAL(2, 0) NOT NULL,     00000120
             G3220_VISFIN                   DECIMAL(2, 0) NOT NULL,     00000130
             G3220_USUAUDIT                 CHAR(30) NOT NULL,          00000140
             G3220_CONTCUR                  TIMESTAMP NOT NULL          00000150
           ) END-EXEC.                                                  00000160
      ******************************************************************00000170
      * COBOL DECLARATION FOR TABLE MASCARA_PAN_SALIDA                 *00000180
      ******************************************************************00000190
       01  DCLMASCARA-PAN-SALIDA.                                       00000200
           10 G3220-PROGRAMA        PIC X(8).                           00000210
           10 G3220-DDNAME          PIC X(8).                           00000220
           10 G3220-VISINI          PIC S9(2)V USAGE COMP-3.            00000230
           10 G3220-VISFIN          PIC S9(2)V USAGE COMP-3.            00000240
           10 G3220-USUAUDIT        PIC X(30).                          00000250
           10 G3220-CONTCUR         PIC X(26).                          00000260
      ******************************************************************00000270
      * COLUMNS DESCRIBED BY THIS DECLARATION: 6                       *00000280
      ******************************************************************00000290
