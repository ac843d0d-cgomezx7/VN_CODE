      ******************************************************************00000010
      * DCLGEN TABLE(ROL_FUNCION)                                      *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467401))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE ROL_FUNCION TABLE                           00000090
           ( G3224_CODROL                   CHAR(8) NOT NULL,           00000100
             G3224_RUTINA                   CHAR(8) NOT NULL,           00000110
             G3224_OPERACION                CHAR(1) NOT NULL,           00000120
             G3224_DESROL                   CHAR(30) NOT NULL,          00000130
             G3224_FECALTA                  DATE NOT NULL,              00000140
             G3224_FEBAJA                   DATE NOT NULL,              00000150
             G3224_USUAUDIT                 CHAR(8) NOT NULL,           00000160
             G3224_TSAUDIT                  TIMESTAMP NOT NULL          00000170
           ) END-EXEC.                                                  00000180
      ******************************************************************00000190
      * COBOL DECLARATION FOR TABLE ROL_FUNCION                        *00000200
      ******************************************************************00000210
       01  DCLROL-FUNCION.                                              00000220
           10 G3224-CODROL          PIC X(8).                           00000230
           10 G3224-RUTINA          PIC X(8).                           00000240
           10 G3224-OPERACION       PIC X(1).                           00000250
           10 G3224-DESROL          PIC X(30).                          00000260
           10 G3224-FECALTA         PIC X(10).                          00000270
           10 G3224-FEBAJA          PIC X(10).                          00000280
           10 G3224-USUAUDIT        PIC X(8).                           00000290
           10 G3224-TSAUDIT         PIC X(26).                          00000300
      ******************************************************************00000310
      * COLUMNS DESCRIBED BY THIS DECLARATION: 8                       *00000320
      ******************************************************************00000330
