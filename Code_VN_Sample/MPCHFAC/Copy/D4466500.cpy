      ******************************************************************00000010
      * DCLGEN TABLE(EMBOZ_TARIFA)                                     *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466500))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE EMBOZ_TARIFA TABLE                          00000090
           ( G3214_CENTROEMB                CHAR(8) NOT NULL,           00000100
             G3214_INDTIPT                  DECIMAL(2, 0) NOT NULL,     00000110
             G3214_SERVICIO                 CHAR(1) NOT NULL,           00000120
             G3214_FECINIVIG                DATE NOT NULL,              00000130
             G3214_FECFINVIG                DATE NOT NULL,              00000140
             G3214_PRECIO                   DECIMAL(9, 4) NOT NULL,     00000150
             G3214_INDACTIVO                CHAR(1) NOT NULL,           00000160
             G3214_USUAUDIT                 CHAR(30) NOT NULL,          00000170
             G3214_CONTCUR                  TIMESTAMP NOT NULL          00000180
           ) END-EXEC.                                                  00000190
      ******************************************************************00000200
      * COBOL DECLARATION FOR TABLE EMBOZ_TARIFA                       *00000210
      ******************************************************************00000220
       01  DCLEMBOZ-TARIFA.                                             00000230
           10 G3214-CENTROEMB       PIC X(8).                           00000240
           10 G3214-INDTIPT         PIC S9(2)V USAGE COMP-3.            00000250
           10 G3214-SERVICIO        PIC X(1).                           00000260
           10 G3214-FECINIVIG       PIC X(10).                          00000270
           10 G3214-FECFINVIG       PIC X(10).                          00000280
           10 G3214-PRECIO          PIC S9(5)V9(4) USAGE COMP-3.        00000290
           10 G3214-INDACTIVO       PIC X(1).                           00000300
           10 G3214-USUAUDIT        PIC X(30).                          00000310
           10 G3214-CONTCUR         PIC X(26).                          00000320
      ******************************************************************00000330
      * COLUMNS DESCRIBED BY THIS DECLARATION: 9                       *00000340
      ******************************************************************00000350
