      ******************************************************************00000010
      * DCLGEN TABLE(EMBOZ_FACTURA)                                    *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466600))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE EMBOZ_FACTURA TABLE                         00000090
           ( G3215_CENTROEMB                CHAR(8) NOT NULL,           00000100
             G3215_NUMFACT                  CHAR(15) NOT NULL,          00000110
             G3215_NUMLINEA                 DECIMAL(3, 0) NOT NULL,     00000120
             G3215_PERIODO                  CHAR(7) NOT NULL,           00000130
             G3215_FECFACT                  DATE NOT NULL,              00000140
             G3215_INDTIPT                  DECIMAL(2, 0) NOT NULL,     00000150
             G3215_SERVICIO                 CHAR(1) NOT NULL,           00000160
             G3215_CANTIDAD                 DECIMAL(7, 0) NOT NULL,     00000170
             G3215_IMPORTE                  DECIMAL(11, 2) NOT NULL,    00000180
             G3215_USUAUDIT                 CHAR(30) NOT NULL,          00000190
             G3215_CONTCUR                  TIMESTAMP NOT NULL          00000200
           ) END-EXEC.                                                  00000210
      ******************************************************************00000220
      * COBOL DECLARATION FOR TABLE EMBOZ_FACTURA                      *00000230
      ******************************************************************00000240
       01  DCLEMBOZ-FACTURA.                                            00000250
           10 G3215-CENTROEMB       PIC X(8).                           00000260
           10 G3215-NUMFACT         PIC X(15).                          00000270
           10 G3215-NUMLINEA        PIC S9(3)V USAGE COMP-3.            00000280
           10 G3215-PERIODO         PIC X(7).                           00000290
           10 G3215-FECFACT         PIC X(10).                          00000300
           10 G3215-INDTIPT         PIC S9(2)V USAGE COMP-3.            00000310
           10 G3215-SERVICIO        PIC X(1).                           00000320
           10 G3215-CANTIDAD        PIC S9(7)V USAGE COMP-3.            00000330
           10 G3215-IMPORTE         PIC S9(9)V9(2) USAGE COMP-3.        00000340
           10 G3215-USUAUDIT        PIC X(30).                          00000350
           10 G3215-CONTCUR         PIC X(26).                          00000360
      ******************************************************************00000370
      * COLUMNS DESCRIBED BY THIS DECLARATION: 11                      *00000380
      ******************************************************************00000390
