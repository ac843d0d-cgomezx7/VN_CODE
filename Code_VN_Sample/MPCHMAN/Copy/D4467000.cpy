      ******************************************************************00000010
      * DCLGEN TABLE(MANIF_BOLSA)                                      *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467000))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE MANIF_BOLSA TABLE                           00000090
           ( G3219_IDBOLSA                  CHAR(20) NOT NULL,          00000100
             G3219_CDGENTI                  CHAR(4) NOT NULL,           00000110
             G3219_CDOFICINA                CHAR(4) NOT NULL,           00000120
             G3219_FECREMESA                DATE NOT NULL,              00000130
             G3219_NUMBOLSA                 DECIMAL(3, 0) NOT NULL,     00000140
             G3219_NUMTARJETAS              DECIMAL(5, 0) NOT NULL,     00000150
             G3219_INDESTADO                CHAR(1) NOT NULL,           00000160
             G3219_FECCONFIR                DATE NOT NULL,              00000170
             G3219_USUCONFIR                CHAR(8) NOT NULL,           00000180
             G3219_USUAUDIT                 CHAR(30) NOT NULL,          00000190
             G3219_CONTCUR                  TIMESTAMP NOT NULL          00000200
           ) END-EXEC.                                                  00000210
      ******************************************************************00000220
      * COBOL DECLARATION FOR TABLE MANIF_BOLSA                        *00000230
      ******************************************************************00000240
       01  DCLMANIF-BOLSA.                                              00000250
           10 G3219-IDBOLSA         PIC X(20).                          00000260
           10 G3219-CDGENTI         PIC X(4).                           00000270
           10 G3219-CDOFICINA       PIC X(4).                           00000280
           10 G3219-FECREMESA       PIC X(10).                          00000290
           10 G3219-NUMBOLSA        PIC S9(3)V USAGE COMP-3.            00000300
           10 G3219-NUMTARJETAS     PIC S9(5)V USAGE COMP-3.            00000310
           10 G3219-INDESTADO       PIC X(1).                           00000320
           10 G3219-FECCONFIR       PIC X(10).                          00000330
           10 G3219-USUCONFIR       PIC X(8).                           00000340
           10 G3219-USUAUDIT        PIC X(30).                          00000350
           10 G3219-CONTCUR         PIC X(26).                          00000360
      ******************************************************************00000370
      * COLUMNS DESCRIBED BY THIS DECLARATION: 11                      *00000380
      ******************************************************************00000390
