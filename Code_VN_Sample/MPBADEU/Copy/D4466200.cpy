      ******************************************************************00000010
      * DCLGEN TABLE(MDDT757)                                          *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466200))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE MDDT757 TABLE                               00000090
           ( G3211_CDGENTI                  CHAR(4) NOT NULL,           00000100
             G3211_CENTALTA                 CHAR(4) NOT NULL,           00000110
             G3211_CUENTNU                  CHAR(12) NOT NULL,          00000120
             G3211_PANUMPAR                 CHAR(3) NOT NULL,           00000130
             G3211_VALPARM                  CHAR(10) NOT NULL,          00000140
             G3211_FECALTA                  DATE NOT NULL,              00000150
             G3211_FEBAJA                   DATE NOT NULL,              00000160
             G3211_CDENTUMO                 CHAR(4) NOT NULL,           00000170
             G3211_CDOFIUMO                 CHAR(4) NOT NULL,           00000180
             G3211_USUARUMO                 CHAR(8) NOT NULL,           00000190
             G3211_CDTERUMO                 CHAR(8) NOT NULL,           00000200
             G3211_CONTCUR                  TIMESTAMP NOT NULL          00000210
           ) END-EXEC.                                                  00000220
      ******************************************************************00000230
      * COBOL DECLARATION FOR TABLE MDDT757                            *00000240
      ******************************************************************00000250
       01  DCLMDDT757.                                                  00000260
           10 G3211-CDGENTI        PIC X(4).                            00000270
           10 G3211-CENTALTA       PIC X(4).                            00000280
           10 G3211-CUENTNU        PIC X(12).                           00000290
           10 G3211-PANUMPAR       PIC X(3).                            00000300
           10 G3211-VALPARM        PIC X(10).                           00000310
           10 G3211-FECALTA        PIC X(10).                           00000320
           10 G3211-FEBAJA         PIC X(10).                           00000330
           10 G3211-CDENTUMO       PIC X(4).                            00000340
           10 G3211-CDOFIUMO       PIC X(4).                            00000350
           10 G3211-USUARUMO       PIC X(8).                            00000360
           10 G3211-CDTERUMO       PIC X(8).                            00000370
           10 G3211-CONTCUR        PIC X(26).                           00000380
      ******************************************************************00000390
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *00000400
      ******************************************************************00000410
