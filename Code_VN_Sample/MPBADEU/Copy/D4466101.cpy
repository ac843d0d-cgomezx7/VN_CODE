      ******************************************************************00000010
      * DCLGEN TABLE(MDDT756H)                                         *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466101))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE MDDT756H TABLE                              00000090
           ( G3210H_CDGENTI                 CHAR(4) NOT NULL,           00000100
             G3210H_CDCONVEN                CHAR(4) NOT NULL,           00000110
             G3210H_CODGCAMP                CHAR(6) NOT NULL,           00000120
             G3210H_PANUMPAR                CHAR(3) NOT NULL,           00000130
             G3210H_VALPARM                 CHAR(10) NOT NULL,          00000140
             G3210H_FECALTA                 DATE NOT NULL,              00000150
             G3210H_FEBAJA                  DATE NOT NULL,              00000160
             G3210H_CDENTUMO                CHAR(4) NOT NULL,           00000170
             G3210H_CDOFIUMO                CHAR(4) NOT NULL,           00000180
             G3210H_USUARUMO                CHAR(8) NOT NULL,           00000190
             G3210H_CDTERUMO                CHAR(8) NOT NULL,           00000200
             G3210H_TIPOPERA                CHAR(1) NOT NULL,           00000210
             G3210H_FECHMOVH                TIMESTAMP NOT NULL          00000220
           ) END-EXEC.                                                  00000230
      ******************************************************************00000240
      * COBOL DECLARATION FOR TABLE MDDT756H                           *00000250
      ******************************************************************00000260
       01  DCLMDDT756H.                                                 00000270
           10 G3210H-CDGENTI       PIC X(4).                            00000280
           10 G3210H-CDCONVEN      PIC X(4).                            00000290
           10 G3210H-CODGCAMP      PIC X(6).                            00000300
           10 G3210H-PANUMPAR      PIC X(3).                            00000310
           10 G3210H-VALPARM       PIC X(10).                           00000320
           10 G3210H-FECALTA       PIC X(10).                           00000330
           10 G3210H-FEBAJA        PIC X(10).                           00000340
           10 G3210H-CDENTUMO      PIC X(4).                            00000350
           10 G3210H-CDOFIUMO      PIC X(4).                            00000360
           10 G3210H-USUARUMO      PIC X(8).                            00000370
           10 G3210H-CDTERUMO      PIC X(8).                            00000380
           10 G3210H-TIPOPERA      PIC X(1).                            00000390
           10 G3210H-FECHMOVH      PIC X(26).                           00000400
      ******************************************************************00000410
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *00000420
      ******************************************************************00000430
