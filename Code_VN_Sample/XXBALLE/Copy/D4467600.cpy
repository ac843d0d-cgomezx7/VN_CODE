      ******************************************************************00000010
      * DCLGEN TABLE(FICH_ENTR_CALEND)                                 *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467600))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE FICH_ENTR_CALEND TABLE                      00000090
           ( G3226_INTERFAZ                 CHAR(8) NOT NULL,           00000100
             G3226_DESCRIP                  CHAR(40) NOT NULL,          00000110
             G3226_EMISOR                   CHAR(30) NOT NULL,          00000120
             G3226_PROGRAMA                 CHAR(8) NOT NULL,           00000130
             G3226_CDGENTI                  CHAR(4) NOT NULL,           00000140
             G3226_MASKSEM                  CHAR(7) NOT NULL,           00000150
             G3226_INDHABIL                 CHAR(1) NOT NULL,           00000160
             G3226_HORALIM                  CHAR(8) NOT NULL,           00000170
             G3226_USUAUDIT                 CHAR(30) NOT NULL,          00000180
             G3226_CONTCUR                  TIMESTAMP NOT NULL          00000190
           ) END-EXEC.                                                  00000200
      ******************************************************************00000210
      * COBOL DECLARATION FOR TABLE FICH_ENTR_CALEND                   *00000220
      ******************************************************************00000230
       01  DCLFICH-ENTR-CALEND.                                         00000240
           10 G3226-INTERFAZ        PIC X(8).                           00000250
           10 G3226-DESCRIP         PIC X(40).                          00000260
           10 G3226-EMISOR          PIC X(30).                          00000270
           10 G3226-PROGRAMA        PIC X(8).                           00000280
           10 G3226-CDGENTI         PIC X(4).                           00000290
           10 G3226-MASKSEM         PIC X(7).                           00000300
           10 G3226-INDHABIL        PIC X(1).                           00000310
           10 G3226-HORALIM         PIC X(8).                           00000320
           10 G3226-USUAUDIT        PIC X(30).                          00000330
           10 G3226-CONTCUR         PIC X(26).                          00000340
      ******************************************************************00000350
      * COLUMNS DESCRIBED BY THIS DECLARATION: 10                      *00000360
      ******************************************************************00000370
