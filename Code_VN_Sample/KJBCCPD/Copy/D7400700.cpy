      ******************************************************************00000010
      * DCLGEN TABLE(POS_CENTRO_CONTAB)                                *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7400700))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_CENTRO_CONTAB TABLE                     00000090
           ( G6560_IDEMPRD                  CHAR(4) NOT NULL,           00000100
             G6560_IDCENTD                  CHAR(4) NOT NULL,           00000110
             G6560_IDPRODD                  CHAR(3) NOT NULL,           00000120
             G6560_FECINICI                 DATE NOT NULL,              00000130
             G6560_FECFIN                   DATE NOT NULL,              00000140
             G6560_IDEMPCCO                 CHAR(4) NOT NULL,           00000150
             G6560_IDCENCCO                 CHAR(4) NOT NULL,           00000160
             G6560_USUAUDIT                 CHAR(30) NOT NULL,          00000170
             G6560_CONTCUR                  TIMESTAMP NOT NULL          00000180
           ) END-EXEC.                                                  00000190
      ******************************************************************00000200
      * COBOL DECLARATION FOR TABLE POS_CENTRO_CONTAB                  *00000210
      ******************************************************************00000220
       01  DCLPOS-CENTRO-CONTAB.                                        00000230
           10 G6560-IDEMPRD         PIC X(4).                           00000240
           10 G6560-IDCENTD         PIC X(4).                           00000250
           10 G6560-IDPRODD         PIC X(3).                           00000260
           10 G6560-FECINICI        PIC X(10).                          00000270
           10 G6560-FECFIN          PIC X(10).                          00000280
           10 G6560-IDEMPCCO        PIC X(4).                           00000290
           10 G6560-IDCENCCO        PIC X(4).                           00000300
           10 G6560-USUAUDIT        PIC X(30).                          00000310
           10 G6560-CONTCUR         PIC X(26).                          00000320
      ******************************************************************00000330
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *00000340
      ******************************************************************00000350
