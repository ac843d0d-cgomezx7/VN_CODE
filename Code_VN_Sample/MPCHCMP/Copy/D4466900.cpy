      ******************************************************************00000010
      * DCLGEN TABLE(COMPR_TARJETA)                                    *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466900))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE COMPR_TARJETA TABLE                         00000090
           ( G3218_IDCAMPANA                CHAR(10) NOT NULL,          00000100
             G3218_XPANANT                  CHAR(22) NOT NULL,          00000110
             G3218_XPAN                     CHAR(22) NOT NULL,          00000120
             G3218_CDGENTI                  CHAR(4) NOT NULL,           00000130
             G3218_CENTALTA                 CHAR(4) NOT NULL,           00000140
             G3218_CUENTNU                  CHAR(12) NOT NULL,          00000150
             G3218_INDESTADO                CHAR(1) NOT NULL,           00000160
             G3218_FECBLOQUEO               DATE NOT NULL,              00000170
             G3218_FECREEMISION             DATE NOT NULL,              00000180
             G3218_FECREMESA                DATE NOT NULL,              00000190
             G3218_FECACUSE                 DATE NOT NULL,              00000200
             G3218_FECACTIVACION            DATE NOT NULL,              00000210
             G3218_USUAUDIT                 CHAR(30) NOT NULL,          00000220
             G3218_CONTCUR                  TIMESTAMP NOT NULL          00000230
           ) END-EXEC.                                                  00000240
      ******************************************************************00000250
      * COBOL DECLARATION FOR TABLE COMPR_TARJETA                      *00000260
      ******************************************************************00000270
       01  DCLCOMPR-TARJETA.                                            00000280
           10 G3218-IDCAMPANA       PIC X(10).                          00000290
           10 G3218-XPANANT         PIC X(22).                          00000300
           10 G3218-XPAN            PIC X(22).                          00000310
           10 G3218-CDGENTI         PIC X(4).                           00000320
           10 G3218-CENTALTA        PIC X(4).                           00000330
           10 G3218-CUENTNU         PIC X(12).                          00000340
           10 G3218-INDESTADO       PIC X(1).                           00000350
           10 G3218-FECBLOQUEO      PIC X(10).                          00000360
           10 G3218-FECREEMISION    PIC X(10).                          00000370
           10 G3218-FECREMESA       PIC X(10).                          00000380
           10 G3218-FECACUSE        PIC X(10).                          00000390
           10 G3218-FECACTIVACION   PIC X(10).                          00000400
           10 G3218-USUAUDIT        PIC X(30).                          00000410
           10 G3218-CONTCUR         PIC X(26).                          00000420
      ******************************************************************00000430
      * COLUMNS DESCRIBED BY THIS DECLARATION: 14                      *00000440
      ******************************************************************00000450
