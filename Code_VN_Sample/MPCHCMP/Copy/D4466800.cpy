      ******************************************************************00000010
      * DCLGEN TABLE(COMPR_CAMPANA)                                    *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466800))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE COMPR_CAMPANA TABLE                         00000090
           ( G3217_IDCAMPANA                CHAR(10) NOT NULL,          00000100
             G3217_DESCRIPCION              CHAR(50) NOT NULL,          00000110
             G3217_FECALTA                  DATE NOT NULL,              00000120
             G3217_FECCIERRE                DATE NOT NULL,              00000130
             G3217_INDESTADO                CHAR(1) NOT NULL,           00000140
             G3217_NUMCARGADAS              DECIMAL(9, 0) NOT NULL,     00000150
             G3217_NUMBLOQUEADAS            DECIMAL(9, 0) NOT NULL,     00000160
             G3217_NUMREEMITIDAS            DECIMAL(9, 0) NOT NULL,     00000170
             G3217_NUMREMITIDAS             DECIMAL(9, 0) NOT NULL,     00000180
             G3217_NUMACUSADAS              DECIMAL(9, 0) NOT NULL,     00000190
             G3217_NUMACTIVADAS             DECIMAL(9, 0) NOT NULL,     00000200
             G3217_USUAUDIT                 CHAR(30) NOT NULL,          00000210
             G3217_CONTCUR                  TIMESTAMP NOT NULL          00000220
           ) END-EXEC.                                                  00000230
      ******************************************************************00000240
      * COBOL DECLARATION FOR TABLE COMPR_CAMPANA                      *00000250
      ******************************************************************00000260
       01  DCLCOMPR-CAMPANA.                                            00000270
           10 G3217-IDCAMPANA       PIC X(10).                          00000280
           10 G3217-DESCRIPCION     PIC X(50).                          00000290
           10 G3217-FECALTA         PIC X(10).                          00000300
           10 G3217-FECCIERRE       PIC X(10).                          00000310
           10 G3217-INDESTADO       PIC X(1).                           00000320
           10 G3217-NUMCARGADAS     PIC S9(9)V USAGE COMP-3.            00000330
           10 G3217-NUMBLOQUEADAS   PIC S9(9)V USAGE COMP-3.            00000340
           10 G3217-NUMREEMITIDAS   PIC S9(9)V USAGE COMP-3.            00000350
           10 G3217-NUMREMITIDAS    PIC S9(9)V USAGE COMP-3.            00000360
           10 G3217-NUMACUSADAS     PIC S9(9)V USAGE COMP-3.            00000370
           10 G3217-NUMACTIVADAS    PIC S9(9)V USAGE COMP-3.            00000380
           10 G3217-USUAUDIT        PIC X(30).                          00000390
           10 G3217-CONTCUR         PIC X(26).                          00000400
      ******************************************************************00000410
      * COLUMNS DESCRIBED BY THIS DECLARATION: 13                      *00000420
      ******************************************************************00000430
