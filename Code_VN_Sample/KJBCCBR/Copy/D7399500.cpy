             G6548_IDCENTD                  CHAR(4) NOT NULL,           00000160
             G6548_IDPRODD                  CHAR(3) NOT NULL,           00000170
             G6548_CODSPROD                 CHAR(3) NOT NULL,           00000180
             G6548_FECCONS                  TIMESTAMP NOT NULL,         00000190
             G6548_CENTALTA                 CHAR(4) NOT NULL            00000193
                                            WITH DEFAULT,               00000194
             G6548_CUENTNU                  CHAR(12) NOT NULL           00000196
                                            WITH DEFAULT                00000197
           ) END-EXEC.                                                  00000200
      ******************************************************************00000210
      * COBOL DECLARATION FOR TABLE POS_AUDIT_CONS                     *00000220
           10 G6548-IDPRODD         PIC X(3).                           00000320
           10 G6548-CODSPROD        PIC X(3).                           00000330
           10 G6548-FECCONS         PIC X(26).                          00000340
           10 G6548-CENTALTA        PIC X(4).                           00000343
           10 G6548-CUENTNU         PIC X(12).                          00000346
      ******************************************************************00000350
      * COLUMNS DESCRIBED BY THIS DECLARATION: 12                      *00000360
      ******************************************************************00000370
