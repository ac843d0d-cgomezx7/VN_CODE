             G3178H_USUARUMO                CHAR(8) NOT NULL,           00000180
             G3178H_CDTERUMO                CHAR(8) NOT NULL,           00000190
             G3178H_TIPOPERA                CHAR(1) NOT NULL,           00000200
             G3178H_FECHMOVH                TIMESTAMP NOT NULL,         00000210
             G3178H_FECCARGA                TIMESTAMP NOT NULL          00000211
                                            WITH DEFAULT                00000212
           ) END-EXEC.                                                  00000220
      ******************************************************************00000230
      * COBOL DECLARATION FOR TABLE MDDT755H                           *00000240
           10 G3178H-CDTERUMO      PIC X(8).                            00000360
           10 G3178H-TIPOPERA      PIC X(1).                            00000370
           10 G3178H-FECHMOVH      PIC X(26).                           00000380
           10 G3178H-FECCARGA      PIC X(26).                           00000381
      ******************************************************************00000390
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *00000400
      ******************************************************************00000410
