             G3177H_USUARUMO                CHAR(8) NOT NULL,           00000190
             G3177H_CDTERUMO                CHAR(8) NOT NULL,           00000200
             G3177H_TIPOPERA                CHAR(1) NOT NULL,           00000210
             G3177H_FECHMOVH                TIMESTAMP NOT NULL,         00000220
             G3177H_FECCARGA                TIMESTAMP NOT NULL          00000221
                                            WITH DEFAULT                00000222
           ) END-EXEC.                                                  00000230
      ******************************************************************00000240
      * COBOL DECLARATION FOR TABLE MDDT750H                           *00000250
           10 G3177H-CDTERUMO      PIC X(8).                            00000380
           10 G3177H-TIPOPERA      PIC X(1).                            00000390
           10 G3177H-FECHMOVH      PIC X(26).                           00000400
           10 G3177H-FECCARGA      PIC X(26).                           00000401
      ******************************************************************00000410
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *00000420
      ******************************************************************00000430
