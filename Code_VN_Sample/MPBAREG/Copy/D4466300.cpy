      ******************************************************************00000010
      * DCLGEN TABLE(PARM_REGLA)                                       *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4466300))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE PARM_REGLA TABLE                            00000090
           ( G3212_PANUMPAR1                CHAR(3) NOT NULL,           00000100
             G3212_RELACION                 CHAR(2) NOT NULL,           00000110
             G3212_PANUMPAR2                CHAR(3) NOT NULL,           00000120
             G3212_VALREF                   CHAR(10) NOT NULL,          00000130
             G3212_DESREGLA                 CHAR(50) NOT NULL,          00000140
             G3212_INDACTIVO                CHAR(1) NOT NULL,           00000150
             G3212_USUARUMO                 CHAR(8) NOT NULL,           00000160
             G3212_CONTCUR                  TIMESTAMP NOT NULL          00000170
           ) END-EXEC.                                                  00000180
      ******************************************************************00000190
      * COBOL DECLARATION FOR TABLE PARM_REGLA                         *00000200
      ******************************************************************00000210
       01  DCLPARM-REGLA.                                               00000220
           10 G3212-PANUMPAR1       PIC X(3).                           00000230
           10 G3212-RELACION        PIC X(2).                           00000240
           10 G3212-PANUMPAR2       PIC X(3).                           00000250
           10 G3212-VALREF          PIC X(10).                          00000260
           10 G3212-DESREGLA        PIC X(50).                          00000270
           10 G3212-INDACTIVO       PIC X(1).                           00000280
           10 G3212-USUARUMO        PIC X(8).                           00000290
           10 G3212-CONTCUR         PIC X(26).                          00000300
      ******************************************************************00000310
      * COLUMNS DESCRIBED BY THIS DECLARATION: 8                       *00000320
      ******************************************************************00000330
