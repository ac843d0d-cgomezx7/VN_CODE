      ******************************************************************00000010
      * DCLGEN TABLE(POS_CERT_SALDO)                                   *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D7401100))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE POS_CERT_SALDO TABLE                        00000090
           ( G6564_NUMCERT                  DECIMAL(11, 0) NOT NULL,    00000100
             G6564_FECEMIS                  DATE NOT NULL,              00000110
             G6564_FECCERT                  DATE NOT NULL,              00000120
             G6564_IDIOMA                   CHAR(2) NOT NULL,           00000130
             G6564_TIPCLAVE                 CHAR(1) NOT NULL,           00000140
             G6564_IDEMPRD                  CHAR(4) NOT NULL,           00000150
             G6564_CENTALTA                 CHAR(4) NOT NULL,           00000160
             G6564_CUENTNU                  CHAR(12) NOT NULL,          00000170
             G6564_IDCENTD                  CHAR(4) NOT NULL,           00000180
             G6564_IDPRODD                  CHAR(3) NOT NULL,           00000190
             G6564_CODSPROD                 CHAR(3) NOT NULL,           00000200
             G6564_NUMPOSIC                 SMALLINT NOT NULL,          00000210
             G6564_OFISOLIC                 CHAR(4) NOT NULL,           00000220
             G6564_PROGRAMA                 CHAR(8) NOT NULL,           00000230
             G6564_TSALTA                   TIMESTAMP NOT NULL          00000240
           ) END-EXEC.                                                  00000250
      ******************************************************************00000260
      * COBOL DECLARATION FOR TABLE POS_CERT_SALDO                     *00000270
      ******************************************************************00000280
       01  DCLPOS-CERT-SALDO.                                           00000290
           10 G6564-NUMCERT         PIC S9(11)V USAGE COMP-3.           00000300
           10 G6564-FECEMIS         PIC X(10).                          00000310
           10 G6564-FECCERT         PIC X(10).                          00000320
           10 G6564-IDIOMA          PIC X(2).                           00000330
           10 G6564-TIPCLAVE        PIC X(1).                           00000340
           10 G6564-IDEMPRD         PIC X(4).                           00000350
           10 G6564-CENTALTA        PIC X(4).                           00000360
           10 G6564-CUENTNU         PIC X(12).                          00000370
           10 G6564-IDCENTD         PIC X(4).                           00000380
           10 G6564-IDPRODD         PIC X(3).                           00000390
           10 G6564-CODSPROD        PIC X(3).                           00000400
           10 G6564-NUMPOSIC        PIC S9(4) USAGE COMP.               00000410
           10 G6564-OFISOLIC        PIC X(4).                           00000420
           10 G6564-PROGRAMA        PIC X(8).                           00000430
           10 G6564-TSALTA          PIC X(26).                          00000440
      ******************************************************************00000450
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *00000460
      ******************************************************************00000470
