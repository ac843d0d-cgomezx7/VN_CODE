      ******************************************************************00000010
      * DCLGEN TABLE(LISTA_SANCION)                                    *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467200))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE LISTA_SANCION TABLE                         00000090
           ( G3221_REFLISTA                 CHAR(15) NOT NULL,          00000100
             G3221_TIPENTID                 CHAR(1) NOT NULL,           00000110
             G3221_ORIGEN                   CHAR(10) NOT NULL,          00000120
             G3221_DOCUMENT                 CHAR(20) NOT NULL,          00000130
             G3221_NOMORIG                  CHAR(150) NOT NULL,         00000140
             G3221_NOMNORM                  CHAR(150) NOT NULL,         00000150
             G3221_NOMCLAVE                 CHAR(150) NOT NULL,         00000160
             G3221_FECCARGA                 DATE NOT NULL               00000170
           ) END-EXEC.                                                  00000180
      ******************************************************************00000190
      * COBOL DECLARATION FOR TABLE LISTA_SANCION                      *00000200
      ******************************************************************00000210
       01  DCLLISTA-SANCION.                                            00000220
           10 G3221-REFLISTA        PIC X(15).                          00000230
           10 G3221-TIPENTID        PIC X(1).                           00000240
           10 G3221-ORIGEN          PIC X(10).                          00000250
           10 G3221-DOCUMENT        PIC X(20).                          00000260
           10 G3221-NOMORIG         PIC X(150).                         00000270
           10 G3221-NOMNORM         PIC X(150).                         00000280
           10 G3221-NOMCLAVE        PIC X(150).                         00000290
           10 G3221-FECCARGA        PIC X(10).                          00000300
      ******************************************************************00000310
      * COLUMNS DESCRIBED BY THIS DECLARATION: 8                       *00000320
      ******************************************************************00000330
