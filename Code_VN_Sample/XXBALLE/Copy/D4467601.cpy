      ******************************************************************00000010
      * DCLGEN TABLE(FICH_ENTR_LLEGADA)                                *00000020
      *        LIBRARY(DES.GRDES.COPYLIB(D4467601))                    *00000030
      *        ACTION(REPLACE)                                         *00000040
      *        LANGUAGE(COBOL)                                         *00000050
      *        APOST                                                   *00000060
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *00000070
      ******************************************************************00000080
           EXEC SQL DECLARE FICH_ENTR_LLEGADA TABLE                     00000090
           ( G3227_INTERFAZ                 CHAR(8) NOT NULL,           00000100
             G3227_FECNEGOCIO               CHAR(10) NOT NULL,          00000110
             G3227_PROGRAMA                 CHAR(8) NOT NULL,           00000120
             G3227_FECLLEGADA               TIMESTAMP NOT NULL,         00000130
             G3227_FECULTIMA                TIMESTAMP NOT NULL,         00000140
             G3227_NUMRECEP                 DECIMAL(3, 0) NOT NULL      00000150
           ) END-EXEC.                                                  00000160
      ******************************************************************00000170
      * COBOL DECLARATION FOR TABLE FICH_ENTR_LLEGADA                  *00000180
      ******************************************************************00000190
       01  DCLFICH-ENTR-LLEGADA.                                        00000200
           10 G3227-INTERFAZ        PIC X(8).                           00000210
           10 G3227-FECNEGOCIO      PIC X(10).                          00000220
           10 G3227-PROGRAMA        PIC X(8).                           00000230
           10 G3227-FECLLEGADA      PIC X(26).                          00000240
           10 G3227-FECULTIMA       PIC X(26).                          00000250
           10 G3227-NUMRECEP        PIC S9(3)V USAGE COMP-3.            00000260
      ******************************************************************00000270
      * COLUMNS DESCRIBED BY THIS DECLARATION: 6                       *00000280
      ******************************************************************00000290
