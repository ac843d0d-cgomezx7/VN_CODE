           ( G3189_PROGRAMA                 CHAR(8) NOT NULL,           00000100
             G3189_FECNEGOCIO               CHAR(10) NOT NULL,          00000110
             G3189_NUMLINEA                 DECIMAL(9, 0) NOT NULL,     00000120
             G3189_LINEA                    CHAR(132) NOT NULL,         00000130
             G3189_NUMVERS                  DECIMAL(3, 0) NOT NULL      00000135
           ) END-EXEC.                                                  00000140
      ******************************************************************00000150
      * COBOL DECLARATION FOR TABLE REPO_INFORME_LIN                   *00000160
           10 G3189-FECNEGOCIO      PIC X(10).                          00000200
           10 G3189-NUMLINEA        PIC S9(9)V USAGE COMP-3.            00000210
           10 G3189-LINEA           PIC X(132).                         00000220
           10 G3189-NUMVERS         PIC S9(3)V USAGE COMP-3.            00000225
      ******************************************************************00000230
      * COLUMNS DESCRIBED BY THIS DECLARATION: 5                       *00000240
      ******************************************************************00000250
