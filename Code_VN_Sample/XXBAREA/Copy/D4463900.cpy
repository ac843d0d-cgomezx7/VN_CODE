             G3188_FECNEGOCIO               CHAR(10) NOT NULL,          00000110
             G3188_NUMREG                   DECIMAL(9, 0) NOT NULL,     00000120
             G3188_ESTADO                   CHAR(1) NOT NULL,           00000130
             G3188_FECARCH                  TIMESTAMP NOT NULL,         00000140
             G3188_NUMVERS                  DECIMAL(3, 0) NOT NULL,     00000143
             G3188_REFCASO                  CHAR(20) NOT NULL           00000146
           ) END-EXEC.                                                  00000150
      ******************************************************************00000160
      * COBOL DECLARATION FOR TABLE REPO_INFORME_IDX                   *00000170
           10 G3188-NUMREG          PIC S9(9)V USAGE COMP-3.            00000220
           10 G3188-ESTADO          PIC X(1).                           00000230
           10 G3188-FECARCH         PIC X(26).                          00000240
           10 G3188-NUMVERS         PIC S9(3)V USAGE COMP-3.            00000243
           10 G3188-REFCASO         PIC X(20).                          00000246
      ******************************************************************00000250
      * COLUMNS DESCRIBED BY THIS DECLARATION: 7                       *00000260
      ******************************************************************00000270
