      ******************************************************************00000010
      * NOMBRE         : MPYCICE.                                      *00000020
      * DESCRIPCION    : TABLA DE ESTADOS DEL CICLO DE VIDA DE LOS     *00000030
      *                  FORMULARIOS (FORM_ESTADO), CON SU DESCRIPCION *00000040
      *                  Y SI EL ESTADO ES INTERMEDIO ('S'), ES DECIR, *00000050
      *                  SI EL FORMULARIO ESTA PENDIENTE DE UN PASO    *00000060
      *                  POSTERIOR, O FINAL ('N').                     *00000070
      ******************************************************************00000080
       01  CT-ESTADOS-CICLO.                                            00000090
           05  FILLER                  PIC X(28)   VALUE                00000100
                                   'RERECIBIDO                 S'.      00000110
           05  FILLER                  PIC X(28)   VALUE                00000120
                                   'RZRECHAZADO EN VALIDACION  N'.      00000130
           05  FILLER                  PIC X(28)   VALUE                00000140
                                   'RTRETENIDO POR TOPE        S'.      00000150
           05  FILLER                  PIC X(28)   VALUE                00000160
                                   'RVRETENIDO PARA REVISION   S'.      00000170
           05  FILLER                  PIC X(28)   VALUE                00000180
                                   'RSRETENIDO POR SANCIONES   S'.      00000190
           05  FILLER                  PIC X(28)   VALUE                00000200
                                   'TRTRANSMITIDO              S'.      00000210
           05  FILLER                  PIC X(28)   VALUE                00000220
                                   'ACACEPTADO POR PROCESADOR  N'.      00000230
           05  FILLER                  PIC X(28)   VALUE                00000240
                                   'RPRECHAZADO POR PROCESADOR S'.      00000250
           05  FILLER                  PIC X(28)   VALUE                00000260
                                   'RQREENCOLADO               S'.      00000270
           05  FILLER                  PIC X(28)   VALUE                00000280
                                   'ANANONIMIZADO              N'.      00000290
       01  CT-ESTADOS-CICLO-RED REDEFINES CT-ESTADOS-CICLO.             00000300
           05  CT-ESTADO-CICLO             OCCURS 10 TIMES.             00000310
               10  CT-EC-CODIGO            PIC X(02).                   00000320
               10  CT-EC-DESCRIPCION       PIC X(25).                   00000330
               10  CT-EC-INTERMEDIO        PIC X(01).                   00000340
       77  CN-NUM-ESTADOS-CICLO            PIC 9(02)   VALUE 10.        00000350
