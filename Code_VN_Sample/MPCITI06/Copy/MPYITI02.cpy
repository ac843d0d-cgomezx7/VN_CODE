          05 MPYITI02-TOKEN                 PIC X(08).                  00000150
          05 MPYITI02-MOTIVO-ERR            PIC X(50).                  00000160
          05 MPYITI02-IND-ALTA-BAJ          PIC X(01).                  00000170
      *  DATOS DEL CRIBADO CONTRA LA LISTA DE SANCIONES.                00000171
      *  IND-LIBERADO: 'S' = FORMULARIO LIBERADO POR CUMPLIMIENTO.      00000172
      *  CAMPO-COINC: D = DOCUMENTO, N = AUTORIZADO, E = EMPRESA.       00000173
          05 MPYITI02-CRIBADO.                                          00000174
             10 MPYITI02-IND-LIBERADO       PIC X(01).                  00000175
             10 MPYITI02-PUNTUACION         PIC 9(03).                  00000176
             10 MPYITI02-CAMPO-COINC        PIC X(01).                  00000177
             10 MPYITI02-REFLISTA           PIC X(15).                  00000178
          05 FILLER                         PIC X(54) VALUE SPACES.     00000180

