      ******************************************************************00000010
      *                       *  KJYCCCP *                             *00000020
      *--------------------------------------------------------------- *00000030
      *        COPY DE COMUNICACION DE LA RUTINA KJBCCCP               *00000040
      ******************************************************************00000050
        01  KJYCCCP.                                                    00000060
            05  KJYCCCP-ENTRADA.                                        00000070
                10  KJYCCCP-CENTALTA           PIC X(04).               00000080
                10  KJYCCCP-CUENTNU            PIC X(12).               00000090
                10  KJYCCCP-TIPCORR            PIC X(02).               00000100
      *        -- 01 EXTRACTOS, 02 AVISOS DE REVERSA, 03 CERTIFICADOS  *00000110
      *        -- DE SALDO, 04 PREAVISOS DE SALDOS ABANDONADOS, 05     *00000120
      *        -- COMUNICACIONES COMERCIALES.                          *00000130
                10  KJYCCCP-FECHA-ENVIO        PIC X(10).               00000140
      *        -- FECHA DEL ENVIO (AAAA-MM-DD) PARA EL MES DEL CONTEO. *00000150
      *        -- BLANCO = FECHA DEL DIA.                              *00000160
                                                                        00000170
            05  KJYCCCP-SALIDA.                                         00000180
                10  KJYCCCP-CANAL              PIC X(01).               00000190
      *        -- 'P' PAPEL, 'E' ELECTRONICO, 'A' AMBOS Y 'N' NO SE    *00000200
      *        -- ENVIA (EL TITULAR HA RENUNCIADO A ESTE TIPO).        *00000210
                10  KJYCCCP-DIRELEC            PIC X(60).               00000220
                10  KJYCCCP-INDPREF            PIC X(01).               00000230
      *        -- 'S' PREFERENCIA REGISTRADA, 'N' CANAL POR DEFECTO.   *00000240
                                                                        00000250
            05  KJYCCCP-DATOS-CONTROL.                                  00000260
                10  KJYCCCP-RETORNO            PIC X(02).               00000270
                10  KJYCCCP-MENSAJE            PIC X(06).               00000280
                10  KJYCCCP-DESCRIPCION        PIC X(50).               00000290
                10  KJYCCCP-RUTINA             PIC X(08).               00000300
                10  KJYCCCP-FUNCION            PIC X(08).               00000310
                10  KJYCCCP-PARRAFO            PIC X(30).               00000320
                10  KJYCCCP-TABLA              PIC X(18).               00000330
                10  KJYCCCP-ACCESO             PIC X(08).               00000340
                10  KJYCCCP-SQLCODE            PIC S9(09).              00000350
                10  KJYCCCP-SQLCA              PIC X(136).              00000360
                10  KJYCCCP-DATOS              PIC X(50).               00000370
