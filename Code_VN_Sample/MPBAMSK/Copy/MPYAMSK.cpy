      ******************************************************************00000010
      * NOMBRE         : MPYAMSK.                                      *00000020
      * DESCRIPCION    : COPY DE LA RUTINA DE ENMASCARADO DEL XPAN     *00000030
      *                  MPBAMSK. DEVUELVE EL XPAN CON LOS DIGITOS     *00000040
      *                  CENTRALES SUSTITUIDOS POR ASTERISCOS SEGUN LA *00000050
      *                  POLITICA DE LA SALIDA (PROGRAMA Y DDNAME) EN  *00000060
      *                  LA TABLA MASCARA_PAN_SALIDA. SIN POLITICA     *00000070
      *                  PROPIA SE DEJAN VISIBLES LOS SEIS PRIMEROS Y  *00000080
      *                  LOS CUATRO ULTIMOS DIGITOS, QUE ES TAMBIEN EL *00000090
      *                  MAXIMO VISIBLE QUE ADMITE CUALQUIER POLITICA. *00000100
      ******************************************************************00000110
       01  MPYAMSK.                                                     00000120
           05  MPYAMSK-ENTRADA.                                         00000130
      *        -- PROGRAMA Y DDNAME DE LA SALIDA QUE RECIBE EL XPAN.   *00000140
               10  MPYAMSK-PROGRAMA-E      PIC X(08).                   00000150
               10  MPYAMSK-DDNAME-E        PIC X(08).                   00000160
               10  MPYAMSK-XPAN-E          PIC X(22).                   00000170
           05  MPYAMSK-SALIDA.                                          00000180
               10  MPYAMSK-XPAN-S          PIC X(22).                   00000190
      *        -- DIGITOS VISIBLES APLICADOS AL PRINCIPIO Y AL FINAL.  *00000200
               10  MPYAMSK-VISINI-S        PIC 9(02).                   00000210
               10  MPYAMSK-VISFIN-S        PIC 9(02).                   00000220
      *        -- ORIGEN DE LA POLITICA: 'S' FILA DE LA SALIDA, 'P'    *00000230
      *        -- FILA GENERICA DEL PROGRAMA (DDNAME '*'), 'D' POLITICA*00000240
      *        -- POR DEFECTO.                                         *00000250
               10  MPYAMSK-ORIGEN-S        PIC X(01).                   00000260
      * -- ESTRUCTURA DE DIAGNOSTICO COMUN (VEASE XXYCOMUN).           *00000270
           05  MPYAMSK-DATOS-CONTROL.                                   00000280
               10  MPYAMSK-RETORNO         PIC X(02).                   00000290
               10  MPYAMSK-MENSAJE         PIC X(06).                   00000300
               10  MPYAMSK-DESCRIPCION     PIC X(50).                   00000310
               10  MPYAMSK-RUTINA          PIC X(08).                   00000320
               10  MPYAMSK-PARRAFO         PIC X(30).                   00000330
               10  MPYAMSK-TABLA           PIC X(18).                   00000340
               10  MPYAMSK-ACCESO          PIC X(08).                   00000350
               10  MPYAMSK-SQLCODE         PIC S9(09).                  00000360
               10  MPYAMSK-SQLCA           PIC X(136).                  00000370
