      ******************************************************************00000010
      *                       *  MPYAFCO *                             *00000020
      *--------------------------------------------------------------- *00000030
      *        COPY DE COMUNICACION DE LA RUTINA MPBAFCO               *00000040
      ******************************************************************00000050
       01  MPYAFCO.                                                     00000060
           05  MPYAFCO-ENTRADA.                                         00000070
               10  MPYAFCO-CDGENTI-E       PIC X(04).                   00000080
               10  MPYAFCO-CENTALTA-E      PIC X(04).                   00000090
               10  MPYAFCO-CUENTNU-E       PIC X(12).                   00000100
      *        -- FECHA CONSULTADA (AAAA-MM-DD).                       *00000110
               10  MPYAFCO-FECHA-E         PIC X(10).                   00000120
                                                                        00000130
      *        -- ATRIBUTOS DEL CONTRATO VIGENTES EN LA FECHA SEGUN LA *00000140
      *        -- FOTO DIARIA DE CONT_FOTO_DIARIA.                     *00000150
           05  MPYAFCO-SALIDA.                                          00000160
      *        -- FECHA DE LA FOTO DE LA QUE SE TOMAN LOS DATOS.       *00000170
               10  MPYAFCO-FECFOTO-S       PIC X(10).                   00000180
      *        -- 'S' = NO HAY FOTO DE LA FECHA PEDIDA Y SE DEVUELVE   *00000190
      *        -- LA ANTERIOR MAS PROXIMA, 'N' = FOTO DE LA FECHA.     *00000200
               10  MPYAFCO-IND-ANTERIOR-S  PIC X(01).                   00000210
               10  MPYAFCO-CDESTCTA-S      PIC 9(02).                   00000220
               10  MPYAFCO-INBLQOPE-S      PIC X(01).                   00000230
               10  MPYAFCO-INBLQCON-S      PIC X(01).                   00000240
               10  MPYAFCO-FECBAJA-S       PIC X(10).                   00000250
               10  MPYAFCO-FRMAPAGO-S      PIC 9(02).                   00000260
                                                                        00000270
      *        -- BLOQUE DE DIAGNOSTICO DE ACCESO A DB2, COMUN CON LAS *00000280
      *        -- DEMAS RUTINAS MIXTAS.                                *00000290
           05  MPYAFCO-DATOS-CONTROL.                                   00000300
               10  MPYAFCO-RETORNO         PIC X(02).                   00000310
               10  MPYAFCO-MENSAJE         PIC X(06).                   00000320
               10  MPYAFCO-DESCRIPCION     PIC X(50).                   00000330
               10  MPYAFCO-RUTINA          PIC X(08).                   00000340
               10  MPYAFCO-PARRAFO         PIC X(30).                   00000350
               10  MPYAFCO-TABLA-DB2       PIC X(18).                   00000360
               10  MPYAFCO-ACCESO          PIC X(08).                   00000370
               10  MPYAFCO-SQLCODE         PIC S9(09).                  00000380
               10  MPYAFCO-SQLCA           PIC X(136).                  00000390
