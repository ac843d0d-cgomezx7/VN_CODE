      ******************************************************************00000010
      * NOMBRE         : XXYALLE.                                      *00000020
      * DESCRIPCION    : COPY DE LA RUTINA DE REGISTRO DE LLEGADA DE   *00000030
      *                  FICHEROS DE ENTRADA XXBALLE (TABLA            *00000040
      *                  FICH_ENTR_LLEGADA).                           *00000050
      *                                                                *00000060
      * FUNCIONES (XXYALLE-FUNCION-E):                                 *00000070
      *   'R' : REGISTRAR LA LLEGADA DEL FICHERO DE LA INTERFAZ        *00000080
      *         (DDNAME DE ENTRADA DEL CARGADOR) PARA LA FECHA DE      *00000090
      *         NEGOCIO. SI NO SE INFORMA LA FECHA SE TOMA LA FECHA    *00000100
      *         ACTUAL. UNA SEGUNDA LLEGADA DE LA MISMA FECHA CONSERVA *00000110
      *         LA HORA DE LA PRIMERA Y SUMA UNA RECEPCION.            *00000120
      *   EL REGISTRO NO SE CONFIRMA EN LA RUTINA: VIAJA EN LA UNIDAD  *00000130
      *   DE TRABAJO DEL PROGRAMA LLAMANTE.                            *00000140
      ******************************************************************00000150
       01  XXYALLE.                                                     00000160
           05  XXYALLE-ENTRADA.                                         00000170
               10  XXYALLE-FUNCION-E       PIC X(01).                   00000180
               10  XXYALLE-INTERFAZ-E      PIC X(08).                   00000190
               10  XXYALLE-PROGRAMA-E      PIC X(08).                   00000200
               10  XXYALLE-FECNEGOCIO-E    PIC X(10).                   00000210
           05  XXYALLE-SALIDA.                                          00000220
               10  XXYALLE-NUMRECEP-S      PIC 9(03).                   00000230
      * -- ESTRUCTURA DE DIAGNOSTICO COMUN (VEASE XXYCOMUN).           *00000240
           05  XXYALLE-DATOS-CONTROL.                                   00000250
               10  XXYALLE-RETORNO         PIC X(02).                   00000260
               10  XXYALLE-MENSAJE         PIC X(06).                   00000270
               10  XXYALLE-DESCRIPCION     PIC X(50).                   00000280
               10  XXYALLE-RUTINA          PIC X(08).                   00000290
               10  XXYALLE-FUNCION         PIC X(08).                   00000300
               10  XXYALLE-PARRAFO         PIC X(30).                   00000310
               10  XXYALLE-TABLA           PIC X(18).                   00000320
               10  XXYALLE-ACCESO          PIC X(08).                   00000330
               10  XXYALLE-SQLCODE         PIC S9(09).                  00000340
               10  XXYALLE-SQLCA           PIC X(136).                  00000350
               10  XXYALLE-DATOS           PIC X(50).                   00000360
