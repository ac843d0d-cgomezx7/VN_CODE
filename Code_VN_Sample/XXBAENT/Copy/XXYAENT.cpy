      ******************************************************************00000010
      * NOMBRE         : XXYAENT.                                      *00000020
      * DESCRIPCION    : COPY DE LA RUTINA DE CONTROL DE PERMISOS DE   *00000030
      *                  OPERADOR XXBAENT. COMPRUEBA EN LA MATRIZ      *00000040
      *                  CENTRAL OPER_ROL / ROL_FUNCION QUE EL         *00000050
      *                  OPERADOR TIENE, EN LA FECHA DEL DIA, ALGUN    *00000060
      *                  ROL VIGENTE CON LA FUNCION (RUTINA Y          *00000070
      *                  OPERACION) VIGENTE. SI NO LA TIENE DEVUELVE   *00000080
      *                  RETORNO '88' Y EL MENSAJE COMUN XX0040.       *00000090
      ******************************************************************00000100
       01  XXYAENT.                                                     00000110
           05  XXYAENT-ENTRADA.                                         00000120
               10  XXYAENT-OPERADOR-E      PIC X(08).                   00000130
               10  XXYAENT-RUTINA-E        PIC X(08).                   00000140
      *        -- OPERACION DENTRO DE LA RUTINA (LA QUE INFORME EL     *00000150
      *        -- LLAMANTE). EN ROL_FUNCION, '*' = TODAS.              *00000160
               10  XXYAENT-OPERACION-E     PIC X(01).                   00000170
           05  XXYAENT-SALIDA.                                          00000180
               10  XXYAENT-IND-AUTORIZADO  PIC X(01).                   00000190
                   88  XXYAENT-SI-AUTORIZADO           VALUE 'S'.       00000200
                   88  XXYAENT-NO-AUTORIZADO           VALUE 'N'.       00000210
               10  XXYAENT-CODROL-S        PIC X(08).                   00000220
      * -- ESTRUCTURA DE DIAGNOSTICO COMUN (VEASE XXYCOMUN).           *00000230
           05  XXYAENT-DATOS-CONTROL.                                   00000240
               10  XXYAENT-RETORNO         PIC X(02).                   00000250
               10  XXYAENT-MENSAJE         PIC X(06).                   00000260
               10  XXYAENT-DESCRIPCION     PIC X(50).                   00000270
               10  XXYAENT-RUTINA          PIC X(08).                   00000280
               10  XXYAENT-FUNCION         PIC X(08).                   00000290
               10  XXYAENT-PARRAFO         PIC X(30).                   00000300
               10  XXYAENT-TABLA           PIC X(18).                   00000310
               10  XXYAENT-ACCESO          PIC X(08).                   00000320
               10  XXYAENT-SQLCODE         PIC S9(09).                  00000330
               10  XXYAENT-SQLCA           PIC X(136).                  00000340
               10  XXYAENT-DATOS           PIC X(50).                   00000350
