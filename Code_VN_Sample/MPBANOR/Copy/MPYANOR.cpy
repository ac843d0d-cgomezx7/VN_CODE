      ******************************************************************00000010
      * NOMBRE         : MPYANOR.                                      *00000020
      * DESCRIPCION    : COPY DE LA RUTINA DE NORMALIZACION DE NOMBRES *00000030
      *                  Y DOCUMENTOS MPBANOR, COMUN A LA CARGA DE LA  *00000040
      *                  LISTA DE SANCIONES (MPCISAN) Y AL CRIBADO DE  *00000050
      *                  LOS FORMULARIOS (MPCITI06), PARA QUE AMBOS    *00000060
      *                  LADOS SE COMPAREN NORMALIZADOS CON LA MISMA   *00000070
      *                  REGLA.                                        *00000080
      ******************************************************************00000090
       01  MPYANOR.                                                     00000100
           05  MPYANOR-ENTRADA.                                         00000110
      *        -- FUNCION: 'N' NOMBRE, 'D' DOCUMENTO.                  *00000120
               10  MPYANOR-FUNCION-E       PIC X(01).                   00000130
      *        -- TIPO DE TITULAR DEL NOMBRE: 'P' PERSONA, 'E' ENTIDAD.*00000140
      *        -- EN LAS ENTIDADES SE DESCARTAN TAMBIEN LAS FORMAS     *00000150
      *        -- SOCIETARIAS (SA, SL, LTD...).                        *00000160
               10  MPYANOR-TIPENTID-E      PIC X(01).                   00000170
               10  MPYANOR-TEXTO-E         PIC X(150).                  00000180
           05  MPYANOR-SALIDA.                                          00000190
      *        -- TEXTO NORMALIZADO: MAYUSCULAS SIN ACENTOS, SIN       *00000200
      *        -- SIGNOS Y CON UN SOLO BLANCO ENTRE PALABRAS.          *00000210
               10  MPYANOR-NORMAL-S        PIC X(150).                  00000220
      *        -- CLAVE DE COMPARACION: LAS MISMAS PALABRAS ORDENADAS  *00000230
      *        -- ALFABETICAMENTE (IGUAL CON CUALQUIER ORDEN DE LOS    *00000240
      *        -- APELLIDOS Y EL NOMBRE).                              *00000250
               10  MPYANOR-CLAVE-S         PIC X(150).                  00000260
               10  MPYANOR-PALABRAS-S      PIC 9(02).                   00000270
      * -- ESTRUCTURA DE DIAGNOSTICO COMUN (VEASE XXYCOMUN).           *00000280
           05  MPYANOR-DATOS-CONTROL.                                   00000290
               10  MPYANOR-RETORNO         PIC X(02).                   00000300
               10  MPYANOR-MENSAJE         PIC X(06).                   00000310
               10  MPYANOR-DESCRIPCION     PIC X(50).                   00000320
               10  MPYANOR-RUTINA          PIC X(08).                   00000330
               10  MPYANOR-PARRAFO         PIC X(30).                   00000340
               10  MPYANOR-TABLA           PIC X(18).                   00000350
               10  MPYANOR-ACCESO          PIC X(08).                   00000360
               10  MPYANOR-SQLCODE         PIC S9(09).                  00000370
               10  MPYANOR-SQLCA           PIC X(136).                  00000380
