      *         NEGOCIO, REGISTROS, HASH DE IMPORTES Y COPIA ARCHIVO). *00000080
      *   'T' : MARCAR EL FICHERO COMO TRANSMITIDO.                    *00000090
      *   'A' : MARCAR EL ACUSE DE RECIBO DEL RECEPTOR.                *00000100
      *   EN 'T' Y 'A' SE GUARDA COMO USUARIO DE LA MARCA              *00000101
      *   XXYATRS-USUARIO-E (SI NO SE INFORMA, EL PROGRAMA LLAMANTE).  *00000102
      ******************************************************************00000110
       01  XXYATRS.                                                     00000120
           05  XXYATRS-ENTRADA.                                         00000130
               10  XXYATRS-NUMREG-E        PIC 9(09).                   00000180
               10  XXYATRS-HASHIMP-E       PIC S9(15)V9(2) COMP-3.      00000190
               10  XXYATRS-DSNARCH-E       PIC X(44).                   00000200
               10  XXYATRS-USUARIO-E       PIC X(08).                   00000201
      * -- ESTRUCTURA DE DIAGNOSTICO COMUN (VEASE XXYCOMUN).           *00000210
           05  XXYATRS-DATOS-CONTROL.                                   00000220
               10  XXYATRS-RETORNO         PIC X(02).                   00000230
