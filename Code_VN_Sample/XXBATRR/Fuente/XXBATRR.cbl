      *-                                                              -*00000190
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000200
      *        WK-FICHERO, WK-FECNEGOCIO DEL ASIENTO DEL LIBRO.        *00000210
      *        WK-OPERADOR (OPCIONAL): USUARIO QUE ORDENA EL REENVIO;  *00000211
      *        SI NO SE INFORMA SE GUARDA EL PROPIO PROGRAMA.          *00000212
      *-                                                              -*00000220
      *  FICHEROS DE ENTRADA:                                          *00000230
      *        XXBATRE1 : COPIA ARCHIVADA DEL FICHERO.                 *00000240
      * USUARIO  FECHA        DESCRIPCION                              *00000360
      * -------- ----------   ---------------------------------------- *00000370
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000380
      * VIEWNEXT 15-10-2026    SE ADMITE EN SYSIN EL OPERADOR QUE      *00000381
      *                        ORDENA EL REENVIO.                      *00000382
      *                                                                *00000390
      ******************************************************************00000400
                                                                        00000410
           05  WK-PARAMETROS-SYSIN.                                     00002130
               10  WK-FICHERO              PIC X(08).                   00002140
               10  WK-FECNEGOCIO           PIC X(10).                   00002150
               10  WK-OPERADOR             PIC X(08).                   00002151
           05  WK-LONGITUD                 PIC 9(04)   VALUE ZEROES.    00002160
                                                                        00002170
      * -- COPY DE COMUNICACION CON EL LIBRO DE TRANSMISIONES XXBATRS.  00002180
           MOVE WK-FICHERO                   TO XXYATRS-FICHERO-E       00003700
           MOVE WK-FECNEGOCIO                TO XXYATRS-FECNEGOCIO-E    00003710
           MOVE WK-PROGRAMA                  TO XXYATRS-PROGRAMA-E      00003720
           MOVE WK-OPERADOR                  TO XXYATRS-USUARIO-E       00003721
                                                                        00003730
           CALL CA-XXBATRS               USING XXYATRS                  00003740
                                                                        00003750
