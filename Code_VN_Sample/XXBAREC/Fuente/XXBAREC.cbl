      *               RECONSTRUYE CADA LISTADO COMPLETO (CON SU        *00000114
      *               CABECERA DE IDENTIFICACION) EN EL FICHERO DE     *00000115
      *               SALIDA, EN EL MISMO FORMATO EN QUE SE EMITIO.    *00000116
      *               SI EL LISTADO TIENE REEMISIONES SE RECUPERAN     *00000117
      *               TODAS SUS VERSIONES, EN ORDEN, CADA UNA CON SU   *00000118
      *               CABECERA.                                        *00000119
      *-                                                              -*00000170
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000180
      *        WK-PROGRAMA-EMISOR : PROGRAMA EMISOR A RECUPERAR.       *00000190
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. RECUPERACION DE  *00000360
      *                        INFORMES DEL REPOSITORIO POR PROGRAMA Y *00000370
      *                        RANGO DE FECHAS.                        *00000380
      * VIEWNEXT 15-10-2026    SE RECUPERAN TODAS LAS VERSIONES DEL    *00000383
      *                        INFORME (ORIGINAL Y REEMISIONES).       *00000386
      *                                                                *00000390
      ******************************************************************00000400
                                                                        00000410
           05  WS-ESTADO                   PIC X(01).                   00002200
           05  FILLER                      PIC X(09)   VALUE 'LINEAS:'. 00002210
           05  WS-NUMREG                   PIC ZZZZZZZZ9.               00002220
           05  FILLER                      PIC X(09)   VALUE            00002222
                                   ' VERSION:'.                         00002224
           05  WS-NUMVERS                  PIC ZZ9.                     00002226
           05  FILLER                      PIC X(47)   VALUE ALL '*'.   00002230
                                                                        00002240
      ******************************************************************00002250
      *                      V A R I A B L E S                        * 00002260
           EXEC SQL                                                     00003180
                DECLARE C-INDICE CURSOR FOR                             00003190
                SELECT G3188_PROGRAMA, G3188_FECNEGOCIO,                00003200
                       G3188_NUMREG, G3188_ESTADO,                      00003210
                       G3188_NUMVERS                                    00003215
                  FROM REPO_INFORME_IDX                                 00003220
                 WHERE G3188_PROGRAMA    = :WK-PROGRAMA-EMISOR          00003230
                   AND G3188_FECNEGOCIO >= :WK-FECHA-DESDE              00003240
                   AND G3188_FECNEGOCIO <= :WK-FECHA-HASTA              00003250
                 ORDER BY G3188_FECNEGOCIO, G3188_NUMVERS               00003260
           END-EXEC                                                     00003270
                                                                        00003280
           EXEC SQL                                                     00003290
           MOVE G3188-FECNEGOCIO              TO WS-FECNEGOCIO          00003770
           MOVE G3188-ESTADO                  TO WS-ESTADO              00003780
           MOVE G3188-NUMREG                  TO WS-NUMREG              00003790
           MOVE G3188-NUMVERS                 TO WS-NUMVERS             00003795
                                                                        00003800
           WRITE REG-XXBARES1 FROM WK-LINEA-SEPARADOR                   00003810
                                                                        00003820
                  FROM REPO_INFORME_LIN                                 00003980
                 WHERE G3189_PROGRAMA   = :G3188-PROGRAMA               00003990
                   AND G3189_FECNEGOCIO = :G3188-FECNEGOCIO             00004000
                   AND G3189_NUMVERS    = :G3188-NUMVERS                00004005
                 ORDER BY G3189_NUMLINEA                                00004010
           END-EXEC                                                     00004020
                                                                        00004030
           EXEC SQL                                                     00005480
                FETCH C-INDICE                                          00005490
                 INTO :G3188-PROGRAMA, :G3188-FECNEGOCIO,               00005500
                      :G3188-NUMREG, :G3188-ESTADO,                     00005510
                      :G3188-NUMVERS                                    00005515
           END-EXEC                                                     00005520
                                                                        00005530
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005540
