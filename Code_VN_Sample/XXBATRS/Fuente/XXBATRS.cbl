      * -------- ---------- ------------------------------------------ *00000340
      * VIEWNEXT 02-09-2026    CREACION DE LA RUTINA DEL LIBRO DE     * 00000350
      *                        TRANSMISIONES SALIENTES.               * 00000360
      * VIEWNEXT 15-10-2026    SE GUARDA EL USUARIO QUE MARCA LA      * 00000361
      *                        TRANSMISION Y EL ACUSE.                * 00000362
      ******************************************************************00000370
                                                                        00000380
      ******************************************************************00000390
      ******************************************************************00001100
       01  WK-VARIABLES.                                                00001110
           05  WK-ESTADO-NUEVO             PIC X(01)   VALUE SPACES.    00001120
           05  WK-USUARIO-MARCA            PIC X(08)   VALUE SPACES.    00001121
                                                                        00001130
      ******************************************************************00001140
      *                     D C L G E N S                              *00001150
                        G3203_PROGRAMA, G3203_NUMREG,                   00002090
                        G3203_HASHIMP, G3203_ESTADO,                    00002100
                        G3203_DSNARCH, G3203_FECGEN,                    00002110
                        G3203_FECTRANS, G3203_FECACUSE,                 00002120
                        G3203_USUTRANS, G3203_USUACUSE )                00002125
                VALUES                                                  00002130
                      ( :XXYATRS-FICHERO-E,                             00002140
                        :XXYATRS-FECNEGOCIO-E,                          00002150
                        :XXYATRS-DSNARCH-E,                             00002200
                        CURRENT TIMESTAMP,                              00002210
                        CURRENT TIMESTAMP,                              00002220
                        CURRENT TIMESTAMP,                              00002230
                        ' ', ' ' )                                      00002235
           END-EXEC                                                     00002240
                                                                        00002250
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00002260
      ******************************************************************00002420
       2200-MARCAR-ESTADO.                                              00002430
                                                                        00002440
           IF  XXYATRS-USUARIO-E = SPACES OR LOW-VALUES                 00002441
               MOVE XXYATRS-PROGRAMA-E       TO WK-USUARIO-MARCA        00002442
           ELSE                                                         00002443
               MOVE XXYATRS-USUARIO-E        TO WK-USUARIO-MARCA        00002444
           END-IF                                                       00002445
                                                                        00002446
           IF  WK-ESTADO-NUEVO = CA-ESTADO-TRANSMITIDO                  00002450
               EXEC SQL                                                 00002460
                    UPDATE TRANS_SALIENTE                               00002470
                       SET G3203_ESTADO   = :WK-ESTADO-NUEVO,           00002480
                           G3203_FECTRANS = CURRENT TIMESTAMP,          00002490
                           G3203_USUTRANS = :WK-USUARIO-MARCA           00002495
                     WHERE G3203_FICHERO    = :XXYATRS-FICHERO-E        00002500
                       AND G3203_FECNEGOCIO = :XXYATRS-FECNEGOCIO-E     00002510
               END-EXEC                                                 00002520
               EXEC SQL                                                 00002540
                    UPDATE TRANS_SALIENTE                               00002550
                       SET G3203_ESTADO   = :WK-ESTADO-NUEVO,           00002560
                           G3203_FECACUSE = CURRENT TIMESTAMP,          00002570
                           G3203_USUACUSE = :WK-USUARIO-MARCA           00002575
                     WHERE G3203_FICHERO    = :XXYATRS-FICHERO-E        00002580
                       AND G3203_FECNEGOCIO = :XXYATRS-FECNEGOCIO-E     00002590
               END-EXEC                                                 00002600
