               10  MPYADEU-TEXTO           PIC X(50).                   00000240
           05  MPYADEU-METRICA.                                         00000242
               10  MPYADEU-PROGRAMA-E      PIC X(08).                   00000244
      *        -- NIVEL AL QUE SE RESOLVIO EL VALOR DEVUELTO:          *00000254
      *        -- 'I' CONDICION DE LA CUENTA (MDDT757), 'A' CONVENIO/  *00000264
      *        -- CAMPANA (MDDT756), 'C'/'P' PRODUCTO (MDDT750),       *00000274
      *        -- 'E' ENTIDAD (MDDT755), 'N' SIN VALOR.                *00000284
           05  MPYADEU-RESOLUCION.                                      00000294
               10  MPYADEU-NIVEL-S         PIC X(01).                   00000304
      *        -- TRAZA DE LA RESOLUCION, SOLO CON IND-TRAZA-E = 'S':  *00000314
      *        -- TABLA, CLAVE Y VIGENCIA DE LA FILA GANADORA, SI EL   *00000324
      *        -- VALOR SE SIRVIO DESDE LA CACHE, ESTADO DE LA CUENTA  *00000334
      *        -- EN MPDT007 Y FILAS CONSULTADAS CON SU RESULTADO      *00000344
      *        -- ('G' GANADORA, 'D' DESCARTADA) Y MOTIVO:             *00000354
      *        --   'VI' VIGENTE EN LA FECHA (GANADORA).               *00000364
      *        --   'FU' ALTA POSTERIOR A LA FECHA.                    *00000374
      *        --   'CA' BAJA ANTERIOR A LA FECHA.                     *00000384
      *        --   'PR' VIGENTE PERO PRECEDIDA POR OTRA FILA.         *00000394
      *        --   'SF' SIN FILAS PARA LA CLAVE.                      *00000404
      *        --   'NC' CUENTA SIN CONVENIO NI CAMPANA.               *00000414
      *        --   'AL'/'BA'/'NE' CUENTA DE ALTA/DE BAJA/INEXISTENTE. *00000424
      *        --   'ER' ERROR DB2 AL OBTENER LA TRAZA.                *00000434
           05  MPYADEU-TRAZA.                                           00000444
               10  MPYADEU-IND-TRAZA-E     PIC X(01).                   00000454
               10  MPYADEU-TRZ-TABLA-S     PIC X(07).                   00000464
               10  MPYADEU-TRZ-CLAVE-S     PIC X(40).                   00000474
               10  MPYADEU-TRZ-FECALTA-S   PIC X(10).                   00000484
               10  MPYADEU-TRZ-FEBAJA-S    PIC X(10).                   00000494
               10  MPYADEU-TRZ-CACHE-S     PIC X(01).                   00000504
               10  MPYADEU-TRZ-CUENTA-S.                                00000514
                   15  MPYADEU-TRZ-EST-CTA-S   PIC X(02).               00000524
                   15  MPYADEU-TRZ-FECBAJA-S   PIC X(10).               00000534
                   15  MPYADEU-TRZ-CDCONVEN-S  PIC X(04).               00000544
                   15  MPYADEU-TRZ-CODGCAMP-S  PIC X(06).               00000554
               10  MPYADEU-TRZ-NUM-FILAS-S PIC 9(02).                   00000564
               10  MPYADEU-TRZ-DESBORDE-S  PIC X(01).                   00000574
               10  MPYADEU-TRZ-FILA-S      OCCURS 20 TIMES.             00000584
                   15  MPYADEU-TRZ-F-TABLA-S   PIC X(07).               00000594
                   15  MPYADEU-TRZ-F-CLAVE-S   PIC X(40).               00000604
                   15  MPYADEU-TRZ-F-VALPARM-S PIC X(10).               00000614
                   15  MPYADEU-TRZ-F-FECALTA-S PIC X(10).               00000624
                   15  MPYADEU-TRZ-F-FEBAJA-S  PIC X(10).               00000634
                   15  MPYADEU-TRZ-F-RESULT-S  PIC X(01).               00000644
                   15  MPYADEU-TRZ-F-MOTIVO-S  PIC X(02).               00000654
                                                                        00000664

