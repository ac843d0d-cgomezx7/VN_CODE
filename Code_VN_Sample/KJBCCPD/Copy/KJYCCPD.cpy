                88  KJYCCPD-AISLA-RR           VALUE 'RR'.              00000188
            05  KJYCCPD-FREC-COMMIT           PIC 9(02) VALUE ZEROES.   00000188
      *        -- 'S' = NO APLICAR EL CONTROL DE TOLERANCIA DE IMPORTE *00000188
      *        -- (SOLO LO INFORMAN KJBCCSR AL LIBERAR UN SUSPENSO Y   *00000189
      *        -- KJBCCRB AL REVERTIR UN FICHERO, AMBOS YA APROBADOS   *00000190
      *        -- POR OPERACIONES). BLANCO = CONTROL NORMAL.           *00000191
            05  KJYCCPD-IND-FORZAR            PIC X(01).                00000188
                88  KJYCCPD-FORZAR-TOLERANCIA  VALUE 'S'.               00000188
            05  KJYCCPD-ENTRADA-LOTE          OCCURS 50 TIMES.          00000189
