      *                  BATCH_LATIDO Y SU PUNTO DE CONTROL EN         *00000080
      *                  POS_CONS_CHKPT, ADEMAS DE LOS PENDIENTES DE   *00000090
      *                  LAS COLAS POS_CONS_COLA Y POS_DISP_SUSP.      *00000100
      *                  INCLUYE LA PREVISION DE FIN DE LA RUTINA      *00000101
      *                  XXBAPFC: FIN PREVISTO DE LA CADENA, PASOS QUE *00000102
      *                  SUPERAN SU HORA TOPE Y, POR PROGRAMA, SU FIN  *00000103
      *                  REAL O PREVISTO, AVANCE Y MARCAS DE CAMINO    *00000104
      *                  CRITICO Y DE FUERA DE VENTANA.                *00000105
      ******************************************************************00000110
       01  XXYACSN.                                                     00000120
           05  XXYACSN-ENTRADA.                                         00000130
           05  XXYACSN-SALIDA.                                          00000160
               10  XXYACSN-COLA-PDTE-S     PIC 9(09).                   00000170
               10  XXYACSN-SUSP-PDTE-S     PIC 9(09).                   00000180
               10  XXYACSN-FINCADENA-S     PIC X(26).                   00000181
               10  XXYACSN-NUM-FUERA-S     PIC 9(03).                   00000182
               10  XXYACSN-PROGRAMA-S      OCCURS 20 TIMES.             00000190
                   15  XXYACSN-ESTADO-S        PIC X(01).               00000200
                   15  XXYACSN-FECINICIO-S     PIC X(26).               00000210
                   15  XXYACSN-ULTCLAVE-S      PIC X(20).               00000280
                   15  XXYACSN-NUMREGCONF-S    PIC 9(09).               00000290
                   15  XXYACSN-FECCHKPT-S      PIC X(26).               00000300
                   15  XXYACSN-FECFINPREV-S    PIC X(26).               00000301
                   15  XXYACSN-AVANCE-S        PIC 9(03).               00000302
                   15  XXYACSN-INDCRITICO-S    PIC X(01).               00000303
                   15  XXYACSN-INDFUERA-S      PIC X(01).               00000304
      * -- ESTRUCTURA DE DIAGNOSTICO COMUN (VEASE XXYCOMUN).           *00000310
           05  XXYACSN-DATOS-CONTROL.                                   00000320
               10  XXYACSN-RETORNO         PIC X(02).                   00000330
