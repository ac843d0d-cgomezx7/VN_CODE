      ******************************************************************00000010
      * NOMBRE         : XXYAPFC.                                      *00000020
      * DESCRIPCION    : COPY DE LA RUTINA DE PREVISION DE FIN DE LA   *00000030
      *                  CADENA NOCTURNA XXBAPFC. DEVUELVE, PARA CADA  *00000040
      *                  PASO ACTIVO DE BATCH_CADENA EN ORDEN, SU      *00000050
      *                  SITUACION ('F' TERMINADO, 'E' EN EJECUCION,   *00000060
      *                  'P' PENDIENTE), SU INICIO Y FIN REALES O      *00000070
      *                  PREVISTOS, SU DURACION MEDIA HISTORICA, EL    *00000080
      *                  AVANCE ESTIMADO DE LOS PASOS EN CURSO, LA     *00000090
      *                  MARCA DE CAMINO CRITICO Y EL CONTRASTE CON LA *00000100
      *                  HORA TOPE DE BATCH_PLAN_VENTANA, ADEMAS DEL   *00000110
      *                  FIN PREVISTO DE TODA LA CADENA.               *00000120
      *                                                                *00000130
      * XXYAPFC-DIAS-HIST-E : DIAS DE BATCH_RUN_HIST PARA LAS MEDIAS   *00000140
      *                       (CERO, 30 DIAS).                         *00000150
      ******************************************************************00000160
       01  XXYAPFC.                                                     00000170
           05  XXYAPFC-ENTRADA.                                         00000180
               10  XXYAPFC-DIAS-HIST-E     PIC 9(03).                   00000190
           05  XXYAPFC-SALIDA.                                          00000200
               10  XXYAPFC-FECCALCULO-S    PIC X(26).                   00000210
               10  XXYAPFC-INICADENA-S     PIC X(26).                   00000220
               10  XXYAPFC-FINCADENA-S     PIC X(26).                   00000230
               10  XXYAPFC-NUM-PASOS-S     PIC 9(03).                   00000240
               10  XXYAPFC-NUM-FUERA-S     PIC 9(03).                   00000250
               10  XXYAPFC-PASO-S          OCCURS 100 TIMES.            00000260
                   15  XXYAPFC-PROGRAMA-S      PIC X(08).               00000270
                   15  XXYAPFC-ORDEN-S         PIC 9(03).               00000280
                   15  XXYAPFC-ESTADO-S        PIC X(01).               00000290
                   15  XXYAPFC-FECINICIO-S     PIC X(26).               00000300
                   15  XXYAPFC-FECFIN-S        PIC X(26).               00000310
                   15  XXYAPFC-DURMEDIA-S      PIC 9(07).               00000320
                   15  XXYAPFC-INDSINHIST-S    PIC X(01).               00000330
                   15  XXYAPFC-AVANCE-S        PIC 9(03).               00000340
                   15  XXYAPFC-INDSINLATIDO-S  PIC X(01).               00000350
                   15  XXYAPFC-INDCRITICO-S    PIC X(01).               00000360
                   15  XXYAPFC-HORATOPE-S      PIC X(08).               00000370
                   15  XXYAPFC-FECTOPE-S       PIC X(26).               00000380
                   15  XXYAPFC-INDFUERA-S      PIC X(01).               00000390
      * -- ESTRUCTURA DE DIAGNOSTICO COMUN (VEASE XXYCOMUN).           *00000400
           05  XXYAPFC-DATOS-CONTROL.                                   00000410
               10  XXYAPFC-RETORNO         PIC X(02).                   00000420
               10  XXYAPFC-MENSAJE         PIC X(06).                   00000430
               10  XXYAPFC-DESCRIPCION     PIC X(50).                   00000440
               10  XXYAPFC-RUTINA          PIC X(08).                   00000450
               10  XXYAPFC-FUNCION         PIC X(08).                   00000460
               10  XXYAPFC-PARRAFO         PIC X(30).                   00000470
               10  XXYAPFC-TABLA           PIC X(18).                   00000480
               10  XXYAPFC-ACCESO          PIC X(08).                   00000490
               10  XXYAPFC-SQLCODE         PIC S9(09).                  00000500
               10  XXYAPFC-SQLCA           PIC X(136).                  00000510
               10  XXYAPFC-DATOS           PIC X(50).                   00000520
