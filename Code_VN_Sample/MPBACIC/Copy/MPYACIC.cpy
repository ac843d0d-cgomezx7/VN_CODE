      ******************************************************************00000010
      * NOMBRE         : MPYACIC.                                      *00000020
      * DESCRIPCION    : COPY DE LA RUTINA MIXTA MPBACIC DE CICLO DE   *00000030
      *                  VIDA DE LOS FORMULARIOS DEL CIRCUITO DE       *00000040
      *                  INGRESOS CON PIN (TABLAS FORM_ESTADO Y        *00000050
      *                  FORM_ESTADO_HIST).                            *00000060
      *                  FUNCION 'A': ANOTA UN NUEVO ESTADO DEL        *00000070
      *                  FORMULARIO. SI EL FORMULARIO YA ESTA EN ESE   *00000080
      *                  ESTADO NO SE ANOTA UN PASO NUEVO (IND-ANOTADO *00000090
      *                  = 'N'), DE FORMA QUE LA REPETICION DE UN      *00000100
      *                  PROCESO NO DUPLICA EL RECORRIDO.              *00000110
      *                  FUNCION 'C': DEVUELVE EL ESTADO ACTUAL Y EL   *00000120
      *                  RECORRIDO CRONOLOGICO DEL FORMULARIO.         *00000130
      ******************************************************************00000140
       01  MPYACIC.                                                     00000150
           05  MPYACIC-ENTRADA.                                         00000160
               10  MPYACIC-FUNCION-E       PIC X(01).                   00000170
                   88  MPYACIC-FUN-ANOTAR              VALUE 'A'.       00000180
                   88  MPYACIC-FUN-CONSULTAR           VALUE 'C'.       00000190
               10  MPYACIC-NUMFORM-E       PIC 9(10).                   00000200
      *        -- ESTADO A ANOTAR (SOLO FUNCION 'A').                  *00000210
               10  MPYACIC-ESTADO-E        PIC X(02).                   00000220
                   88  MPYACIC-EST-RECIBIDO            VALUE 'RE'.      00000230
                   88  MPYACIC-EST-RECHAZADO           VALUE 'RZ'.      00000240
                   88  MPYACIC-EST-RETENIDO-TOPE       VALUE 'RT'.      00000250
                   88  MPYACIC-EST-RETENIDO-REVISION   VALUE 'RV'.      00000260
                   88  MPYACIC-EST-RETENIDO-SANCION    VALUE 'RS'.      00000270
                   88  MPYACIC-EST-TRANSMITIDO         VALUE 'TR'.      00000280
                   88  MPYACIC-EST-ACEPTADO            VALUE 'AC'.      00000290
                   88  MPYACIC-EST-RECHAZADO-PROC      VALUE 'RP'.      00000300
                   88  MPYACIC-EST-REENCOLADO          VALUE 'RQ'.      00000310
                   88  MPYACIC-EST-ANONIMIZADO         VALUE 'AN'.      00000320
                   88  MPYACIC-EST-VALIDO              VALUE 'RE' 'RZ'  00000330
                                                             'RT' 'RV'  00000340
                                                             'RS' 'TR'  00000350
                                                             'AC' 'RP'  00000360
                                                             'RQ' 'AN'. 00000370
      *        -- PROGRAMA QUE ANOTA EL ESTADO Y MOTIVO (OPCIONAL).    *00000380
               10  MPYACIC-PROGRAMA-E      PIC X(08).                   00000390
               10  MPYACIC-MOTIVO-E        PIC X(50).                   00000400
           05  MPYACIC-SALIDA.                                          00000410
      *        -- ESTADO ACTUAL DEL FORMULARIO TRAS LA LLAMADA.        *00000420
               10  MPYACIC-ESTADO-S        PIC X(02).                   00000430
               10  MPYACIC-DESESTADO-S     PIC X(25).                   00000440
               10  MPYACIC-FECALTA-S       PIC X(10).                   00000450
               10  MPYACIC-TSESTADO-S      PIC X(26).                   00000460
               10  MPYACIC-PROGRAMA-S      PIC X(08).                   00000470
               10  MPYACIC-MOTIVO-S        PIC X(50).                   00000480
               10  MPYACIC-NUMPASOS-S      PIC 9(04).                   00000490
      *        -- 'S' SE ANOTO UN PASO NUEVO, 'N' YA ESTABA EN ESE     *00000500
      *        -- ESTADO (SOLO FUNCION 'A').                           *00000510
               10  MPYACIC-IND-ANOTADO-S   PIC X(01).                   00000520
      *        -- RECORRIDO DEL FORMULARIO POR ORDEN DE PASO (SOLO     *00000530
      *        -- FUNCION 'C'). CON MAS DE 30 PASOS SE DEVUELVEN LOS   *00000540
      *        -- 30 PRIMEROS Y DESBORDE-S = 'S'.                      *00000550
               10  MPYACIC-NUM-FILAS-S     PIC 9(02).                   00000560
               10  MPYACIC-DESBORDE-S      PIC X(01).                   00000570
               10  MPYACIC-PASO-S          OCCURS 30 TIMES.             00000580
                   15  MPYACIC-P-NUMPASO-S     PIC 9(04).               00000590
                   15  MPYACIC-P-ESTADO-S      PIC X(02).               00000600
                   15  MPYACIC-P-DESESTADO-S   PIC X(25).               00000610
                   15  MPYACIC-P-TSESTADO-S    PIC X(26).               00000620
                   15  MPYACIC-P-PROGRAMA-S    PIC X(08).               00000630
                   15  MPYACIC-P-MOTIVO-S      PIC X(50).               00000640
      * -- ESTRUCTURA DE DIAGNOSTICO COMUN (VEASE XXYCOMUN).           *00000650
           05  MPYACIC-DATOS-CONTROL.                                   00000660
               10  MPYACIC-RETORNO         PIC X(02).                   00000670
               10  MPYACIC-MENSAJE         PIC X(06).                   00000680
               10  MPYACIC-DESCRIPCION     PIC X(50).                   00000690
               10  MPYACIC-RUTINA          PIC X(08).                   00000700
               10  MPYACIC-PARRAFO         PIC X(30).                   00000710
               10  MPYACIC-TABLA           PIC X(18).                   00000720
               10  MPYACIC-ACCESO          PIC X(08).                   00000730
               10  MPYACIC-SQLCODE         PIC S9(09).                  00000740
               10  MPYACIC-SQLCA           PIC X(136).                  00000750
