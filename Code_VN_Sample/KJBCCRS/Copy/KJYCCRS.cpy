      ******************************************************************00000010
      *                       *  KJYCCRS *                             *00000020
      *--------------------------------------------------------------- *00000030
      *        COPY DE COMUNICACION DE LA RUTINA KJBCCRS               *00000040
      ******************************************************************00000050
        01  KJYCCRS.                                                    00000060
            05  KJYCCRS-ENTRADA.                                        00000070
      *        -- CUENTA CONSULTADA (OBLIGATORIA).                     *00000080
                10  KJYCCRS-CENTALTA           PIC X(04).               00000090
                10  KJYCCRS-CUENTNU            PIC X(12).               00000100
      *        -- MONEDA BASE DEL CONTRAVALOR. BLANCOS = EUR.          *00000110
                10  KJYCCRS-MONEDA-BASE        PIC X(03).               00000120
      *        -- CLAVE DE REPOSICION PARA LA PAGINACION: ULTIMA       *00000130
      *        -- POSICION DEVUELTA EN LA PAGINA ANTERIOR.             *00000140
      *        -- BLANCOS = PRIMERA PAGINA.                            *00000150
                10  KJYCCRS-REPOSICION.                                 00000160
                    15  KJYCCRS-REP-IDEMPR     PIC X(04).               00000170
                    15  KJYCCRS-REP-IDCENT     PIC X(04).               00000180
                    15  KJYCCRS-REP-IDPROD     PIC X(03).               00000190
                    15  KJYCCRS-REP-CODSPROD   PIC X(03).               00000200
                    15  KJYCCRS-REP-CTOSALDO   PIC X(03).               00000210
                    15  KJYCCRS-REP-CODMONSW   PIC X(03).               00000220
                                                                        00000230
            05  KJYCCRS-SALIDA.                                         00000240
      *        -- NUMERO DE POSICIONES DEVUELTAS EN LA PAGINA.         *00000250
                10  KJYCCRS-NUM-POSICIONES     PIC 9(02).               00000260
      *        -- 'S' = QUEDAN MAS POSICIONES: REPETIR LA LLAMADA CON  *00000270
      *        -- LA REPOSICION YA INFORMADA POR LA RUTINA.            *00000280
                10  KJYCCRS-IND-MAS-DATOS      PIC X(01).               00000290
                    88  KJYCCRS-SI-MAS-DATOS    VALUE 'S'.              00000300
                    88  KJYCCRS-NO-MAS-DATOS    VALUE 'N'.              00000310
      *        -- TOTALES DE TODAS LAS POSICIONES DE LA CUENTA (NO    * 00000320
      *        -- SOLO DE LA PAGINA) EN LA MONEDA BASE. 'N' = ALGUNA  * 00000330
      *        -- MONEDA SIN TIPO DE CAMBIO, QUE NO ENTRA EN EL TOTAL.* 00000340
                10  KJYCCRS-TOTAL-POSICIONES   PIC 9(04).               00000350
                10  KJYCCRS-TOTAL-CONTRAVALOR  PIC S9(15)V9(2) COMP-3.  00000360
                10  KJYCCRS-IND-TOTAL-COMPLETO PIC X(01).               00000370
                    88  KJYCCRS-SI-TOTAL-COMPLETO VALUE 'S'.            00000380
                    88  KJYCCRS-NO-TOTAL-COMPLETO VALUE 'N'.            00000390
                10  KJYCCRS-POSICION           OCCURS 20 TIMES.         00000400
                    15  KJYCCRS-IDEMPR         PIC X(04).               00000410
                    15  KJYCCRS-IDCENT         PIC X(04).               00000420
                    15  KJYCCRS-IDPROD         PIC X(03).               00000430
                    15  KJYCCRS-CODSPROD       PIC X(03).               00000440
                    15  KJYCCRS-CTOSALDO       PIC X(03).               00000450
                    15  KJYCCRS-CODMONSW       PIC X(03).               00000460
                    15  KJYCCRS-IMPSLDC        PIC S9(15)V9(2) COMP-3.  00000470
                    15  KJYCCRS-FECCONSO       PIC X(10).               00000480
      *        -- CONTRAVALOR EN MONEDA BASE CON EL ULTIMO TIPO DE     *00000490
      *        -- CAMBIO VIGENTE DE POS_TIPO_CAMBIO Y FECHA DE ESE     *00000500
      *        -- TIPO. 'N' = MONEDA SIN TIPO DE CAMBIO.               *00000510
                    15  KJYCCRS-CONTRAVALOR    PIC S9(15)V9(2) COMP-3.  00000520
                    15  KJYCCRS-FECCAMBIO      PIC X(10).               00000530
                    15  KJYCCRS-IND-CAMBIO     PIC X(01).               00000540
                                                                        00000550
      *        -- BLOQUE DE DIAGNOSTICO DE ACCESO A DB2, COMUN CON LAS *00000560
      *        -- DEMAS RUTINAS MIXTAS (VER COPY XXYCOMUN).             00000570
            05  KJYCCRS-DATOS-CONTROL.                                  00000580
                10  KJYCCRS-RETORNO            PIC X(02).               00000590
                10  KJYCCRS-MENSAJE            PIC X(06).               00000600
                10  KJYCCRS-DESCRIPCION        PIC X(50).               00000610
                10  KJYCCRS-RUTINA             PIC X(08).               00000620
                10  KJYCCRS-FUNCION            PIC X(08).               00000630
                10  KJYCCRS-PARRAFO            PIC X(30).               00000640
                10  KJYCCRS-TABLA              PIC X(18).               00000650
                10  KJYCCRS-ACCESO             PIC X(08).               00000660
                10  KJYCCRS-SQLCODE            PIC S9(09).              00000670
                10  KJYCCRS-SQLCA              PIC X(136).              00000680
                10  KJYCCRS-DATOS              PIC X(50).               00000690
