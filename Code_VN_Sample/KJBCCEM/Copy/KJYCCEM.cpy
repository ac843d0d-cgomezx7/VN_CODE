      ******************************************************************00000010
      *                       *  KJYCCEM *                             *00000020
      *--------------------------------------------------------------- *00000030
      *        COPY DE COMUNICACION DE LA RUTINA KJBCCEM               *00000040
      ******************************************************************00000050
        01  KJYCCEM.                                                    00000060
            05  KJYCCEM-ENTRADA.                                        00000070
                10  KJYCCEM-TIPO-OPER          PIC X(10).               00000080
      *        -- 'ALTA'     = REGISTRO DE UN NUEVO EMBARGO JUDICIAL.  *00000090
      *        -- 'LEVANTAR' = LEVANTAMIENTO DE UN EMBARGO ACTIVO.     *00000100
      *        -- 'CONSULTA' = IMPORTE EMBARGADO VIGENTE DE LA POSICION*00000110
                10  KJYCCEM-IDEMPR             PIC X(04).               00000120
                10  KJYCCEM-IDCENT             PIC X(04).               00000130
                10  KJYCCEM-IDPROD             PIC X(03).               00000140
                10  KJYCCEM-CODSPROD           PIC X(03).               00000150
                10  KJYCCEM-CTOSALDO           PIC X(03).               00000160
                10  KJYCCEM-CODMONSW           PIC X(03).               00000170
                10  KJYCCEM-REFJUDIC           PIC X(30).               00000180
      *        -- REFERENCIA DEL ORGANO JUDICIAL QUE ORDENA EL EMBARGO.*00000190
      *        -- OBLIGATORIA EN 'ALTA' Y 'LEVANTAR'.                  *00000200
                10  KJYCCEM-IMPRETEN           PIC S9(15)V9(2) COMP-3.  00000210
                10  KJYCCEM-FECINICI           PIC X(10).               00000220
                10  KJYCCEM-FECFIN             PIC X(10).               00000230
      *        -- SOLO EN 'ALTA': IMPORTE RETENIDO (MAYOR QUE CERO) Y  *00000240
      *        -- PERIODO DE VIGENCIA AAAA-MM-DD. FECHA FIN EN BLANCO  *00000250
      *        -- = EMBARGO SIN FECHA DE FIN (9999-12-31).             *00000260
                                                                        00000270
            05  KJYCCEM-SALIDA.                                         00000280
                10  KJYCCEM-IMPSLDC            PIC S9(15)V9(2) COMP-3.  00000290
                10  KJYCCEM-TOTAL-EMBARGADO    PIC S9(15)V9(2) COMP-3.  00000300
                10  KJYCCEM-NUM-EMBARGOS       PIC 9(04).               00000310
      *        -- SALDO CONSOLIDADO VIGENTE DE LA POSICION Y SUMA Y    *00000320
      *        -- NUMERO DE SUS EMBARGOS ACTIVOS HOY, TRAS LA OPERACION*00000330
                                                                        00000340
      *        -- BLOQUE DE DIAGNOSTICO DE ACCESO A DB2, COMUN CON LAS  00000350
      *        -- DEMAS RUTINAS MIXTAS (VER COPY XXYCOMUN).             00000360
            05  KJYCCEM-DATOS-CONTROL.                                  00000370
                10  KJYCCEM-RETORNO            PIC X(02).               00000380
                10  KJYCCEM-MENSAJE            PIC X(06).               00000390
                10  KJYCCEM-DESCRIPCION        PIC X(50).               00000400
                10  KJYCCEM-RUTINA             PIC X(08).               00000410
                10  KJYCCEM-FUNCION            PIC X(08).               00000420
                10  KJYCCEM-PARRAFO            PIC X(30).               00000430
                10  KJYCCEM-TABLA              PIC X(18).               00000440
                10  KJYCCEM-ACCESO             PIC X(08).               00000450
                10  KJYCCEM-SQLCODE            PIC S9(09).              00000460
                10  KJYCCEM-SQLCA              PIC X(136).              00000470
                10  KJYCCEM-DATOS              PIC X(50).               00000480
