      ******************************************************************00000010
      *                       *  MPYAREG *                             *00000020
      *--------------------------------------------------------------- *00000030
      *        COPY DE COMUNICACION DE LA RUTINA MPBAREG               *00000040
      ******************************************************************00000050
        01  MPYAREG.                                                    00000060
            05  MPYAREG-ENTRADA.                                        00000070
      *        -- '750' = CAMBIO EN MDDT750 (PARAMETRO POR PRODUCTO),  *00000080
      *        -- '755' = CAMBIO EN MDDT755 (PARAMETRO POR ENTIDAD).   *00000090
                10  MPYAREG-TABLA              PIC X(03).               00000100
      *        -- 'A' = ALTA: EL PARAMETRO TOMA VALPARM DESDE FECALTA. *00000110
      *        -- 'C' = CIERRE: EL PARAMETRO DEJA DE TENER VALOR EN    *00000120
      *        -- ESE NIVEL DESDE EL DIA SIGUIENTE A FEBAJA.           *00000130
                10  MPYAREG-TIPOPERA           PIC X(01).               00000140
                10  MPYAREG-CDGENTI            PIC X(04).               00000150
                10  MPYAREG-CDGPRODU           PIC X(03).               00000160
                10  MPYAREG-CDGSUBP            PIC X(03).               00000170
                10  MPYAREG-PANUMPAR           PIC X(03).               00000180
                10  MPYAREG-VALPARM            PIC X(10).               00000190
                10  MPYAREG-FECALTA            PIC X(10).               00000200
                10  MPYAREG-FEBAJA             PIC X(10).               00000210
      *        -- REGLA CONCRETA A COMPROBAR. BLANCOS = TODAS LAS      *00000220
      *        -- REGLAS ACTIVAS EN LAS QUE INTERVIENE EL PARAMETRO.   *00000230
                10  MPYAREG-REGLA-E.                                    00000240
                    15  MPYAREG-PANUMPAR1-E    PIC X(03).               00000250
                    15  MPYAREG-RELACION-E     PIC X(02).               00000260
                    15  MPYAREG-PANUMPAR2-E    PIC X(03).               00000270
                                                                        00000280
      *        -- PRIMERA REGLA INCUMPLIDA Y VALORES ENFRENTADOS.      *00000290
            05  MPYAREG-SALIDA.                                         00000300
      *        -- 'S' = EL CAMBIO INCUMPLE UNA REGLA, 'N' = CORRECTO.  *00000310
                10  MPYAREG-IND-INCUMPLE       PIC X(01).               00000320
                10  MPYAREG-PANUMPAR1-S        PIC X(03).               00000330
                10  MPYAREG-RELACION-S         PIC X(02).               00000340
                10  MPYAREG-PANUMPAR2-S        PIC X(03).               00000350
                10  MPYAREG-VALREF-S           PIC X(10).               00000360
                10  MPYAREG-VALOR1-S           PIC X(10).               00000370
                10  MPYAREG-VALOR2-S           PIC X(10).               00000380
                10  MPYAREG-DESREGLA-S         PIC X(50).               00000390
                                                                        00000400
      *        -- BLOQUE DE DIAGNOSTICO DE ACCESO A DB2, COMUN CON LAS *00000410
      *        -- DEMAS RUTINAS MIXTAS (VER COPY XXYCOMUN).            *00000420
            05  MPYAREG-DATOS-CONTROL.                                  00000430
                10  MPYAREG-RETORNO            PIC X(02).               00000440
                10  MPYAREG-MENSAJE            PIC X(06).               00000450
                10  MPYAREG-DESCRIPCION        PIC X(50).               00000460
                10  MPYAREG-RUTINA             PIC X(08).               00000470
                10  MPYAREG-PARRAFO            PIC X(30).               00000480
                10  MPYAREG-TABLA-DB2          PIC X(18).               00000490
                10  MPYAREG-ACCESO             PIC X(08).               00000500
                10  MPYAREG-SQLCODE            PIC S9(09).              00000510
                10  MPYAREG-SQLCA              PIC X(136).              00000520
