      *               FECHA COMO CERRADA EN POS_CIERRE_DIA. A PARTIR   *00000170
      *               DE ESE MOMENTO LA RUTINA KJBCCPD RUEDA AL        *00000180
      *               SIGUIENTE DIA HABIL CUALQUIER MOVIMIENTO TARDIO  *00000190
      *               CON ESA FECHA CONTABLE. EN LA CONSOLIDACION      *00000200
      *               PARALELA POR RANGO DE EMPRESA EL PASO KJBCCRL    *00000202
      *               LO DA POR FINALIZADO KJBCCFN UNA VEZ CERTIFICADO *00000204
      *               EL REPARTO DE TODAS LAS PARTICIONES.             *00000206
      *-                                                              -*00000210
      *  FICHEROS DE SALIDA:                                           *00000220
      *        KJBCDCS1 : LISTADO DE VERIFICACION DEL CIERRE.          *00000230
      * USUARIO  FECHA        DESCRIPCION                              *00000430
      * -------- ----------   ---------------------------------------- *00000440
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000450
      * VIEWNEXT 15-10-2026    LA CONSULTA A XXBARUN DEL PREREQUISITO  *00000452
      *                        SE INFORMA EN XXYARUN-PREREQUI-E Y NO   *00000454
      *                        EN XXYARUN-PROGRAMA-E.                  *00000456
      *                                                                *00000460
      ******************************************************************00000470
                                                                        00000480
           INITIALIZE XXYARUN                                           00004420
                                                                        00004430
           MOVE CA-RUN-CONSULTA              TO XXYARUN-FUNCION-E       00004440
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00004441
           MOVE CT-PROGRAMA-PREREQ (WK-IDX)  TO XXYARUN-PREREQUI-E      00004450
                                                                        00004460
           CALL CA-XXBARUN               USING XXYARUN                  00004470
                                                                        00004480
