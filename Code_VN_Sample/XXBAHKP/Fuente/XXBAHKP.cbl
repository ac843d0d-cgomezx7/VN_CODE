      * USUARIO  FECHA        DESCRIPCION                              *00000390
      * -------- ----------   ---------------------------------------- *00000400
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000410
      * VIEWNEXT 15-10-2026    LA IMAGEN DE REPO_INFORME_IDX Y DE      *00000412
      *                        REPO_INFORME_LIN INCLUYE LA VERSION.    *00000414
      * VIEWNEXT 15-10-2026    LA IMAGEN DE BATCH_RUN_HIST INCLUYE LOS *00000416
      *                        REGISTROS LEIDOS DE LA EJECUCION.       *00000418
      * VIEWNEXT 15-10-2026    EL INDICE ARCHIVADO INCLUYE SU REFCASO. *00000419
      *                                                                *00000420
      ******************************************************************00000430
                                                                        00000440
           EXEC SQL                                                     00007690
                DECLARE C-ARC-RUNHIS CURSOR FOR                         00007700
                SELECT G3191_PROGRAMA, G3191_FECINICIO,                 00007710
                       G3191_FECFIN, G3191_CODRETOR,                    00007720
                       G3191_LEIDOS                                     00007725
                  FROM BATCH_RUN_HIST                                   00007730
                 WHERE DATE(G3191_FECFIN) < DATE(:WK-FECHA-LIMITE)      00007740
           END-EXEC                                                     00007750
                DECLARE C-ARC-REPIDX CURSOR FOR                         00013390
                SELECT G3188_PROGRAMA, G3188_FECNEGOCIO,                00013400
                       G3188_NUMREG, G3188_ESTADO,                      00013410
                       G3188_FECARCH, G3188_NUMVERS,                    00013420
                       G3188_REFCASO                                    00013425
                  FROM REPO_INFORME_IDX                                 00013430
                 WHERE G3188_FECNEGOCIO < :WK-FECHA-LIMITE              00013440
           END-EXEC                                                     00013450
           EXEC SQL                                                     00014800
                DECLARE C-ARC-REPLIN CURSOR FOR                         00014810
                SELECT G3189_PROGRAMA, G3189_FECNEGOCIO,                00014820
                       G3189_NUMLINEA, G3189_LINEA,                     00014830
                       G3189_NUMVERS                                    00014835
                  FROM REPO_INFORME_LIN                                 00014840
                 WHERE G3189_FECNEGOCIO < :WK-FECHA-LIMITE              00014850
           END-EXEC                                                     00014860
