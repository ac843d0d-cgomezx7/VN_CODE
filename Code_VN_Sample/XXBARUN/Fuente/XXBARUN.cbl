      *                        DURACION (XXBASLA).                    * 00000414
      * VIEWNEXT 02-09-2026    AL REGISTRAR EL INICIO SE LIMPIA LA     *00000415
      *                        ORDEN DE PAUSA DE OPERACIONES.          *00000416
      * VIEWNEXT 15-10-2026    LA HISTORIA GUARDA LOS REGISTROS LEIDOS *00000417
      *                        DEL ULTIMO LATIDO DE LA EJECUCION.      *00000418
      ******************************************************************00000420
                                                                        00000430
      ******************************************************************00000440
      * SE ANOTA LA EJECUCION TERMINADA EN BATCH_RUN_HIST, COPIANDO    *00002953
      * DE LA TABLA DE CONTROL EL INICIO, EL FIN Y EL RETORNO, PARA    *00002954
      * EL CONTROL DE VENTANAS PLANIFICADAS Y LA TENDENCIA DE          *00002955
      * DURACIONES POR PROGRAMA. SE GUARDAN TAMBIEN LOS REGISTROS      *00002956
      * LEIDOS DEL ULTIMO LATIDO DE LA EJECUCION (CERO SI EL PROGRAMA  *00002957
      * NO EMITE LATIDOS), BASE DE LA PREVISION DE FIN DE LOS PASOS EN *00002958
      * CURSO (XXBAPFC).                                               *00002959
      ******************************************************************00002960
       2250-HISTORIZAR-FIN.                                             00002961
                                                                        00002962
           EXEC SQL                                                     00002963
                INSERT INTO BATCH_RUN_HIST                              00002964
                      ( G3191_PROGRAMA, G3191_FECINICIO,                00002965
                        G3191_FECFIN  , G3191_CODRETOR,                 00002966
                        G3191_LEIDOS )                                  00002967
                SELECT G3184_PROGRAMA, G3184_FECINICIO,                 00002968
                       G3184_FECFIN  , G3184_CODRETOR,                  00002969
                       COALESCE(G3193_LEIDOS, 0)                        00002970
                  FROM BATCH_RUN_CONTROL                                00002971
                  LEFT OUTER JOIN BATCH_LATIDO                          00002972
                    ON G3193_PROGRAMA  = G3184_PROGRAMA                 00002973
                   AND G3193_FECLATIDO >= G3184_FECINICIO               00002974
                 WHERE G3184_PROGRAMA = :XXYARUN-PROGRAMA-E             00002975
           END-EXEC                                                     00002976
                                                                        00002977
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00002978
                                                                        00002979
           IF  NOT DB2-OK                                               00002980
               MOVE CA-INSERT                TO XXYARUN-ACCESO          00002981
               MOVE CA-PRRF-2250             TO XXYARUN-PARRAFO         00002982
               PERFORM 8000-ERROR-DB2                                   00002983
                  THRU 8000-ERROR-DB2-EXIT                              00002984
           END-IF                                                       00002985
                                                                        00002986
           .                                                            00002987
       2250-HISTORIZAR-FIN-EXIT.                                        00002988
           EXIT.                                                        00002989
                                                                        00002960
      ******************************************************************00002970
      * 2300-CONSULTAR-ESTADO.                                         *00002980
