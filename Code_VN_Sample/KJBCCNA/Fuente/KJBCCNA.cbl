      *  COPYS Y DCLGENS:                                              *00000190
      *     KJYCCNA  : COPY DE COMUNICACION DE LA RUTINA.              *00000200
      *     D7399900 : DCLGEN DE LA TABLA POS_NOTAS.                   *00000210
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000211
      *-                                                              -*00000220
      *  TABLAS:                                                       *00000230
      *     POS_NOTAS : NOTAS DE INVESTIGACION (ACTUALIZACION).        *00000240
      * -------- ----------   ---------------------------------------- *00000360
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA. NOTAS DE         *00000370
      *                        INVESTIGACION POR POSICION.             *00000380
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000381
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000382
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000383
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000384
      *                                                                *00000390
      ******************************************************************00000400
                                                                        00000410
           05  CONSTANTES-ALFANUMERICAS.                                00000920
      * -- NOMBRE DE RUTINAS Y TABLAS                                  *00000930
               10  CA-KJBCCNA              PIC X(07)   VALUE 'KJBCCNA'. 00000940
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00000941
               10  CA-POS-NOTAS            PIC X(09)   VALUE            00000950
                                   'POS_NOTAS'.                         00000960
      * -- RETORNOS DE LA RUTINA                                       *00000970
                                                                        00001730
      * -- DCLGEN DE LA TABLA POS_NOTAS.                               *00001740
           EXEC SQL INCLUDE D7399900 END-EXEC.                          00001750
                                                                        00001751
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL    *00001752
      * -- OPERADOR).                                                  *00001753
           COPY XXYAENT.                                                00001754
      *----------------------------------------------------------------*00001760
      * LINKAGE SECTION                                                *00001770
      *----------------------------------------------------------------*00001780
                                                                        00002180
           MOVE CA-00                        TO KJYCCNA-RETORNO         00002190
           SET NO-FIN-CURSOR                 TO TRUE                    00002200
                                                                        00002202
           PERFORM 1200-VALIDAR-PERMISO                                 00002204
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002206
                                                                        00002210
           PERFORM 1100-VALIDAR-ENTRADA                                 00002220
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002230
                                                                        00002880
           .                                                            00002890
       1100-VALIDAR-ENTRADA-EXIT.                                       00002900
           EXIT.                                                        00002901
                                                                        00002902
      ******************************************************************00002903
      * 1200-VALIDAR-PERMISO.                                          *00002904
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00002905
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00002906
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00002907
      *  (MENSAJE COMUN XX0040).                                       *00002908
      ******************************************************************00002909
       1200-VALIDAR-PERMISO.                                            00002910
                                                                        00002911
           INITIALIZE XXYAENT                                           00002912
                                                                        00002913
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00002914
           MOVE CA-KJBCCNA                   TO XXYAENT-RUTINA-E        00002915
                                                                        00002916
           IF  KJYCCNA-FUNCION = CA-FUN-ALTA OR CA-FUN-CIERRE           00002917
               MOVE KJYCCNA-FUNCION          TO XXYAENT-OPERACION-E     00002918
           ELSE                                                         00002919
               MOVE CA-FUN-LISTADO           TO XXYAENT-OPERACION-E     00002920
           END-IF                                                       00002921
                                                                        00002922
           CALL CA-XXBAENT               USING XXYAENT                  00002923
                                                                        00002924
           IF  XXYAENT-RETORNO NOT = CA-00                              00002925
               MOVE XXYAENT-RETORNO          TO KJYCCNA-RETORNO         00002926
               MOVE XXYAENT-MENSAJE          TO KJYCCNA-MENSAJE         00002927
               MOVE XXYAENT-DESCRIPCION      TO KJYCCNA-DESCRIPCION     00002928
               MOVE XXYAENT-RUTINA           TO KJYCCNA-RUTINA          00002929
               MOVE XXYAENT-PARRAFO          TO KJYCCNA-PARRAFO         00002930
               MOVE XXYAENT-TABLA            TO KJYCCNA-TABLA           00002931
               MOVE XXYAENT-ACCESO           TO KJYCCNA-ACCESO          00002932
               MOVE XXYAENT-SQLCODE          TO KJYCCNA-SQLCODE         00002933
               MOVE XXYAENT-SQLCA            TO KJYCCNA-SQLCA           00002934
               MOVE XXYAENT-DATOS            TO KJYCCNA-DATOS           00002935
                                                                        00002936
               PERFORM 3000-FIN                                         00002937
                  THRU 3000-FIN-EXIT                                    00002938
                                                                        00002939
           END-IF                                                       00002940
                                                                        00002941
           .                                                            00002942
       1200-VALIDAR-PERMISO-EXIT.                                       00002943
           EXIT.                                                        00002944
                                                                        00002945
      ******************************************************************00002946
      * 2000-PROCESO.                                                  *00002947
      *  SEGUN LA FUNCION SOLICITADA SE DA DE ALTA, SE CIERRAN O SE    *00002950
      *  LISTAN LAS NOTAS DE LA POSICION.                              *00002960
      ******************************************************************00002970
