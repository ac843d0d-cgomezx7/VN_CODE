      *  COPYS Y DCLGENS:                                              *00000190
      *     KJYCCXR  : COPY DE COMUNICACION DE LA RUTINA.              *00000200
      *     D7400100 : DCLGEN DE LA TABLA POS_DISP_CONTR.              *00000210
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000211
      *-                                                              -*00000220
      *  TABLAS:                                                       *00000230
      *     POS_DISP_CONTR : CRUCE POSICION-CONTRATO (LECTURA).        *00000240
      * -------- ----------   ---------------------------------------- *00000360
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA. CONSULTA DEL     *00000370
      *                        CRUCE POSICION-CONTRATO.                *00000380
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000381
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000382
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000383
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000384
      *                                                                *00000390
      ******************************************************************00000400
                                                                        00000410
           05  CONSTANTES-ALFANUMERICAS.                                00000920
      * -- NOMBRE DE RUTINAS Y TABLAS                                  *00000930
               10  CA-KJBCCXR              PIC X(07)   VALUE 'KJBCCXR'. 00000940
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00000941
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00000942
               10  CA-POS-DISP-CONTR       PIC X(14)   VALUE            00000950
                                   'POS_DISP_CONTR'.                    00000960
      * -- RETORNOS DE LA RUTINA                                       *00000970
                                                                        00001650
      * -- DCLGEN DE LA TABLA POS_DISP_CONTR.                          *00001660
           EXEC SQL INCLUDE D7400100 END-EXEC.                          00001670
                                                                        00001671
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL    *00001672
      * -- OPERADOR).                                                  *00001673
           COPY XXYAENT.                                                00001674
      *----------------------------------------------------------------*00001680
      * LINKAGE SECTION                                                *00001690
      *----------------------------------------------------------------*00001700
                                                                        00002100
           MOVE CA-00                        TO KJYCCXR-RETORNO         00002110
           SET NO-FIN-CURSOR                 TO TRUE                    00002120
                                                                        00002122
           PERFORM 1200-VALIDAR-PERMISO                                 00002124
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002126
                                                                        00002130
           PERFORM 1100-VALIDAR-ENTRADA                                 00002140
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002150
                                                                        00002810
           .                                                            00002820
       1100-VALIDAR-ENTRADA-EXIT.                                       00002830
           EXIT.                                                        00002831
                                                                        00002832
      ******************************************************************00002833
      * 1200-VALIDAR-PERMISO.                                          *00002834
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00002835
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00002836
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00002837
      *  (MENSAJE COMUN XX0040).                                       *00002838
      ******************************************************************00002839
       1200-VALIDAR-PERMISO.                                            00002840
                                                                        00002841
           INITIALIZE XXYAENT                                           00002842
                                                                        00002843
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00002844
           MOVE CA-KJBCCXR                   TO XXYAENT-RUTINA-E        00002845
           MOVE CA-OPER-CONSULTA             TO XXYAENT-OPERACION-E     00002846
                                                                        00002847
           CALL CA-XXBAENT               USING XXYAENT                  00002848
                                                                        00002849
           IF  XXYAENT-RETORNO NOT = CA-00                              00002850
               MOVE XXYAENT-RETORNO          TO KJYCCXR-RETORNO         00002851
               MOVE XXYAENT-MENSAJE          TO KJYCCXR-MENSAJE         00002852
               MOVE XXYAENT-DESCRIPCION      TO KJYCCXR-DESCRIPCION     00002853
               MOVE XXYAENT-RUTINA           TO KJYCCXR-RUTINA          00002854
               MOVE XXYAENT-PARRAFO          TO KJYCCXR-PARRAFO         00002855
               MOVE XXYAENT-TABLA            TO KJYCCXR-TABLA           00002856
               MOVE XXYAENT-ACCESO           TO KJYCCXR-ACCESO          00002857
               MOVE XXYAENT-SQLCODE          TO KJYCCXR-SQLCODE         00002858
               MOVE XXYAENT-SQLCA            TO KJYCCXR-SQLCA           00002859
               MOVE XXYAENT-DATOS            TO KJYCCXR-DATOS           00002860
                                                                        00002861
               PERFORM 3000-FIN                                         00002862
                  THRU 3000-FIN-EXIT                                    00002863
                                                                        00002864
           END-IF                                                       00002865
                                                                        00002866
           .                                                            00002867
       1200-VALIDAR-PERMISO-EXIT.                                       00002868
           EXIT.                                                        00002869
                                                                        00002870
      ******************************************************************00002871
      * 2000-PROCESO.                                                  *00002872
      *  SE ABRE EL CURSOR DE LA FUNCION PEDIDA Y SE CARGA LA PAGINA   *00002880
      *  DE CRUCES.                                                    *00002890
      ******************************************************************00002900
