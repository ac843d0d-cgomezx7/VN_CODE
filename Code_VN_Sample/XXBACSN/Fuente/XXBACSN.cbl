      *               POS_CONS_CHKPT, ADEMAS DEL PENDIENTE DE LAS      *00000170
      *               COLAS POS_CONS_COLA Y POS_DISP_SUSP, DE MODO     *00000180
      *               QUE LA PANTALLA DE CONSOLA MUESTRE DE UN        * 00000190
      *               VISTAZO POR DONDE VA LA NOCHE. CON LA RUTINA     *00000200
      *               XXBAPFC DEVUELVE ADEMAS LA PREVISION DE FIN DE   *00000202
      *               LA CADENA Y, POR PROGRAMA, SU FIN PREVISTO Y SI  *00000204
      *               ESTA EN EL CAMINO CRITICO O FUERA DE VENTANA.    *00000206
      *-                                                              -*00000210
      *  COPYS Y DCLGENS:                                              *00000220
      *     XXYACSN  : COPY DE COMUNICACION DE LA RUTINA.              *00000230
      *     D4463500 : DCLGEN DE LA TABLA BATCH_RUN_CONTROL.           *00000240
      *     D4464400 : DCLGEN DE LA TABLA BATCH_LATIDO.                *00000250
      *     D7398300 : DCLGEN DE LA TABLA POS_CONS_CHKPT.              *00000260
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000261
      *     XXYAPFC  : COPY DE COMUNICACION DE LA RUTINA XXBAPFC.      *00000262
      *-                                                              -*00000270
      *  CODIGOS DE RETORNO:                                           *00000280
      *   - '00' ---> PROCESO CORRECTO                                 *00000290
      * USUARIO  FECHA        DESCRIPCION                              *00000370
      * -------- ----------   ---------------------------------------- *00000380
      * VIEWNEXT 02-09-2026    CREACION DE LA RUTINA.                  *00000390
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000391
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000392
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000393
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000394
      * VIEWNEXT 15-10-2026    PREVISION DE FIN DE LA CADENA NOCTURNA  *00000395
      *                        (RUTINA XXBAPFC) EN LA CONSULTA.        *00000396
      *                                                                *00000400
      ******************************************************************00000410
                                                                        00000420
               10  CA-88                   PIC X(02)   VALUE '88'.      00000900
               10  CA-99                   PIC X(02)   VALUE '99'.      00000910
               10  CA-XXBACSN              PIC X(07)   VALUE 'XXBACSN'. 00000920
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00000922
               10  CA-XXBAPFC              PIC X(07)   VALUE 'XXBAPFC'. 00000924
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00000926
               10  CA-ESTADO-PENDIENTE     PIC X(01)   VALUE 'P'.       00000930
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00000940
               10  CA-BATCH-RUN            PIC X(17)   VALUE            00000950
      ******************************************************************00001300
       01  WK-VARIABLES.                                                00001310
           05  WK-IDX                      PIC 9(02)   VALUE ZEROES.    00001320
           05  WK-IDX-PASO                 PIC 9(03)   VALUE ZEROES.    00001321
           05  WK-NUM-COLA                 PIC S9(09)  COMP VALUE +0.   00001330
           05  WK-NUM-SUSP                 PIC S9(09)  COMP VALUE +0.   00001340
                                                                        00001350
                                                                        00001470
      * -- DCLGEN DE LA TABLA POS_CONS_CHKPT.                           00001480
           EXEC SQL INCLUDE D7398300 END-EXEC.                          00001490
                                                                        00001491
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL     00001492
      * -- OPERADOR).                                                   00001493
           COPY XXYAENT.                                                00001494
                                                                        00001495
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAPFC (PREVISION DE FIN 00001496
      * -- DE LA CADENA).                                               00001497
           COPY XXYAPFC.                                                00001498
                                                                        00001500
      *----------------------------------------------------------------*00001510
      * LINKAGE SECTION                                                *00001520
                                                                        00001920
           MOVE CA-00                        TO XXYACSN-RETORNO         00001930
                                                                        00001940
           PERFORM 1200-VALIDAR-PERMISO                                 00001941
              THRU 1200-VALIDAR-PERMISO-EXIT                            00001942
                                                                        00001943
           IF  XXYACSN-NUM-PROGRAMAS = ZEROES                           00001950
            OR XXYACSN-NUM-PROGRAMAS > CN-MAX-PROGRAMAS                 00001960
               MOVE CA-88                    TO XXYACSN-RETORNO         00001970
           EXIT.                                                        00002100
                                                                        00002110
      ******************************************************************00002120
      * 1200-VALIDAR-PERMISO.                                          *00002121
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00002122
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00002123
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00002124
      *  (MENSAJE COMUN XX0040).                                       *00002125
      ******************************************************************00002126
       1200-VALIDAR-PERMISO.                                            00002127
                                                                        00002128
           INITIALIZE XXYAENT                                           00002129
                                                                        00002130
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00002131
           MOVE CA-XXBACSN                   TO XXYAENT-RUTINA-E        00002132
           MOVE CA-OPER-CONSULTA             TO XXYAENT-OPERACION-E     00002133
                                                                        00002134
           CALL CA-XXBAENT               USING XXYAENT                  00002135
                                                                        00002136
           IF  XXYAENT-RETORNO NOT = CA-00                              00002137
               MOVE XXYAENT-RETORNO          TO XXYACSN-RETORNO         00002138
               MOVE XXYAENT-MENSAJE          TO XXYACSN-MENSAJE         00002139
               MOVE XXYAENT-DESCRIPCION      TO XXYACSN-DESCRIPCION     00002140
               MOVE XXYAENT-RUTINA           TO XXYACSN-RUTINA          00002141
               MOVE XXYAENT-PARRAFO          TO XXYACSN-PARRAFO         00002142
               MOVE XXYAENT-TABLA            TO XXYACSN-TABLA           00002143
               MOVE XXYAENT-ACCESO           TO XXYACSN-ACCESO          00002144
               MOVE XXYAENT-SQLCODE          TO XXYACSN-SQLCODE         00002145
               MOVE XXYAENT-SQLCA            TO XXYACSN-SQLCA           00002146
               MOVE XXYAENT-DATOS            TO XXYACSN-DATOS           00002147
                                                                        00002148
               PERFORM 3000-FIN                                         00002149
                  THRU 3000-FIN-EXIT                                    00002150
                                                                        00002151
           END-IF                                                       00002152
                                                                        00002153
           .                                                            00002154
       1200-VALIDAR-PERMISO-EXIT.                                       00002155
           EXIT.                                                        00002156
                                                                        00002157
      ******************************************************************00002158
      * 2000-PROCESO.                                                  *00002159
      *  SE CONSULTA CADA PROGRAMA DE LA LISTA, EL PENDIENTE DE LAS    *00002160
      *  COLAS DE TRABAJO Y LA PREVISION DE FIN DE LA CADENA.          *00002161
      ******************************************************************00002162
       2000-PROCESO.                                                    00002170
                                                                        00002180
           PERFORM 2100-CONSULTAR-PROGRAMA                              00002190
                                                                        00002230
           PERFORM 2200-CONSULTAR-COLAS                                 00002240
              THRU 2200-CONSULTAR-COLAS-EXIT                            00002250
                                                                        00002252
           PERFORM 2300-CONSULTAR-PREVISION                             00002254
              THRU 2300-CONSULTAR-PREVISION-EXIT                        00002256
                                                                        00002260
           .                                                            00002270
       2000-PROCESO-EXIT.                                               00002280
           EXIT.                                                        00003820
                                                                        00003830
      ******************************************************************00003840
      * 2300-CONSULTAR-PREVISION.                                      *00003841
      *  SE OBTIENE CON LA RUTINA XXBAPFC LA PREVISION DE FIN DE LA    *00003842
      *  CADENA Y SE TRASLADA A CADA PROGRAMA DE LA LISTA QUE SEA UN   *00003843
      *  PASO ACTIVO DE LA CADENA. SI LA RUTINA FALLA SE DEVUELVE SU   *00003844
      *  ERROR.                                                        *00003845
      ******************************************************************00003846
       2300-CONSULTAR-PREVISION.                                        00003847
                                                                        00003848
           INITIALIZE XXYAPFC                                           00003849
                                                                        00003850
           CALL CA-XXBAPFC               USING XXYAPFC                  00003851
                                                                        00003852
           IF  XXYAPFC-RETORNO NOT = CA-00                              00003853
               MOVE XXYAPFC-RETORNO          TO XXYACSN-RETORNO         00003854
               MOVE MM-XX3333                TO XXYACSN-MENSAJE         00003855
               MOVE XXYAPFC-DESCRIPCION      TO XXYACSN-DESCRIPCION     00003856
               MOVE XXYAPFC-RUTINA           TO XXYACSN-RUTINA          00003857
               MOVE XXYAPFC-FUNCION          TO XXYACSN-FUNCION         00003858
               MOVE XXYAPFC-PARRAFO          TO XXYACSN-PARRAFO         00003859
               MOVE XXYAPFC-TABLA            TO XXYACSN-TABLA           00003860
               MOVE XXYAPFC-ACCESO           TO XXYACSN-ACCESO          00003861
               MOVE XXYAPFC-SQLCODE          TO XXYACSN-SQLCODE         00003862
               MOVE XXYAPFC-SQLCA            TO XXYACSN-SQLCA           00003863
               MOVE XXYAPFC-DATOS            TO XXYACSN-DATOS           00003864
                                                                        00003865
               PERFORM 3000-FIN                                         00003866
                  THRU 3000-FIN-EXIT                                    00003867
                                                                        00003868
           END-IF                                                       00003869
                                                                        00003870
           MOVE XXYAPFC-FINCADENA-S          TO XXYACSN-FINCADENA-S     00003871
           MOVE XXYAPFC-NUM-FUERA-S          TO XXYACSN-NUM-FUERA-S     00003872
                                                                        00003873
           PERFORM 2310-PREVISION-PROGRAMA                              00003874
              THRU 2310-PREVISION-PROGRAMA-EXIT                         00003875
             VARYING WK-IDX-PASO FROM 1 BY 1                            00003876
               UNTIL WK-IDX-PASO > XXYAPFC-NUM-PASOS-S                  00003877
                                                                        00003878
           .                                                            00003879
       2300-CONSULTAR-PREVISION-EXIT.                                   00003880
           EXIT.                                                        00003881
                                                                        00003882
      ******************************************************************00003883
      * 2310-PREVISION-PROGRAMA.                                       *00003884
      *  SE TRASLADA LA PREVISION DEL PASO WK-IDX-PASO AL PROGRAMA DE  *00003885
      *  LA LISTA QUE LE CORRESPONDA.                                  *00003886
      ******************************************************************00003887
       2310-PREVISION-PROGRAMA.                                         00003888
                                                                        00003889
           PERFORM 2320-ASIGNAR-PREVISION                               00003890
              THRU 2320-ASIGNAR-PREVISION-EXIT                          00003891
             VARYING WK-IDX FROM 1 BY 1                                 00003892
               UNTIL WK-IDX > XXYACSN-NUM-PROGRAMAS                     00003893
                                                                        00003894
           .                                                            00003895
       2310-PREVISION-PROGRAMA-EXIT.                                    00003896
           EXIT.                                                        00003897
                                                                        00003898
      ******************************************************************00003899
      * 2320-ASIGNAR-PREVISION.                                        *00003900
      *  SI EL PROGRAMA WK-IDX DE LA LISTA ES EL PASO WK-IDX-PASO SE   *00003901
      *  LE ASIGNAN SU FIN REAL O PREVISTO, SU AVANCE Y SUS MARCAS.    *00003902
      ******************************************************************00003903
       2320-ASIGNAR-PREVISION.                                          00003904
                                                                        00003905
           IF  XXYACSN-PROGRAMA-E (WK-IDX) =                            00003906
               XXYAPFC-PROGRAMA-S (WK-IDX-PASO)                         00003907
               MOVE XXYAPFC-FECFIN-S (WK-IDX-PASO)                      00003908
                 TO XXYACSN-FECFINPREV-S (WK-IDX)                       00003909
               MOVE XXYAPFC-AVANCE-S (WK-IDX-PASO)                      00003910
                 TO XXYACSN-AVANCE-S (WK-IDX)                           00003911
               MOVE XXYAPFC-INDCRITICO-S (WK-IDX-PASO)                  00003912
                 TO XXYACSN-INDCRITICO-S (WK-IDX)                       00003913
               MOVE XXYAPFC-INDFUERA-S (WK-IDX-PASO)                    00003914
                 TO XXYACSN-INDFUERA-S (WK-IDX)                         00003915
           END-IF                                                       00003916
                                                                        00003917
           .                                                            00003918
       2320-ASIGNAR-PREVISION-EXIT.                                     00003919
           EXIT.                                                        00003920
      ******************************************************************00003921
      * 8000-ERROR-DB2.                                                *00003922
      *  SE INFORMA EL AREA DE DIAGNOSTICO Y SE DEVUELVE EL CONTROL    *00003923
      *  AL LLAMANTE CON RETORNO DE ERROR DB2.                         *00003924
      ******************************************************************00003925
       8000-ERROR-DB2.                                                  00003926
                                                                        00003927
           MOVE CA-99                        TO XXYACSN-RETORNO         00003928
           MOVE MM-XX3333                    TO XXYACSN-MENSAJE         00003929
           MOVE CA-ERROR-DB2                 TO XXYACSN-DESCRIPCION     00003930
           MOVE SQLCODE                      TO XXYACSN-SQLCODE         00003940
           MOVE SQLCA                        TO XXYACSN-SQLCA           00003950
