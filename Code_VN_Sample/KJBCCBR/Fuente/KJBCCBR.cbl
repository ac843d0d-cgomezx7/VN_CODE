      *  COPYS Y DCLGENS:                                              *00000200
      *     KJYCCBR  : COPY DE COMUNICACION DE LA RUTINA.              *00000210
      *     D7397400 : DCLGEN DE LA TABLA POS_DISP_PMAS.               *00000220
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000221
      *-                                                              -*00000230
      *  TABLAS:                                                       *00000240
      *     POS_DISP_PMAS : POSICIONES CONSOLIDADAS (LECTURA).         *00000250
      *                        ABIERTA (POS_NOTAS) POR POSICION       * 00000398
      *                        DEVUELTA.                              * 00000399
      *                                                               * 00000400
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000401
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000402
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000403
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000404
      *                                                                *00000398
      *                                                                *00000400
      ******************************************************************00000410
           05  CONSTANTES-ALFANUMERICAS.                                00000930
      * -- NOMBRE DE RUTINAS Y TABLAS                                  *00000940
               10  CA-KJBCCBR              PIC X(07)   VALUE 'KJBCCBR'. 00000950
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00000951
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00000952
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE 'POS_DISP_P00000960
      -                              'MAS'.                             00000970
      * -- RETORNOS DE LA RUTINA                                       *00000980
                                                                        00001677
      * -- DCLGEN DE LA TABLA POS_NOTAS.                              * 00001678
           EXEC SQL INCLUDE D7399900 END-EXEC.                          00001679
                                                                        00001680
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL    *00001681
      * -- OPERADOR).                                                  *00001682
           COPY XXYAENT.                                                00001683
      *----------------------------------------------------------------*00001684
      * LINKAGE SECTION                                                *00001690
      *----------------------------------------------------------------*00001700
       LINKAGE SECTION.                                                 00001710
           MOVE CA-00                        TO KJYCCBR-RETORNO         00002110
           SET KJYCCBR-NO-MAS-DATOS          TO TRUE                    00002120
           SET NO-FIN-CURSOR                 TO TRUE                    00002130
                                                                        00002132
           PERFORM 1200-VALIDAR-PERMISO                                 00002134
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002136
                                                                        00002140
           PERFORM 1100-VALIDAR-ENTRADA                                 00002150
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002160
                                                                        00002760
           .                                                            00002770
       1100-VALIDAR-ENTRADA-EXIT.                                       00002780
           EXIT.                                                        00002781
                                                                        00002782
      ******************************************************************00002783
      * 1200-VALIDAR-PERMISO.                                          *00002784
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00002785
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00002786
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00002787
      *  (MENSAJE COMUN XX0040).                                       *00002788
      ******************************************************************00002789
       1200-VALIDAR-PERMISO.                                            00002790
                                                                        00002791
           INITIALIZE XXYAENT                                           00002792
                                                                        00002793
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00002794
           MOVE CA-KJBCCBR                   TO XXYAENT-RUTINA-E        00002795
           MOVE CA-OPER-CONSULTA             TO XXYAENT-OPERACION-E     00002796
                                                                        00002797
           CALL CA-XXBAENT               USING XXYAENT                  00002798
                                                                        00002799
           IF  XXYAENT-RETORNO NOT = CA-00                              00002800
               MOVE XXYAENT-RETORNO          TO KJYCCBR-RETORNO         00002801
               MOVE XXYAENT-MENSAJE          TO KJYCCBR-MENSAJE         00002802
               MOVE XXYAENT-DESCRIPCION      TO KJYCCBR-DESCRIPCION     00002803
               MOVE XXYAENT-RUTINA           TO KJYCCBR-RUTINA          00002804
               MOVE XXYAENT-PARRAFO          TO KJYCCBR-PARRAFO         00002805
               MOVE XXYAENT-TABLA            TO KJYCCBR-TABLA           00002806
               MOVE XXYAENT-ACCESO           TO KJYCCBR-ACCESO          00002807
               MOVE XXYAENT-SQLCODE          TO KJYCCBR-SQLCODE         00002808
               MOVE XXYAENT-SQLCA            TO KJYCCBR-SQLCA           00002809
               MOVE XXYAENT-DATOS            TO KJYCCBR-DATOS           00002810
                                                                        00002811
               PERFORM 3000-FIN                                         00002812
                  THRU 3000-FIN-EXIT                                    00002813
                                                                        00002814
           END-IF                                                       00002815
                                                                        00002816
           .                                                            00002817
       1200-VALIDAR-PERMISO-EXIT.                                       00002818
           EXIT.                                                        00002819
                                                                        00002820
      ******************************************************************00002821
      * 2000-PROCESO.                                                  *00002822
      *  SE ABRE EL CURSOR A PARTIR DE LA CLAVE DE REPOSICION Y SE     *00002830
      *  CARGA LA PAGINA DE POSICIONES.                                *00002840
      ******************************************************************00002850
