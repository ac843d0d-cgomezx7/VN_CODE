      *     KJYCCRI  : COPY DE COMUNICACION DE LA RUTINA.              *00000170
      *     D7397400 : DCLGEN DE LA TABLA POS_DISP_PMAS.               *00000180
      *     D7397401 : DCLGEN DE LA TABLA POS_DISP_PMAS_HIST.          *00000190
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000191
      *-                                                              -*00000200
      *  TABLAS:                                                       *00000210
      *     POS_DISP_PMAS : TABLA QUE CONTIENE POSICIONES DE SALDOS    *00000220
      * VIEWNEXT 02-09-2026    TRAZA DE AUDITORIA DE CONSULTAS EN      *00000372
      *                        POS_AUDIT_CONS (USUARIO, TERMINAL Y     *00000374
      *                        CLAVE CONSULTADA).                      *00000376
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000378
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000380
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000382
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000384
      *                                                                *00000386
      ******************************************************************00000390
                                                                        00000400
      ******************************************************************00000410
           05  CONSTANTES-ALFANUMERICAS.                                00000880
      * -- NOMBRE DE RUTINAS Y TABLAS                                  *00000890
               10  CA-KJBCCRI              PIC X(07)   VALUE 'KJBCCRI'. 00000900
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00000901
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00000902
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE 'POS_DISP_P00000910
      -                              'MAS'.                             00000920
               10  CA-POS-DISP-PMAS-HIST   PIC X(18)   VALUE 'POS_DISP_P00000930
                                                                        00001592
      * -- DCLGEN DE LA TABLA POS_AUDIT_CONS.                          *00001594
           EXEC SQL INCLUDE D7399500 END-EXEC.                          00001596
                                                                        00001598
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL    *00001600
      * -- OPERADOR).                                                  *00001602
           COPY XXYAENT.                                                00001604
      *----------------------------------------------------------------*00001606
      * LINKAGE SECTION                                                *00001610
      *----------------------------------------------------------------*00001620
       LINKAGE SECTION.                                                 00001630
                      KJYCCRI-DATOS-CONTROL                             00002000
                                                                        00002010
           MOVE CA-00                        TO KJYCCRI-RETORNO         00002020
                                                                        00002022
           PERFORM 1200-VALIDAR-PERMISO                                 00002024
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002026
                                                                        00002030
           PERFORM 1100-VALIDAR-ENTRADA                                 00002040
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002050
                                                                        00003130
           .                                                            00003140
       1100-VALIDAR-ENTRADA-EXIT.                                       00003150
           EXIT.                                                        00003151
                                                                        00003152
      ******************************************************************00003153
      * 1200-VALIDAR-PERMISO.                                          *00003154
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00003155
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00003156
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00003157
      *  (MENSAJE COMUN XX0040).                                       *00003158
      ******************************************************************00003159
       1200-VALIDAR-PERMISO.                                            00003160
                                                                        00003161
           INITIALIZE XXYAENT                                           00003162
                                                                        00003163
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00003164
           MOVE CA-KJBCCRI                   TO XXYAENT-RUTINA-E        00003165
           MOVE CA-OPER-CONSULTA             TO XXYAENT-OPERACION-E     00003166
                                                                        00003167
           CALL CA-XXBAENT               USING XXYAENT                  00003168
                                                                        00003169
           IF  XXYAENT-RETORNO NOT = CA-00                              00003170
               MOVE XXYAENT-RETORNO          TO KJYCCRI-RETORNO         00003171
               MOVE XXYAENT-MENSAJE          TO KJYCCRI-MENSAJE         00003172
               MOVE XXYAENT-DESCRIPCION      TO KJYCCRI-DESCRIPCION     00003173
               MOVE XXYAENT-RUTINA           TO KJYCCRI-RUTINA          00003174
               MOVE XXYAENT-PARRAFO          TO KJYCCRI-PARRAFO         00003175
               MOVE XXYAENT-TABLA            TO KJYCCRI-TABLA           00003176
               MOVE XXYAENT-ACCESO           TO KJYCCRI-ACCESO          00003177
               MOVE XXYAENT-SQLCODE          TO KJYCCRI-SQLCODE         00003178
               MOVE XXYAENT-SQLCA            TO KJYCCRI-SQLCA           00003179
               MOVE XXYAENT-DATOS            TO KJYCCRI-DATOS           00003180
                                                                        00003181
               PERFORM 3000-FIN                                         00003182
                  THRU 3000-FIN-EXIT                                    00003183
                                                                        00003184
           END-IF                                                       00003185
                                                                        00003186
           .                                                            00003187
       1200-VALIDAR-PERMISO-EXIT.                                       00003188
           EXIT.                                                        00003189
                                                                        00003190
      ******************************************************************00003191
      * 2000-PROCESO.                                                  *00003192
      *  PROCESO PRINCIPAL DEL PROGRAMA.                               *00003200
      ******************************************************************00003210
       2000-PROCESO.                                                    00003220
