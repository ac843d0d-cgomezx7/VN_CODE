      *                        EMBOZAR Y OPCIONES CHIP/BANDA. LAS     * 00090018
      *                        TARJETAS SIN PERFIL SE DESVIAN AL      * 00090019
      *                        FICHERO DE REVISION MPCHSES3.          * 00090020
      * VIEWNEXT 15-10-2026    RETENCION DE TARJETAS CUYO CONTRATO    * 00090021
      *                        (MPDT007) ESTA BLOQUEADO, EN ESTADO NO * 00090022
      *                        OPERATIVO O DADO DE BAJA: SE DESVIAN   * 00090023
      *                        AL FICHERO DE RETENIDAS (MPCHSEJ2) CON * 00090024
      *                        SU MOTIVO Y SE LIBERAN EN NOCHES       * 00090025
      *                        POSTERIORES (MPCHSEJ1) AL LEVANTARSE   * 00090026
      *                        EL BLOQUEO. CONTADORES EN MPCHSEA1.    * 00090027
      * VIEWNEXT 15-10-2026    VALIDACION DEL XPAN ANTES DE REMITIR:  * 00090028
      *                        DIGITO DE CONTROL (LUHN) Y PROPIEDAD   * 00090029
      *                        DEL BIN SEGUN LOS RANGOS DE EMBOZ_BIN  * 00090030
      *                        (ENTIDAD, MARCA, TIPO Y LONGITUD). EL  * 00090031
      *                        FICHERO DE REVISION MPCHSES3 LLEVA EL  * 00090032
      *                        MOTIVO DE CADA TARJETA DESVIADA.       * 00090033
      * VIEWNEXT 15-10-2026    REEMISIONES POR COMPROMISO: UNA        * 00090034
      *                        TARJETA CUYO XPAN ANTERIOR PERTENECE A * 00090035
      *                        UNA CAMPANA ABIERTA DE COMPR_TARJETA   * 00090036
      *                        SE ENCAMINA POR EL CIRCUITO URGENTE.   * 00090037
      * VIEWNEXT 15-10-2026    EL XPAN DEL LISTADO PARA FRAUDE        * 00090038
      *                        (MPCHSEF1) SE ENMASCARA CON LA RUTINA  * 00090039
      *                        MPBAMSK. LA REMESA AL EMBOSADOR        * 00090040
      *                        CONSERVA EL XPAN COMPLETO.             * 00090041
      ******************************************************************00000350
      *        MPCHSED1 : REGISTRO RODANTE DE TARJETAS YA REMITIDAS.  * 00000221
      *        MPCHSED2 : FICHERO DE SALIDA CON LAS TARJETAS          * 00000223
      *                   VIGENTES MAS LAS REMITIDAS DE LA NOCHE),    * 00098011
      *                   MPCHSED1 DE LA SIGUIENTE EJECUCION TRAS SU  * 00098012
      *                   CLASIFICACION POR XPAN.                     * 00098013
      *        MPCHSEJ1 : TARJETAS RETENIDAS DE NOCHES ANTERIORES     * 00098014
      *                   POR BLOQUEO O BAJA DE SU CONTRATO.          * 00098015
      *        MPCHSEJ2 : TARJETAS RETENIDAS PARA LA PROXIMA          * 00098016
      *                   EJECUCION, CON SU MOTIVO DE RETENCION.      * 00098017
      *        MPCHSES3 : TARJETAS A REVISAR CON SU MOTIVO: XP (XPAN  * 00098018
      *                   INVALIDO), DC (DIGITO DE CONTROL), BN (BIN  * 00098019
      *                   SIN RANGO ACTIVO), BE (BIN DE OTRA ENTIDAD, * 00098020
      *                   MARCA, TIPO O LONGITUD) Y PF (SIN PERFIL).  * 00098021
                                                                        00000360
      ******************************************************************00000370
      * IDENTIFICATION DIVISION                                        *00000380
                  ACCESS MODE IS SEQUENTIAL                             00000715
                  FILE STATUS IS FS-MPCHSEF1.                           00000716
                                                                        00000685
      *-- TARJETAS RETENIDAS DE LA VISPERA POR EL ESTADO DEL CONTRATO.  00000693
           SELECT MPCHSEJ1 ASSIGN MPCHSEJ1                              00000701
                  ACCESS MODE IS SEQUENTIAL                             00000709
                  FILE STATUS IS FS-MPCHSEJ1.                           00000717
                                                                        00000725
      *-- TARJETAS RETENIDAS PARA LA PROXIMA EJECUCION.                 00000733
           SELECT MPCHSEJ2 ASSIGN MPCHSEJ2                              00000741
                  ACCESS MODE IS SEQUENTIAL                             00000749
                  FILE STATUS IS FS-MPCHSEJ2.                           00000757
                                                                        00000765
      ******************************************************************00000780
      * DATA DIVISION                                                  *00000790
      ******************************************************************00000800
           BLOCK CONTAINS 0 RECORDS                                     00000952
           RECORDING MODE IS F                                          00000954
           LABEL RECORD ARE STANDARD                                    00000956
           RECORD CONTAINS 653 CHARACTERS                               00000958
           DATA RECORD IS REG-MPCHSES3.                                 00000960
       01  REG-MPCHSES3.                                                00000961
           05  R3-REGISTRO                 PIC X(651).                  00000962
           05  R3-MOTIVO                   PIC X(02).                   00000963
                                                                        00000964
       FD  MPCHSER1                                                     00000965
           BLOCK CONTAINS 0 RECORDS                                     00000966
           RECORDING MODE IS F                                          00000967
           LABEL RECORD ARE STANDARD                                    00000968
           RECORD CONTAINS 651 CHARACTERS                               00000969
           DATA RECORD IS REG-MPCHSER1.                                 00000970
       01  REG-MPCHSER1                    PIC X(651).                  00000971
                                                                        00000964
                                                                        00001030
       FD  MPCHSEP1                                                     00001032
           RECORD CONTAINS 132 CHARACTERS                               00001094
           DATA RECORD IS REG-MPCHSEF1.                                 00001095
       01  REG-MPCHSEF1                    PIC X(132).                  00001096
                                                                        00001097
       FD  MPCHSEJ1                                                     00001098
           BLOCK CONTAINS 0 RECORDS                                     00001099
           RECORDING MODE IS F                                          00001100
           LABEL RECORD ARE STANDARD                                    00001101
           RECORD CONTAINS 661 CHARACTERS                               00001102
           DATA RECORD IS REG-MPCHSEJ1.                                 00001103
       01  REG-MPCHSEJ1.                                                00001104
           05  RJ1-REGISTRO                PIC X(651).                  00001105
           05  RJ1-MOTIVO                  PIC X(02).                   00001106
           05  RJ1-FECRETEN                PIC X(08).                   00001107
                                                                        00001108
       FD  MPCHSEJ2                                                     00001109
           BLOCK CONTAINS 0 RECORDS                                     00001110
           RECORDING MODE IS F                                          00001111
           LABEL RECORD ARE STANDARD                                    00001112
           RECORD CONTAINS 661 CHARACTERS                               00001113
           DATA RECORD IS REG-MPCHSEJ2.                                 00001114
       01  REG-MPCHSEJ2.                                                00001115
           05  RJ2-REGISTRO                PIC X(651).                  00001116
           05  RJ2-MOTIVO                  PIC X(02).                   00001117
           05  RJ2-FECRETEN                PIC X(08).                   00001118
                                                                        00001046
      *----------------------------------------------------------------*00001040
      * WORKING-STORAGE SECTION                                        *00001050
               10  CA-PRF-2090             PIC X(19)   VALUE '2090-CONTR00098118
      -                            'OL-FRAUDE'.                         00098119
               10  CA-XXBAMSG              PIC X(08)   VALUE 'XXBAMSG'. 00098120
               10  CA-MPCHSEJ1             PIC X(08)   VALUE 'MPCHSEJ1'.00098121
               10  CA-MPCHSEJ2             PIC X(08)   VALUE 'MPCHSEJ2'.00098122
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00098123
               10  CA-ERR-CONTRATO         PIC X(30)   VALUE 'ERROR AL L00098124
      -                            'EER LA TABLA MPDT007'.              00098125
               10  CA-PRF-2091             PIC X(21)   VALUE '2091-CONTR00098126
      -                            'OL-CONTRATO'.                       00098127
               10  CA-PRF-2097             PIC X(20)   VALUE '2097-RETEN00098128
      -                            'ER-TARJETA'.                        00098129
               10  CA-PRF-1197             PIC X(21)   VALUE '1197-TRATA00098130
      -                            'R-RETENIDAS'.                       00098131
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00098132
               10  CA-MSK-RETORNO-OK       PIC X(02)   VALUE '00'.      00098133
               10  CA-ERR-ENMASCARAR       PIC X(27)   VALUE 'ERROR AL E00098134
      -                            'NMASCARAR EL XPAN'.                 00098135
               10  CA-PRF-2096             PIC X(20)   VALUE '2096-ENMAS00098136
      -                            'CARAR-XPAN'.                        00098137
               10  CA-FECHA-SIN-BAJA       PIC X(10)   VALUE            00098138
                                   '9999-12-31'.                        00098139
               10  CA-BLQOPE-SI            PIC X(01)   VALUE 'S'.       00098140
               10  CA-RET-BAJA             PIC X(02)   VALUE 'CE'.      00098141
               10  CA-RET-BLOQUEO          PIC X(02)   VALUE 'BQ'.      00098142
               10  CA-RET-ESTADO           PIC X(02)   VALUE 'ES'.      00098143
               10  CA-RET-SIN-CONTRATO     PIC X(02)   VALUE 'NE'.      00098144
               10  CA-ESTCTA-NOOPER        PIC X(10)   VALUE            00098145
                                   '0203040506'.                        00098146
      *--  MOTIVOS DE DESVIO AL FICHERO DE REVISION MPCHSES3.           00098147
               10  CA-MOT-XPAN             PIC X(02)   VALUE 'XP'.      00098148
               10  CA-MOT-DIGITO           PIC X(02)   VALUE 'DC'.      00098149
               10  CA-MOT-SIN-BIN          PIC X(02)   VALUE 'BN'.      00098150
               10  CA-MOT-BIN-AJENO        PIC X(02)   VALUE 'BE'.      00098151
               10  CA-MOT-SIN-PERFIL       PIC X(02)   VALUE 'PF'.      00098152
               10  CA-EMBOZ-BIN            PIC X(09)   VALUE            00098153
                                   'EMBOZ_BIN'.                         00098154
               10  CA-ERR-EMBOZ-BIN        PIC X(34)   VALUE 'ERROR AL L00098155
      -                            'EER LA TABLA EMBOZ_BIN'.            00098156
               10  CA-ERR-SIN-BINES        PIC X(36)   VALUE 'EMBOZ_BIN 00098157
      -                            'SIN RANGOS DE BIN ACTIVOS'.         00098158
               10  CA-ERR-MAX-BINES        PIC X(40)   VALUE            00098159
                         'TABLA INTERNA DE RANGOS DE BIN LLENA    '.    00098160
               10  CA-PRF-1186             PIC X(17)   VALUE '1186-CARGA00098161
      -                            'R-BINES'.                           00098162
               10  CA-COMPR-TARJETA        PIC X(13)   VALUE            00098163
                                   'COMPR_TARJETA'.                     00098164
               10  CA-ERR-CAMPANA          PIC X(38)   VALUE            00098165
                         'ERROR AL LEER LA TABLA COMPR_TARJETA  '.      00098166
               10  CA-PRF-2082             PIC X(20)   VALUE            00098167
                                   '2082-BUSCAR-CAMPANA'.               00098168
               10  CA-CAMPANA-ABIERTA      PIC X(01)   VALUE 'A'.       00098169
               10  CA-IDIOMA-ES            PIC X(02)   VALUE 'ES'.      00098170
               10  CA-MSG-XX0103           PIC X(06)   VALUE 'XX0103'.  00098171
               10  CA-XXBATRS              PIC X(08)   VALUE 'XXBATRS'. 00098172
               10  CA-FUN-GENERADO         PIC X(01)   VALUE 'G'.       00098173
               10  CA-TRS-RETORNO-OK       PIC X(02)   VALUE '00'.      00098174
               10  CA-ERR-SALIENTE         PIC X(40)   VALUE            00098175
                         'LA RUTINA XXBATRS DEVOLVIO ERROR        '.    00098176
               10  CA-PRF-3070             PIC X(23)   VALUE            00098177
                         '3070-REGISTRAR-SALIENTE'.                     00098178
               10  CA-ERR-LATIDO           PIC X(36)   VALUE 'ERROR AL A00098080
      -                            'NOTAR EL LATIDO EN DB2'.            00098081
               10  CA-PRF-2960             PIC X(22)   VALUE '2960-GRABA00098082
               10  CN-MAX-URGENTES         PIC 9(04)   VALUE 1000.      00001913
               10  CN-FREC-HEARTBEAT       PIC 9(05)   VALUE 5000.      00001914
               10  CN-DIAS-REGISTRO        PIC 9(03)   VALUE 10.        00098100
               10  CN-2                    PIC 9(01)   VALUE 2.         00098101
               10  CN-9                    PIC 9(01)   VALUE 9.         00098102
               10  CN-10                   PIC 9(02)   VALUE 10.        00098103
               10  CN-MAX-BINES            PIC 9(04)   VALUE 500.       00098104
      *--  LONGITUD DEL CAMPO XPAN Y LONGITUDES DE PAN ADMITIDAS.       00098105
               10  CN-LONG-XPAN            PIC 9(02)   VALUE 22.        00098106
               10  CN-LONGPAN-MIN          PIC 9(02)   VALUE 13.        00098107
               10  CN-LONGPAN-MAX          PIC 9(02)   VALUE 19.        00098108
                                                                        00001920
      ******************************************************************00001930
      *                    C O N T A D O R E S                         *00001940
           05  CT-APLAZADAS-REAPLAZADAS    PIC 9(9).                    00098114
           05  CT-REG-MPCHSES4             PIC 9(9).                    00098115
           05  CT-REG-BLOQUEADAS           PIC 9(9).                    00098116
           05  CT-REG-RETENIDAS            PIC 9(9).                    00098117
           05  CT-RETENIDAS-LIBERADAS      PIC 9(9).                    00098118
           05  CT-REG-DIGITO-ERRONEO       PIC 9(9).                    00098119
           05  CT-REG-BIN-ERRONEO          PIC 9(9).                    00098120
           05  CT-REG-CAMPANA              PIC 9(9).                    00098121
                                                                        00002000
      ******************************************************************00002010
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002020
      -                            'QUEADOS DESVIADOS A CUARENTENA:'.   00098552
               10  WK-BLOQ-ED              PIC ZZZZZZZZ9.               00098553
               10  FILLER                  PIC X(01)   VALUE '*'.       00098554
           05  WK-CAB-20.                                               00098555
               10  FILLER                  PIC X(45)   VALUE '* RETENIDA00098556
      -                            'S POR CONTRATO (MPCHSEJ2):     '.   00098557
               10  WK-RETEN-ED             PIC ZZZZZZZZ9.               00098558
               10  FILLER                  PIC X(01)   VALUE '*'.       00098559
           05  WK-CAB-21.                                               00098560
               10  FILLER                  PIC X(45)   VALUE '* RETENIDA00098561
      -                            'S DE LA VISPERA LIBERADAS:     '.   00098562
               10  WK-LIBER-ED             PIC ZZZZZZZZ9.               00098563
               10  FILLER                  PIC X(01)   VALUE '*'.       00098564
           05  WK-CAB-22.                                               00098565
               10  FILLER                  PIC X(45)   VALUE '* XPAN CON00098566
      -                            ' DIGITO DE CONTROL ERRONEO:    '.   00098567
               10  WK-DIGITO-ED            PIC ZZZZZZZZ9.               00098568
               10  FILLER                  PIC X(01)   VALUE '*'.       00098569
           05  WK-CAB-23.                                               00098570
               10  FILLER                  PIC X(45)   VALUE '* XPAN CON00098571
      -                            ' BIN AJENO O SIN RANGO ACTIVO: '.   00098572
               10  WK-BIN-ED               PIC ZZZZZZZZ9.               00098573
               10  FILLER                  PIC X(01)   VALUE '*'.       00098574
           05  WK-CAB-24.                                               00098575
               10  FILLER                  PIC X(45)   VALUE            00098576
                   '* REEMISIONES POR COMPROMISO (URGENTES):   '.       00098577
               10  WK-CAMPANA-ED           PIC ZZZZZZZZ9.               00098578
               10  FILLER                  PIC X(01)   VALUE '*'.       00098579
                                                                        00001829
      ******************************************************************00002330
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002340
           05  WK-CENTRO-EMBOSADOR     PIC X(08).                       00098136
      *--  SEGUNDO CENTRO EMBOSADOR (REMESA MPCHSES4).                  00098137
           05  WK-CENTRO-EMBOS2        PIC X(08).                       00098138
      *--  ESTADOS DE CUENTA (E1003-CDESTCTA) NO OPERATIVOS QUE RETIENEN00098139
      *--  LA TARJETA: CINCO CODIGOS DE DOS DIGITOS (LOS HUECOS SE      00098140
      *--  RELLENAN REPITIENDO UN CODIGO).                              00098141
           05  WK-ESTCTA-NOOPER-AN     PIC X(10).                       00098142
                                                                        00002578
      ******************************************************************00002579
      * FRECUENCIA DE CHECKPOINT YA VALIDADA Y CONVERTIDA A NUMERICA.  *00002579
           05  FS-MPCHSES4                 PIC X(02).                   00098124
           05  FS-MPCHSES5                 PIC X(02).                   00098125
           05  FS-MPCHSEF1                 PIC X(02).                   00098126
           05  FS-MPCHSEJ1                 PIC X(02).                   00098127
           05  FS-MPCHSEJ2                 PIC X(02).                   00098128
                                                                        00002772
      ******************************************************************00002774
      * TABLA DE CODIGOS DE SUCURSAL A EXCLUIR DE LA REMISION          *00002776
           05  WK-AUD-RECHAZ               PIC 9(09)   VALUE ZEROES.    00002814
           05  WK-AUD-DUPLIC               PIC 9(09)   VALUE ZEROES.    00002816
           05  WK-AUD-URGEN                PIC 9(09)   VALUE ZEROES.    00002817
           05  WK-AUD-RETENID              PIC 9(07)   VALUE ZEROES.    00002818
           05  WK-AUD-LIBERAD              PIC 9(07)   VALUE ZEROES.    00002819
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002820
                                                                        00002821
       01  WK-IDX                          PIC 9(04)   VALUE ZEROES.    00002790
       01  WK-IDX-RESUMEN                  PIC 9(04)   VALUE ZEROES.    00001780
                                                                        00001785
           05  WK-URGENTE-TAB              PIC X(22)                    00001858
                                           OCCURS 1000 TIMES.           00001859
       01  WK-IDX-URGENTE                  PIC 9(04)   VALUE ZEROES.    00001860
       01  WK-NUM-CAMPANA                  PIC S9(09)  COMP VALUE +0.   00001863
                                                                        00001866
       01  WK-FREC-HEARTBEAT           PIC 9(05)   VALUE ZEROES.        00001870
       01  WK-CONT-HEARTBEAT           PIC 9(05)   VALUE ZEROES.        00001871
                                                                        00001872
               88  SI-TRATANDO-APLAZADA                VALUE 'S'.       00002848
               88  NO-TRATANDO-APLAZADA                VALUE 'N'.       00002849
           05  WK-REMITIDAS-ANTES          PIC 9(09)   VALUE ZEROES.    00002850
      *--  RETENCION DE TARJETAS POR EL ESTADO DEL CONTRATO (MPDT007).  00002851
           05  WK-MOTIVO-RETENCION         PIC X(02)   VALUE SPACES.    00002852
           05  WK-FECHA-RETENCION          PIC X(08)   VALUE SPACES.    00002853
           05  WK-RETENIDAS-ANTES          PIC 9(09)   VALUE ZEROES.    00002854
           05  WK-IDX-ESTCTA               PIC 9(02)   VALUE ZEROES.    00002855
           05  SW-CONTRATO-RETENIDO        PIC X(01)   VALUE 'N'.       00002856
               88  SI-CONTRATO-RETENIDO                VALUE 'S'.       00002857
               88  NO-CONTRATO-RETENIDO                VALUE 'N'.       00002858
           05  SW-TRATANDO-RETENIDA        PIC X(01)   VALUE 'N'.       00002859
               88  SI-TRATANDO-RETENIDA                VALUE 'S'.       00002860
               88  NO-TRATANDO-RETENIDA                VALUE 'N'.       00002861
           05  SW-FIN-MPCHSEJ1             PIC X(01)   VALUE 'N'.       00002862
               88  SI-FIN-MPCHSEJ1                     VALUE 'S'.       00002863
               88  NO-FIN-MPCHSEJ1                     VALUE 'N'.       00002864
      *--  VALIDACION DEL XPAN: MOTIVO DE DESVIO A REVISION, DIGITO DE  00002865
      *--  CONTROL (LUHN) Y BUSQUEDA DEL RANGO DE BIN.                  00002866
           05  WK-MOTIVO-REVISION          PIC X(02)   VALUE SPACES.    00002867
           05  WK-LONG-XPAN                PIC S9(04)  COMP VALUE +0.   00002868
           05  WK-POS-XPAN                 PIC S9(04)  COMP VALUE +0.   00002869
           05  WK-DIGITO-XPAN              PIC 9(01)   VALUE ZEROES.    00002870
           05  WK-DIGITO-DOBLE             PIC 9(02)   VALUE ZEROES.    00002871
           05  WK-SUMA-LUHN                PIC 9(04)   VALUE ZEROES.    00002872
           05  WK-COCIENTE-LUHN            PIC 9(04)   VALUE ZEROES.    00002873
           05  WK-RESTO-LUHN               PIC 9(01)   VALUE ZEROES.    00002874
           05  SW-DOBLAR-DIGITO            PIC X(01)   VALUE 'N'.       00002875
               88  SI-DOBLAR-DIGITO                    VALUE 'S'.       00002876
               88  NO-DOBLAR-DIGITO                    VALUE 'N'.       00002877
           05  WK-BIN-XPAN                 PIC X(08)   VALUE SPACES.    00002878
           05  WK-IDX-BIN                  PIC S9(04)  COMP VALUE +0.   00002879
           05  WK-BAJO-BIN                 PIC S9(04)  COMP VALUE +0.   00002880
           05  WK-ALTO-BIN                 PIC S9(04)  COMP VALUE +0.   00002881
           05  WK-IDX-CANDIDATO            PIC S9(04)  COMP VALUE +0.   00002882
           05  SW-FIN-BINES                PIC X(01)   VALUE 'N'.       00002883
               88  SI-FIN-BINES                        VALUE 'S'.       00002884
               88  NO-FIN-BINES                        VALUE 'N'.       00002885
       01  WK-TABLA-ESTCTA-NOOPER.                                      00002886
           05  WK-ESTCTA-NOOPER            PIC 9(02)   OCCURS 5 TIMES.  00002887
      *--  RANGOS ACTIVOS DE BIN DE EMBOZ_BIN, EN ORDEN DE LIMITE       00002888
      *--  INFERIOR. UN TIPO DE TARJETA A CEROS ADMITE CUALQUIER TIPO.  00002889
       01  WK-TABLA-BINES.                                              00002890
           05  WK-NUM-BINES                PIC S9(04)  COMP VALUE +0.   00002891
           05  WK-BIN-TAB                  OCCURS 500 TIMES.            00002892
               10  WK-BN-BINDESDE          PIC X(08).                   00002893
               10  WK-BN-BINHASTA          PIC X(08).                   00002894
               10  WK-BN-CDGENTI           PIC X(04).                   00002895
               10  WK-BN-CDGMAR            PIC S9(02)  COMP-3.          00002896
               10  WK-BN-INDTIPT           PIC S9(02)  COMP-3.          00002897
               10  WK-BN-LONGPAN           PIC S9(02)  COMP-3.          00002898
                                                                        00002770
      ******************************************************************00002580
      *                      V A R I A B L E S                         *00002590
                                                                        00098171
      *--  DCLGEN DE LA TABLA EMBOZ_PERFIL (PERSONALIZACION)            00098172
           EXEC SQL INCLUDE D4465900 END-EXEC.                          00098173
                                                                        00098174
      *--  DCLGEN DE LA TABLA MPDT007 (MAESTRO DE CONTRATOS)            00098175
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00098176
                                                                        00098177
      *--  DCLGEN DE LA TABLA EMBOZ_BIN (RANGOS DE BIN)                 00098178
           EXEC SQL INCLUDE D4466700 END-EXEC.                          00098179
                                                                        00098180
      *--  DCLGEN DE LA TABLA COMPR_CAMPANA (CAMPANAS DE COMPROMISO)    00098181
           EXEC SQL INCLUDE D4466800 END-EXEC.                          00098182
                                                                        00098183
      *--  DCLGEN DE LA TABLA COMPR_TARJETA (TARJETAS DE LA CAMPANA)    00098184
           EXEC SQL INCLUDE D4466900 END-EXEC.                          00098185
                                                                        00098186
      *-- COPY DE COMUNICACION CON LA RUTINA DE MENSAJES XXBAMSG.       00098165
           COPY XXYAMSG.                                                00098166
      *-- COPY DE COMUNICACION CON EL LIBRO DE TRANSMISIONES XXBATRS.   00098167
           COPY XXYATRS.                                                00098168
      *-- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.    00098169
           COPY MPYAMSK.                                                00098170
                                                                        00098153
                                                                        00091021
                                                                        00002820
               MOVE CN-DIAS-REGISTRO          TO WK-DIAS-REGISTRO       00098168
           END-IF                                                       00098169
                                                                        00098170
      *--  ESTADOS DE CUENTA NO OPERATIVOS QUE RETIENEN LA TARJETA; SI  00098171
      *--  NO LLEGAN POR SYSIN, O LLEGAN NO NUMERICOS, SE MANTIENEN LOS 00098172
      *--  ESTADOS POR DEFECTO.                                         00098173
           IF  WK-ESTCTA-NOOPER-AN NUMERIC                              00098174
               MOVE WK-ESTCTA-NOOPER-AN       TO WK-TABLA-ESTCTA-NOOPER 00098175
           ELSE                                                         00098176
               MOVE CA-ESTCTA-NOOPER          TO WK-TABLA-ESTCTA-NOOPER 00098177
           END-IF                                                       00098178
                                                                        00098179
      *--  EN MODO SIMULACION NO SE RENUEVA EL REGISTRO, POR LO QUE     00098180
      *--  NO HACE FALTA LA FECHA LIMITE.                               00098181
           IF  NO-SIMULACION                                            00098182
               PERFORM 9500-CALCULAR-LIMITE                             00098183
                  THRU 9500-CALCULAR-LIMITE-EXIT                        00098184
           END-IF                                                       00098185
                                                                        00003120
           PERFORM 1050-VERIFICAR-REINICIO                              00003122
              THRU 1050-VERIFICAR-REINICIO-EXIT                         00003124
              THRU 1190-LEER-CAPACIDAD-EXIT                             00003162
           PERFORM 1192-CARGAR-RUTEO                                    00003168
              THRU 1192-CARGAR-RUTEO-EXIT                               00003169
           PERFORM 1186-CARGAR-BINES                                    00003170
              THRU 1186-CARGAR-BINES-EXIT                               00003171
                                                                        00003163
      *--  LAS TARJETAS APLAZADAS DE LA VISPERA SE REMITEN ANTES QUE    00003164
      *--  LA REMESA DEL DIA, POR ORDEN DE ANTIGUEDAD.                  00003165
               PERFORM 1195-TRATAR-APLAZADAS                            00003168
                  THRU 1195-TRATAR-APLAZADAS-EXIT                       00003169
           END-IF                                                       00003170
                                                                        00003171
      *--  LAS TARJETAS RETENIDAS DE LA VISPERA SE VUELVEN A CONTRASTAR 00003172
      *--  CON SU CONTRATO: SI SE HA LEVANTADO EL BLOQUEO SE REMITEN Y, 00003173
      *--  SI NO, SIGUEN RETENIDAS CON SU FECHA ORIGINAL. SE TRATAN EN  00003174
      *--  LAS MISMAS CONDICIONES QUE LAS APLAZADAS.                    00003175
           IF  NO-SIMULACION AND NO-RESTART                             00003176
               PERFORM 1197-TRATAR-RETENIDAS                            00003177
                  THRU 1197-TRATAR-RETENIDAS-EXIT                       00003178
           END-IF                                                       00003179
                                                                        00003150
           IF  SI-RESTART                                               00003155
               PERFORM 1160-SALTAR-REGISTROS                            00003156
                           MPCHSED1                                     00005681
                           MPCHSEU1                                     00005690
                           MPCHSEC1                                     00005695
                           MPCHSEJ1                                     00005696
           ELSE                                                         00005664
               IF  SI-RESTART                                           00005665
                   OPEN INPUT  MPCHSEE1                                 00005666
                               MPCHSED1                                 00005682
                               MPCHSEU1                                 00005691
                               MPCHSEC1                                 00005695
                               MPCHSEJ1                                 00005696
                        EXTEND MPCHSES1                                 00005668
                               MPCHSES2                                 00005669
                               MPCHSES3                                 00005670
                               MPCHSEF1                                 00098209
                               MPCHSEC2                                 00098202
                               MPCHSEC3                                 00098203
                               MPCHSEJ2                                 00098204
               ELSE                                                     00005672
                   OPEN INPUT  MPCHSEE1                                 00005673
                               MPCHSEP1                                 00005674
                               MPCHSED1                                 00005684
                               MPCHSEU1                                 00005693
                               MPCHSEC1                                 00005695
                               MPCHSEJ1                                 00005696
                        OUTPUT MPCHSES1                                 00005675
                               MPCHSES2                                 00005676
                               MPCHSES3                                 00005677
                               MPCHSEF1                                 00098211
                               MPCHSEC2                                 00098204
                               MPCHSEC3                                 00098205
                               MPCHSEJ2                                 00098206
               END-IF                                                   00005679
           END-IF                                                       00005680
                                                                        00003320
           EXIT.                                                        00004490
                                                                        00004491
      ******************************************************************00004492
      ***                   1186-CARGAR-BINES                        ***00004493
      ***                   -----------------                        ***00004494
      * SE CARGAN LOS RANGOS ACTIVOS DE BIN DE EMBOZ_BIN EN LA TABLA   *00004495
      * INTERNA, EN ORDEN DE LIMITE INFERIOR. SIN NINGUN RANGO ACTIVO  *00004496
      * TODAS LAS TARJETAS IRIAN A REVISION: EL PROCESO SE CANCELA.    *00004497
      ******************************************************************00004498
       1186-CARGAR-BINES.                                               00004499
                                                                        00004500
           EXEC SQL                                                     00004501
                DECLARE C-BINES CURSOR FOR                              00004502
                SELECT G3216_BINDESDE, G3216_BINHASTA,                  00004503
                       G3216_CDGENTI , G3216_CDGMAR,                    00004504
                       G3216_INDTIPT , G3216_LONGPAN                    00004505
                  FROM EMBOZ_BIN                                        00004506
                 WHERE G3216_INDACTIVO = 'S'                            00004507
                 ORDER BY G3216_BINDESDE                                00004508
           END-EXEC                                                     00004509
                                                                        00004510
           EXEC SQL                                                     00004511
                OPEN C-BINES                                            00004512
           END-EXEC                                                     00004513
                                                                        00004514
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004515
                                                                        00004516
           IF  NOT DB2-OK                                               00004517
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00004518
               MOVE CA-ERR-EMBOZ-BIN         TO WK-DESCRIPCION          00004519
               MOVE CA-PRF-1186              TO WK-PARRAFO              00004520
               MOVE SQLCA                    TO WK-SQLCA                00004521
               MOVE CA-EMBOZ-BIN             TO WK-TABLA-DB2            00004522
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00004523
                                                                        00004524
               PERFORM 9000-CANCELACION                                 00004525
                  THRU 9000-CANCELACION-EXIT                            00004526
                                                                        00004527
           END-IF                                                       00004528
                                                                        00004529
           MOVE ZEROES                       TO WK-NUM-BINES            00004530
           SET NO-FIN-BINES                  TO TRUE                    00004531
                                                                        00004532
           PERFORM 1187-ACUMULAR-BIN                                    00004533
              THRU 1187-ACUMULAR-BIN-EXIT                               00004534
             UNTIL SI-FIN-BINES                                         00004535
                                                                        00004536
           EXEC SQL                                                     00004537
                CLOSE C-BINES                                           00004538
           END-EXEC                                                     00004539
                                                                        00004540
           IF  WK-NUM-BINES = ZEROES                                    00004541
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004542
               MOVE CA-ERR-SIN-BINES         TO WK-DESCRIPCION          00004543
               MOVE CA-PRF-1186              TO WK-PARRAFO              00004544
                                                                        00004545
               PERFORM 9000-CANCELACION                                 00004546
                  THRU 9000-CANCELACION-EXIT                            00004547
                                                                        00004548
           END-IF                                                       00004549
                                                                        00004550
           .                                                            00004551
       1186-CARGAR-BINES-EXIT.                                          00004552
           EXIT.                                                        00004553
                                                                        00004554
      ******************************************************************00004555
      ***                   1187-ACUMULAR-BIN                        ***00004556
      ***                   -----------------                        ***00004557
      * SE LEE Y ACUMULA UN RANGO DE BIN.                              *00004558
      ******************************************************************00004559
       1187-ACUMULAR-BIN.                                               00004560
                                                                        00004561
           INITIALIZE DCLEMBOZ-BIN                                      00004562
                                                                        00004563
           EXEC SQL                                                     00004564
                FETCH C-BINES                                           00004565
                 INTO :G3216-BINDESDE, :G3216-BINHASTA,                 00004566
                      :G3216-CDGENTI , :G3216-CDGMAR,                   00004567
                      :G3216-INDTIPT , :G3216-LONGPAN                   00004568
           END-EXEC                                                     00004569
                                                                        00004570
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004571
                                                                        00004572
           EVALUATE  TRUE                                               00004573
               WHEN  DB2-OK                                             00004574
                     IF  WK-NUM-BINES >= CN-MAX-BINES                   00004575
                         MOVE CA-ERROR-F     TO WK-TIPO-ERROR           00004576
                         MOVE CA-ERR-MAX-BINES                          00004577
                                             TO WK-DESCRIPCION          00004578
                         MOVE CA-PRF-1186    TO WK-PARRAFO              00004579
                         MOVE G3216-BINDESDE TO WK-DATOS-REGISTRO       00004580
                                                                        00004581
                         PERFORM 9000-CANCELACION                       00004582
                            THRU 9000-CANCELACION-EXIT                  00004583
                                                                        00004584
                     END-IF                                             00004585
                                                                        00004586
                     ADD CN-1                TO WK-NUM-BINES            00004587
                     MOVE G3216-BINDESDE                                00004588
                       TO WK-BN-BINDESDE (WK-NUM-BINES)                 00004589
                     MOVE G3216-BINHASTA                                00004590
                       TO WK-BN-BINHASTA (WK-NUM-BINES)                 00004591
                     MOVE G3216-CDGENTI                                 00004592
                       TO WK-BN-CDGENTI (WK-NUM-BINES)                  00004593
                     MOVE G3216-CDGMAR                                  00004594
                       TO WK-BN-CDGMAR (WK-NUM-BINES)                   00004595
                     MOVE G3216-INDTIPT                                 00004596
                       TO WK-BN-INDTIPT (WK-NUM-BINES)                  00004597
                     MOVE G3216-LONGPAN                                 00004598
                       TO WK-BN-LONGPAN (WK-NUM-BINES)                  00004599
                                                                        00004600
               WHEN  DB2-CLV-NOT-FOUND                                  00004601
                     SET SI-FIN-BINES        TO TRUE                    00004602
                                                                        00004603
               WHEN  OTHER                                              00004604
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00004605
                     MOVE CA-ERR-EMBOZ-BIN   TO WK-DESCRIPCION          00004606
                     MOVE CA-PRF-1186        TO WK-PARRAFO              00004607
                     MOVE SQLCA              TO WK-SQLCA                00004608
                     MOVE CA-EMBOZ-BIN       TO WK-TABLA-DB2            00004609
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00004610
                                                                        00004611
                     PERFORM 9000-CANCELACION                           00004612
                        THRU 9000-CANCELACION-EXIT                      00004613
                                                                        00004614
           END-EVALUATE                                                 00004615
                                                                        00004616
           .                                                            00004617
       1187-ACUMULAR-BIN-EXIT.                                          00004618
           EXIT.                                                        00004619
                                                                        00004620
      ******************************************************************00004621
      ***                   9170-LEER-MPCHSEU1                       ***00004622
      ***                   ------------------                       ***00004623
      * SE REALIZA LA LECTURA DEL FICHERO DE PETICIONES URGENTES.    *  00004624
      ******************************************************************00004625
       9170-LEER-MPCHSEU1.                                              00004626
                                                                        00004627
           READ MPCHSEU1                                                00004628
           AT END                                                       00004629
                SET SI-FIN-MPCHSEU1          TO TRUE                    00004630
           END-READ                                                     00004631
                                                                        00004632
           IF  FS-MPCHSEU1 NOT = CA-FS-OK AND CA-FS-EOF                 00004633
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004634
               MOVE CA-ERR-LEER-MPCHSEU1     TO WK-DESCRIPCION          00004635
               MOVE CA-PRF-9170              TO WK-PARRAFO              00004636
               MOVE CA-MPCHSEU1              TO WK-DDNAME               00004637
               MOVE FS-MPCHSEU1              TO WK-FILE-STATUS          00004638
                                                                        00004639
               PERFORM 9000-CANCELACION                                 00004640
                  THRU 9000-CANCELACION-EXIT                            00004641
                                                                        00004642
           END-IF                                                       00004643
                                                                        00004644
           .                                                            00004645
       9170-LEER-MPCHSEU1-EXIT.                                         00004646
           EXIT.                                                        00004647
                                                                        00004648
      ******************************************************************00004270
      ***                   1160-SALTAR-REGISTROS                   *** 00004272
      ***                   --------------------                    *** 00004274
       2040-VALIDAR-XPAN.                                               00007430
                                                                        00007435
           SET SI-XPAN-VALIDO              TO TRUE                      00007440
           MOVE CA-MOT-XPAN                TO WK-MOTIVO-REVISION        00007442
                                                                        00007445
           IF  WK-XPAN-009 = SPACES                                     00007450
            OR WK-XPAN-009(1:1) NOT NUMERIC                             00007455
               SET NO-XPAN-VALIDO           TO TRUE                     00007460
               GO TO 2040-VALIDAR-XPAN-EXIT                             00007461
           END-IF                                                       00007462
                                                                        00007463
      *--  EL XPAN VA AJUSTADO A LA IZQUIERDA: SU LONGITUD ES LA        00007464
      *--  POSICION DEL ULTIMO CARACTER NO BLANCO. TODOS SUS DIGITOS    00007465
      *--  DEBEN SER NUMERICOS Y LA LONGITUD UNA DE LAS ADMITIDAS.      00007466
           PERFORM 2041-LONGITUD-XPAN                                   00007467
              THRU 2041-LONGITUD-XPAN-EXIT                              00007468
             VARYING WK-POS-XPAN FROM CN-LONG-XPAN BY -1                00007469
               UNTIL WK-XPAN-009(WK-POS-XPAN:1) NOT = SPACE             00007470
                                                                        00007471
           MOVE WK-POS-XPAN                TO WK-LONG-XPAN              00007472
                                                                        00007473
           IF  WK-LONG-XPAN < CN-LONGPAN-MIN                            00007474
            OR WK-LONG-XPAN > CN-LONGPAN-MAX                            00007475
            OR WK-XPAN-009(1:WK-LONG-XPAN) NOT NUMERIC                  00007476
               SET NO-XPAN-VALIDO           TO TRUE                     00007477
               GO TO 2040-VALIDAR-XPAN-EXIT                             00007478
           END-IF                                                       00007479
                                                                        00007480
           PERFORM 2042-DIGITO-CONTROL                                  00007481
              THRU 2042-DIGITO-CONTROL-EXIT                             00007482
                                                                        00007483
           IF  WK-RESTO-LUHN NOT = ZEROES                               00007484
               SET NO-XPAN-VALIDO           TO TRUE                     00007485
               MOVE CA-MOT-DIGITO           TO WK-MOTIVO-REVISION       00007486
               ADD CN-1                     TO CT-REG-DIGITO-ERRONEO    00007487
               GO TO 2040-VALIDAR-XPAN-EXIT                             00007488
           END-IF                                                       00007489
                                                                        00007490
           PERFORM 2045-VALIDAR-BIN                                     00007491
              THRU 2045-VALIDAR-BIN-EXIT                                00007492
                                                                        00007493
           .                                                            00007494
       2040-VALIDAR-XPAN-EXIT.                                          00007495
           EXIT.                                                        00007496
                                                                        00007497
      ******************************************************************00007498
      ***                   2041-LONGITUD-XPAN                       ***00007499
      ***                   ------------------                       ***00007500
      * PARRAFO VACIO: LA BUSQUEDA DEL ULTIMO CARACTER NO BLANCO DEL   *00007501
      * XPAN SE RESUELVE EN EL PERFORM VARYING QUE LO GOBIERNA.        *00007502
      ******************************************************************00007503
       2041-LONGITUD-XPAN.                                              00007504
                                                                        00007505
           CONTINUE                                                     00007506
                                                                        00007507
           .                                                            00007508
       2041-LONGITUD-XPAN-EXIT.                                         00007509
           EXIT.                                                        00007510
                                                                        00007511
      ******************************************************************00007512
      ***                   2042-DIGITO-CONTROL                      ***00007513
      ***                   -------------------                      ***00007514
      * SE CALCULA LA SUMA DE LUHN DEL XPAN RECORRIENDO SUS DIGITOS DE *00007515
      * DERECHA A IZQUIERDA Y DOBLANDO UNO DE CADA DOS A PARTIR DEL    *00007516
      * SEGUNDO. EL XPAN ES CORRECTO SI LA SUMA ES MULTIPLO DE DIEZ.   *00007517
      ******************************************************************00007518
       2042-DIGITO-CONTROL.                                             00007519
                                                                        00007520
           MOVE ZEROES                      TO WK-SUMA-LUHN             00007521
           SET NO-DOBLAR-DIGITO             TO TRUE                     00007522
                                                                        00007523
           PERFORM 2043-SUMAR-DIGITO                                    00007524
              THRU 2043-SUMAR-DIGITO-EXIT                               00007525
             VARYING WK-POS-XPAN FROM WK-LONG-XPAN BY -1                00007526
               UNTIL WK-POS-XPAN < CN-1                                 00007527
                                                                        00007528
           DIVIDE WK-SUMA-LUHN BY CN-10                                 00007529
              GIVING WK-COCIENTE-LUHN                                   00007530
              REMAINDER WK-RESTO-LUHN                                   00007531
                                                                        00007532
           .                                                            00007533
       2042-DIGITO-CONTROL-EXIT.                                        00007534
           EXIT.                                                        00007535
                                                                        00007536
      ******************************************************************00007537
      ***                   2043-SUMAR-DIGITO                        ***00007538
      ***                   -----------------                        ***00007539
      * SE ACUMULA UN DIGITO DEL XPAN A LA SUMA DE LUHN; LOS DIGITOS   *00007540
      * DOBLADOS MAYORES QUE NUEVE SE REDUCEN RESTANDO NUEVE.          *00007541
      ******************************************************************00007542
       2043-SUMAR-DIGITO.                                               00007543
                                                                        00007544
           MOVE WK-XPAN-009(WK-POS-XPAN:1)  TO WK-DIGITO-XPAN           00007545
                                                                        00007546
           IF  SI-DOBLAR-DIGITO                                         00007547
               COMPUTE WK-DIGITO-DOBLE = WK-DIGITO-XPAN * CN-2          00007548
               IF  WK-DIGITO-DOBLE > CN-9                               00007549
                   SUBTRACT CN-9            FROM WK-DIGITO-DOBLE        00007550
               END-IF                                                   00007551
               ADD WK-DIGITO-DOBLE          TO WK-SUMA-LUHN             00007552
               SET NO-DOBLAR-DIGITO         TO TRUE                     00007553
           ELSE                                                         00007554
               ADD WK-DIGITO-XPAN           TO WK-SUMA-LUHN             00007555
               SET SI-DOBLAR-DIGITO         TO TRUE                     00007556
           END-IF                                                       00007557
                                                                        00007558
           .                                                            00007559
       2043-SUMAR-DIGITO-EXIT.                                          00007560
           EXIT.                                                        00007561
                                                                        00007562
      ******************************************************************00007563
      ***                   2045-VALIDAR-BIN                         ***00007564
      ***                   ----------------                         ***00007565
      * SE LOCALIZA EL RANGO ACTIVO DE EMBOZ_BIN AL QUE PERTENECE EL   *00007566
      * BIN DEL XPAN (SUS OCHO PRIMEROS DIGITOS) Y SE COMPRUEBA QUE EL *00007567
      * RANGO SEA DE LA ENTIDAD, MARCA Y TIPO DE LA TARJETA Y DE SU    *00007568
      * MISMA LONGITUD DE PAN.                                         *00007569
      ******************************************************************00007570
       2045-VALIDAR-BIN.                                                00007571
                                                                        00007572
           MOVE WK-XPAN-009(1:8)            TO WK-BIN-XPAN              00007573
           MOVE ZEROES                      TO WK-IDX-CANDIDATO         00007574
           MOVE CN-1                        TO WK-BAJO-BIN              00007575
           MOVE WK-NUM-BINES                TO WK-ALTO-BIN              00007576
                                                                        00007577
           PERFORM 2046-PARTIR-BINES                                    00007578
              THRU 2046-PARTIR-BINES-EXIT                               00007579
             UNTIL WK-BAJO-BIN > WK-ALTO-BIN                            00007580
                                                                        00007581
           IF  WK-IDX-CANDIDATO = ZEROES                                00007582
               SET NO-XPAN-VALIDO           TO TRUE                     00007583
               MOVE CA-MOT-SIN-BIN          TO WK-MOTIVO-REVISION       00007584
               ADD CN-1                     TO CT-REG-BIN-ERRONEO       00007585
               GO TO 2045-VALIDAR-BIN-EXIT                              00007586
           END-IF                                                       00007587
                                                                        00007588
           IF  WK-BIN-XPAN > WK-BN-BINHASTA (WK-IDX-CANDIDATO)          00007589
               SET NO-XPAN-VALIDO           TO TRUE                     00007590
               MOVE CA-MOT-SIN-BIN          TO WK-MOTIVO-REVISION       00007591
               ADD CN-1                     TO CT-REG-BIN-ERRONEO       00007592
               GO TO 2045-VALIDAR-BIN-EXIT                              00007593
           END-IF                                                       00007594
                                                                        00007595
           IF  WK-BN-CDGENTI (WK-IDX-CANDIDATO) NOT = WK-CDGENTI-009    00007596
            OR WK-BN-CDGMAR (WK-IDX-CANDIDATO) NOT = WK-CDGMAR-009      00007597
            OR WK-BN-LONGPAN (WK-IDX-CANDIDATO) NOT = WK-LONG-XPAN      00007598
            OR (WK-BN-INDTIPT (WK-IDX-CANDIDATO) NOT = ZEROES           00007599
            AND WK-BN-INDTIPT (WK-IDX-CANDIDATO) NOT = WK-INDTIPT-009)  00007600
               SET NO-XPAN-VALIDO           TO TRUE                     00007601
               MOVE CA-MOT-BIN-AJENO        TO WK-MOTIVO-REVISION       00007602
               ADD CN-1                     TO CT-REG-BIN-ERRONEO       00007603
           END-IF                                                       00007604
                                                                        00007605
           .                                                            00007606
       2045-VALIDAR-BIN-EXIT.                                           00007607
           EXIT.                                                        00007608
                                                                        00007609
      ******************************************************************00007610
      ***                   2046-PARTIR-BINES                        ***00007611
      ***                   -----------------                        ***00007612
      * BUSQUEDA BINARIA DEL ULTIMO RANGO CUYO LIMITE INFERIOR NO      *00007613
      * SUPERA EL BIN DEL XPAN: SE COMPARA EL ELEMENTO CENTRAL DEL     *00007614
      * TRAMO PENDIENTE Y SE DESCARTA LA MITAD QUE NO LO CONTIENE.     *00007615
      ******************************************************************00007616
       2046-PARTIR-BINES.                                               00007617
                                                                        00007618
           COMPUTE WK-IDX-BIN = (WK-BAJO-BIN + WK-ALTO-BIN) / 2         00007619
                                                                        00007620
           IF  WK-BN-BINDESDE (WK-IDX-BIN) NOT > WK-BIN-XPAN            00007621
               MOVE WK-IDX-BIN              TO WK-IDX-CANDIDATO         00007622
               COMPUTE WK-BAJO-BIN = WK-IDX-BIN + 1                     00007623
           ELSE                                                         00007624
               COMPUTE WK-ALTO-BIN = WK-IDX-BIN - 1                     00007625
           END-IF                                                       00007626
                                                                        00007627
           .                                                            00007628
       2046-PARTIR-BINES-EXIT.                                          00007629
           EXIT.                                                        00007630
                                                                        00007631
      ******************************************************************00003810
      ***                   2050-BUSCAR-BLZCORTO                     ***00003820
      ***                   --------------------                     ***00003830
                  THRU 2095-CUARENTENA-EXIT                             00004592
               GO TO 2100-ESCRIBIR-MPCHSES1-EXIT                        00004593
           END-IF                                                       00004594
                                                                        00004595
      *--  LA TARJETA DE UN CONTRATO BLOQUEADO, NO OPERATIVO O DADO DE  00004596
      *--  BAJA NO SE REMITE: SE RETIENE HASTA QUE SE DESBLOQUEE.       00004597
           PERFORM 2091-CONTROL-CONTRATO                                00004598
              THRU 2091-CONTROL-CONTRATO-EXIT                           00004599
                                                                        00004600
           IF  SI-CONTRATO-RETENIDO                                     00004601
               PERFORM 2097-RETENER-TARJETA                             00004602
                  THRU 2097-RETENER-TARJETA-EXIT                        00004603
               GO TO 2100-ESCRIBIR-MPCHSES1-EXIT                        00004604
           END-IF                                                       00004605
      *--  SE APLICA EL PERFIL DE PERSONALIZACION DE LA TARJETA; SIN    00004606
      *--  PERFIL, EL REGISTRO SE DESVIA AL FICHERO DE REVISION.        00004607
           PERFORM 2105-APLICAR-PERFIL                                  00004608
              THRU 2105-APLICAR-PERFIL-EXIT                             00004609
                                                                        00004610
           IF  SI-SIN-PERFIL                                            00004611
               MOVE CA-MOT-SIN-PERFIL    TO WK-MOTIVO-REVISION          00004612
               PERFORM 2300-ESCRIBIR-MPCHSES3                           00004613
                  THRU 2300-ESCRIBIR-MPCHSES3-EXIT                      00004614
               GO TO 2100-ESCRIBIR-MPCHSES1-EXIT                        00004615
           END-IF                                                       00004616
                                                                        00004617
      *--  SE RESUELVE EL CENTRO EMBOSADOR DE LA TARJETA CON LAS        00004591
      *--  REGLAS DE EMBOZ_RUTEO; LAS TARJETAS DEL SEGUNDO CENTRO SE    00004592
      *--  DESVIAN A SU PROPIA REMESA MPCHSES4.                         00004593
                                                                        00005394
           END-IF                                                       00005395
                                                                        00005396
           PERFORM 2096-ENMASCARAR-XPAN                                 00005397
              THRU 2096-ENMASCARAR-XPAN-EXIT                            00005398
                                                                        00005399
           MOVE SPACES                       TO REG-MPCHSEF1            00005400
           MOVE MPYAMSK-XPAN-S               TO REG-MPCHSEF1 (1:22)     00005401
           MOVE WK-CODBLOQUEO                TO REG-MPCHSEF1 (25:2)     00005402
           MOVE WK-CDGENTI-009               TO REG-MPCHSEF1 (29:4)     00005403
           MOVE WK-CENTALTA-009              TO REG-MPCHSEF1 (35:4)     00005404
           MOVE WK-CUENTNU-009               TO REG-MPCHSEF1 (41:12)    00005405
                                                                        00005406
           WRITE REG-MPCHSEF1                                           00005407
                                                                        00005408
           IF  FS-MPCHSEF1 NOT = CA-FS-OK                               00005409
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005410
               MOVE CA-ERR-ESCRIB-MPCHSES1   TO WK-DESCRIPCION          00005411
               MOVE CA-PRF-2090              TO WK-PARRAFO              00005412
               MOVE CA-MPCHSEF1              TO WK-DDNAME               00005413
               MOVE FS-MPCHSEF1              TO WK-FILE-STATUS          00005414
                                                                        00005415
               PERFORM 9000-CANCELACION                                 00005416
                  THRU 9000-CANCELACION-EXIT                            00005417
                                                                        00005418
           END-IF                                                       00005419
                                                                        00005420
           ADD CN-1                          TO CT-REG-BLOQUEADAS       00005421
                                                                        00005422
           .                                                            00005423
       2095-CUARENTENA-EXIT.                                            00005424
           EXIT.                                                        00005425
                                                                        00005426
      ******************************************************************00005427
      ***                   2096-ENMASCARAR-XPAN                     ***00005428
      ***                   --------------------                     ***00005429
      * SE OBTIENE EL XPAN ENMASCARADO PARA EL LISTADO PARA FRAUDE     *00005430
      * SEGUN LA POLITICA DE LA SALIDA MPCHSEF1 (RUTINA MPBAMSK).      *00005431
      ******************************************************************00005432
       2096-ENMASCARAR-XPAN.                                            00005433
                                                                        00005434
           INITIALIZE MPYAMSK                                           00005435
                                                                        00005436
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00005437
           MOVE CA-MPCHSEF1                  TO MPYAMSK-DDNAME-E        00005438
           MOVE WK-XPAN-009                  TO MPYAMSK-XPAN-E          00005439
                                                                        00005440
           CALL CA-MPBAMSK               USING MPYAMSK                  00005441
                                                                        00005442
           IF  MPYAMSK-RETORNO NOT = CA-MSK-RETORNO-OK                  00005443
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005444
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00005445
               MOVE CA-PRF-2096              TO WK-PARRAFO              00005446
               MOVE CA-MPBAMSK               TO WK-RUTINA               00005447
               MOVE MPYAMSK-TABLA            TO WK-TABLA-DB2            00005448
               MOVE MPYAMSK-SQLCA            TO WK-SQLCA                00005449
               MOVE MPYAMSK-DESCRIPCION      TO WK-DATOS-REGISTRO       00005450
                                                                        00005451
               PERFORM 9000-CANCELACION                                 00005452
                  THRU 9000-CANCELACION-EXIT                            00005453
                                                                        00005454
           END-IF                                                       00005455
                                                                        00005456
           .                                                            00005457
       2096-ENMASCARAR-XPAN-EXIT.                                       00005458
           EXIT.                                                        00005459
                                                                        00005460
      ******************************************************************00005461
      ***                   2091-CONTROL-CONTRATO                    ***00005462
      ***                   ---------------------                    ***00005463
      * SE CONSULTA EN MPDT007 EL CONTRATO DE LA TARJETA CANDIDATA,    *00005464
      * JUSTO ANTES DE REMITIR. LA TARJETA SE RETIENE SI EL CONTRATO   *00005465
      * NO EXISTE, ESTA DADO DE BAJA, TIENE BLOQUEADA LA OPERATIVA O   *00005466
      * ESTA EN UN ESTADO DE CUENTA NO OPERATIVO.                      *00005467
      ******************************************************************00005468
       2091-CONTROL-CONTRATO.                                           00005469
                                                                        00005470
           SET NO-CONTRATO-RETENIDO          TO TRUE                    00005471
           MOVE SPACES                       TO WK-MOTIVO-RETENCION     00005472
                                                                        00005473
           INITIALIZE DCLMPDT007                                        00005474
                                                                        00005475
           EXEC SQL                                                     00005476
                SELECT E1003_INBLQOPE, E1003_CDESTCTA,                  00005477
                       CHAR(E1003_FECBAJA, ISO)                         00005478
                  INTO :E1003-INBLQOPE, :E1003-CDESTCTA,                00005479
                       :E1003-FECBAJA                                   00005480
                  FROM MPDT007                                          00005481
                 WHERE E1003_CDGENTI  = :WK-CDGENTI-009                 00005482
                   AND E1003_CENTALTA = :WK-CENTALTA-009                00005483
                   AND E1003_CUENTNU  = :WK-CUENTNU-009                 00005484
           END-EXEC                                                     00005485
                                                                        00005486
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005487
                                                                        00005488
           EVALUATE  TRUE                                               00005489
               WHEN  DB2-OK                                             00005490
                     CONTINUE                                           00005491
                                                                        00005492
               WHEN  DB2-CLV-NOT-FOUND                                  00005493
                     SET SI-CONTRATO-RETENIDO TO TRUE                   00005494
                     MOVE CA-RET-SIN-CONTRATO TO WK-MOTIVO-RETENCION    00005495
                     GO TO 2091-CONTROL-CONTRATO-EXIT                   00005496
                                                                        00005497
               WHEN  OTHER                                              00005498
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00005499
                     MOVE CA-ERR-CONTRATO    TO WK-DESCRIPCION          00005500
                     MOVE CA-PRF-2091        TO WK-PARRAFO              00005501
                     MOVE SQLCA              TO WK-SQLCA                00005502
                     MOVE CA-MPDT007         TO WK-TABLA-DB2            00005503
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00005504
                                                                        00005505
                     PERFORM 9000-CANCELACION                           00005506
                        THRU 9000-CANCELACION-EXIT                      00005507
                                                                        00005508
           END-EVALUATE                                                 00005509
                                                                        00005510
      *--  EL MOTIVO SE ASIGNA POR ESTE ORDEN: BAJA, BLOQUEO DE LA      00005511
      *--  OPERATIVA Y ESTADO DE CUENTA NO OPERATIVO.                   00005512
           EVALUATE  TRUE                                               00005513
               WHEN  E1003-FECBAJA NOT = CA-FECHA-SIN-BAJA              00005514
                     SET SI-CONTRATO-RETENIDO TO TRUE                   00005515
                     MOVE CA-RET-BAJA        TO WK-MOTIVO-RETENCION     00005516
                                                                        00005517
               WHEN  E1003-INBLQOPE = CA-BLQOPE-SI                      00005518
                     SET SI-CONTRATO-RETENIDO TO TRUE                   00005519
                     MOVE CA-RET-BLOQUEO     TO WK-MOTIVO-RETENCION     00005520
                                                                        00005521
               WHEN  OTHER                                              00005522
                     PERFORM 2092-COMPROBAR-ESTADO                      00005523
                        THRU 2092-COMPROBAR-ESTADO-EXIT                 00005524
                       VARYING WK-IDX-ESTCTA FROM 1 BY 1                00005525
                         UNTIL WK-IDX-ESTCTA > CN-5                     00005526
                            OR SI-CONTRATO-RETENIDO                     00005527
                                                                        00005528
           END-EVALUATE                                                 00005529
                                                                        00005530
           .                                                            00005531
       2091-CONTROL-CONTRATO-EXIT.                                      00005532
           EXIT.                                                        00005533
                                                                        00005534
      ******************************************************************00005535
      ***                   2092-COMPROBAR-ESTADO                    ***00005536
      ***                   ---------------------                    ***00005537
      * SE COMPRUEBA SI EL ESTADO DE CUENTA DEL CONTRATO ES EL ESTADO  *00005538
      * NO OPERATIVO WK-IDX-ESTCTA DE LA TABLA.                        *00005539
      ******************************************************************00005540
       2092-COMPROBAR-ESTADO.                                           00005541
                                                                        00005542
           IF  E1003-CDESTCTA = WK-ESTCTA-NOOPER (WK-IDX-ESTCTA)        00005543
               SET SI-CONTRATO-RETENIDO      TO TRUE                    00005544
               MOVE CA-RET-ESTADO            TO WK-MOTIVO-RETENCION     00005545
           END-IF                                                       00005546
                                                                        00005547
           .                                                            00005548
       2092-COMPROBAR-ESTADO-EXIT.                                      00005549
           EXIT.                                                        00005550
                                                                        00005551
      ******************************************************************00005552
      ***                   2097-RETENER-TARJETA                     ***00005553
      ***                   --------------------                     ***00005554
      * LA TARJETA SE DESVIA AL FICHERO DE RETENIDAS CON SU MOTIVO Y   *00005555
      * SU FECHA DE RETENCION (LA ORIGINAL SI YA VENIA RETENIDA), PARA *00005556
      * VOLVER A CONTRASTARLA CON SU CONTRATO EN LA PROXIMA EJECUCION. *00005557
      ******************************************************************00005558
       2097-RETENER-TARJETA.                                            00005559
                                                                        00005560
           IF  SI-SIMULACION                                            00005561
               ADD CN-1                      TO CT-REG-RETENIDAS        00005562
               GO TO 2097-RETENER-TARJETA-EXIT                          00005563
           END-IF                                                       00005564
                                                                        00005565
           IF  NO-TRATANDO-RETENIDA                                     00005566
               ACCEPT WK-FECHA-RETENCION     FROM DATE YYYYMMDD         00005567
           END-IF                                                       00005568
                                                                        00005569
           MOVE WK-REGISTRO                  TO RJ2-REGISTRO            00005570
           MOVE WK-MOTIVO-RETENCION          TO RJ2-MOTIVO              00005571
           MOVE WK-FECHA-RETENCION           TO RJ2-FECRETEN            00005572
                                                                        00005573
           WRITE REG-MPCHSEJ2                                           00005574
                                                                        00005575
           IF  FS-MPCHSEJ2 NOT = CA-FS-OK                               00005576
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005577
               MOVE CA-ERR-ESCRIB-MPCHSES1   TO WK-DESCRIPCION          00005578
               MOVE CA-PRF-2097              TO WK-PARRAFO              00005579
               MOVE CA-MPCHSEJ2              TO WK-DDNAME               00005580
               MOVE FS-MPCHSEJ2              TO WK-FILE-STATUS          00005581
               MOVE REG-MPCHSEJ2             TO WK-DATOS-REGISTRO       00005582
                                                                        00005583
               PERFORM 9000-CANCELACION                                 00005584
                  THRU 9000-CANCELACION-EXIT                            00005585
                                                                        00005586
           END-IF                                                       00005587
                                                                        00005588
           ADD CN-1                          TO CT-REG-RETENIDAS        00005589
                                                                        00005590
           .                                                            00005591
       2097-RETENER-TARJETA-EXIT.                                       00005592
           EXIT.                                                        00005593
                                                                        00005117
      ******************************************************************00005118
      ***                   2130-ESCRIBIR-MPCHSES4                   ***00005119
           EXIT.                                                        00005278
                                                                        00005040
      ******************************************************************00004540
      ***                   1197-TRATAR-RETENIDAS                    ***00004543
      ***                   ---------------------                    ***00004546
      * SE RECORRE EL FICHERO DE TARJETAS RETENIDAS DE LA VISPERA POR  *00004549
      * EL ESTADO DE SU CONTRATO: LAS QUE YA NO ESTAN BLOQUEADAS SE    *00004552
      * LIBERAN A LA REMESA Y EL RESTO SE VUELVE A RETENER.            *00004555
      ******************************************************************00004558
       1197-TRATAR-RETENIDAS.                                           00004561
                                                                        00004564
           PERFORM 9185-LEER-MPCHSEJ1                                   00004567
              THRU 9185-LEER-MPCHSEJ1-EXIT                              00004570
                                                                        00004573
           PERFORM 1199-LIBERAR-RETENIDA                                00004576
              THRU 1199-LIBERAR-RETENIDA-EXIT                           00004579
             UNTIL SI-FIN-MPCHSEJ1                                      00004582
                                                                        00004585
           .                                                            00004588
       1197-TRATAR-RETENIDAS-EXIT.                                      00004591
           EXIT.                                                        00004594
                                                                        00004597
      ******************************************************************00004600
      ***                   1199-LIBERAR-RETENIDA                    ***00004603
      ***                   ---------------------                    ***00004606
      * SE LIBERA O SE VUELVE A RETENER LA TARJETA RETENIDA LEIDA Y SE *00004609
      * LEE LA SIGUIENTE.                                              *00004612
      ******************************************************************00004615
       1199-LIBERAR-RETENIDA.                                           00004618
                                                                        00004621
      *--  LA RETENIDA VUELVE A ENTRAR POR LA MISMA PUERTA QUE LAS      00004624
      *--  TARJETAS DEL DIA: SI SU CONTRATO SIGUE BLOQUEADO SE VUELVE   00004627
      *--  A RETENER CONSERVANDO SU FECHA ORIGINAL DE RETENCION; SI NO, 00004630
      *--  CONTINUA EL CIRCUITO ORDINARIO DE REMISION.                  00004633
           MOVE RJ1-REGISTRO                 TO WK-REGISTRO             00004636
           MOVE RJ1-FECRETEN                 TO WK-FECHA-RETENCION      00004639
           SET SI-TRATANDO-RETENIDA          TO TRUE                    00004642
                                                                        00004645
           MOVE CT-REG-RETENIDAS             TO WK-RETENIDAS-ANTES      00004648
                                                                        00004651
           PERFORM 2100-ESCRIBIR-MPCHSES1                               00004654
              THRU 2100-ESCRIBIR-MPCHSES1-EXIT                          00004657
                                                                        00004660
           SET NO-TRATANDO-RETENIDA          TO TRUE                    00004663
                                                                        00004666
           IF  CT-REG-RETENIDAS = WK-RETENIDAS-ANTES                    00004669
               ADD CN-1                      TO CT-RETENIDAS-LIBERADAS  00004672
           END-IF                                                       00004675
                                                                        00004678
           PERFORM 9185-LEER-MPCHSEJ1                                   00004681
              THRU 9185-LEER-MPCHSEJ1-EXIT                              00004684
                                                                        00004687
           .                                                            00004690
       1199-LIBERAR-RETENIDA-EXIT.                                      00004693
           EXIT.                                                        00004696
                                                                        00004699
      ******************************************************************00004702
      ***                   9185-LEER-MPCHSEJ1                       ***00004705
      ***                   ------------------                       ***00004708
      * SE REALIZA LA LECTURA DEL FICHERO DE TARJETAS RETENIDAS.       *00004711
      ******************************************************************00004714
       9185-LEER-MPCHSEJ1.                                              00004717
                                                                        00004720
           READ MPCHSEJ1                                                00004723
           AT END                                                       00004726
                SET SI-FIN-MPCHSEJ1          TO TRUE                    00004729
           END-READ                                                     00004732
                                                                        00004735
           IF  FS-MPCHSEJ1 NOT = CA-FS-OK AND CA-FS-EOF                 00004738
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004741
               MOVE CA-ERR-ESCRIB-MPCHSES1   TO WK-DESCRIPCION          00004744
               MOVE CA-PRF-1197              TO WK-PARRAFO              00004747
               MOVE CA-MPCHSEJ1              TO WK-DDNAME               00004750
               MOVE FS-MPCHSEJ1              TO WK-FILE-STATUS          00004753
                                                                        00004756
               PERFORM 9000-CANCELACION                                 00004759
                  THRU 9000-CANCELACION-EXIT                            00004762
                                                                        00004765
           END-IF                                                       00004768
                                                                        00004771
           .                                                            00004774
       9185-LEER-MPCHSEJ1-EXIT.                                         00004777
           EXIT.                                                        00004780
                                                                        00004783
      ******************************************************************00004786
      ***                   2200-ESCRIBIR-MPCHSES2                   ***00004789
      ***                   ----------------------                   ***00004792
      * SE REALIZA LA ESCRITURA DEL FICHERO MPCHSES2.                  *00004795
      ******************************************************************00004798
       2200-ESCRIBIR-MPCHSES2.                                          00004801
                                                                        00004804
      *--  EN MODO SIMULACION NO SE ESCRIBE EL REGISTRO, PERO SE        00004807
      *--  INCREMENTA EL CONTADOR CON LO QUE SE HUBIERA ESCRITO.        00004810
           IF  SI-SIMULACION                                            00004813
               ADD CN-1                  TO CT-REG-MPCHSES2             00004816
               PERFORM 2060-BUSCAR-RESUMEN-BLZ                          00004819
                  THRU 2060-BUSCAR-RESUMEN-BLZ-EXIT                     00004822
               ADD CN-1                  TO                             00004825
                   WK-RESUMEN-BLZ-NOREMIT(WK-IDX-RESUMEN)               00004828
           ELSE                                                         00004831
               WRITE REG-MPCHSES2 FROM WK-REGISTRO                      00004834
                                                                        00004837
               IF  FS-MPCHSES2 NOT = CA-FS-OK                           00004840
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00004843
                   MOVE CA-ERR-ESCRIB-MPCHSES2        TO WK-DESCRIPCION 00004846
                   MOVE CA-PRF-2200                   TO WK-PARRAFO     00004849
                   MOVE CA-MPCHSES2                   TO WK-DDNAME      00004852
                   MOVE FS-MPCHSES2                   TO WK-FILE-STATUS 00004855
                   MOVE WK-REGISTRO          TO WK-DATOS-REGISTRO       00004858
                                                                        00004861
                   PERFORM 9000-CANCELACION                             00004864
                      THRU 9000-CANCELACION-EXIT                        00004867
                                                                        00004870
               ELSE                                                     00004873
                   ADD CN-1                  TO CT-REG-MPCHSES2         00004876
                   PERFORM 2060-BUSCAR-RESUMEN-BLZ                      00004879
                      THRU 2060-BUSCAR-RESUMEN-BLZ-EXIT                 00004882
                   ADD CN-1                  TO                         00004885
                       WK-RESUMEN-BLZ-NOREMIT(WK-IDX-RESUMEN)           00004888
                                                                        00004891
               END-IF                                                   00004894
           END-IF                                                       00004897
           .                                                            00005010
       2200-ESCRIBIR-MPCHSES2-EXIT.                                     00005020
           EXIT.                                                        00005030
           IF  SI-SIMULACION                                            00007638
               ADD CN-1                  TO CT-REG-MPCHSES3             00007639
           ELSE                                                         00007640
               MOVE WK-REGISTRO          TO R3-REGISTRO                 00007643
               MOVE WK-MOTIVO-REVISION   TO R3-MOTIVO                   00007646
                                                                        00007649
               WRITE REG-MPCHSES3                                       00007652
                                                                        00007655
               IF  FS-MPCHSES3 NOT = CA-FS-OK                           00007658
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00007661
                   MOVE CA-ERR-ESCRIB-MPCHSES3        TO WK-DESCRIPCION 00007664
                   MOVE CA-PRF-2300                   TO WK-PARRAFO     00007667
                   MOVE CA-MPCHSES3                   TO WK-DDNAME      00007670
                   MOVE FS-MPCHSES3                   TO WK-FILE-STATUS 00007673
                   MOVE WK-REGISTRO          TO WK-DATOS-REGISTRO       00007676
                                                                        00007679
                   PERFORM 9000-CANCELACION                             00007682
                      THRU 9000-CANCELACION-EXIT                        00007685
                                                                        00007688
               ELSE                                                     00007691
                   ADD CN-1                  TO CT-REG-MPCHSES3         00007694
                                                                        00007697
               END-IF                                                   00007700
           END-IF                                                       00007703
           .                                                            00007725
       2300-ESCRIBIR-MPCHSES3-EXIT.                                     00007730
           EXIT.                                                        00007735
      ***                   2080-BUSCAR-URGENTE                      ***00005201
      ***                   -------------------                      ***00005202
      * SE BUSCA EL XPAN DE LA TARJETA EN LA TABLA DE PETICIONES     *  00005203
      * URGENTES O, SI ES UNA REEMISION, EN LAS CAMPANAS ABIERTAS    *  00005204
      * DE COMPROMISO.                                               *  00005205
      ******************************************************************00005206
       2080-BUSCAR-URGENTE.                                             00005207
                                                                        00005208
           SET NO-URGENTE-ENCONTRADA         TO TRUE                    00005209
           MOVE ZEROES                        TO WK-IDX-URGENTE         00005210
                                                                        00005211
           PERFORM 2085-COMPARAR-URGENTE                                00005212
              THRU 2085-COMPARAR-URGENTE-EXIT                           00005213
             UNTIL WK-IDX-URGENTE >= WK-NUM-URGENTES                    00005214
                OR SI-URGENTE-ENCONTRADA                                00005215
                                                                        00005216
      *--  LA REEMISION DE UNA TARJETA COMPROMETIDA SE TRATA COMO       00005217
      *--  URGENTE AUNQUE NO VENGA EN MPCHSEU1.                         00005218
           IF  NO-URGENTE-ENCONTRADA                                    00005219
           AND WK-XPANANT-009 NOT = SPACES                              00005220
               PERFORM 2082-BUSCAR-CAMPANA                              00005221
                  THRU 2082-BUSCAR-CAMPANA-EXIT                         00005222
           END-IF                                                       00005223
                                                                        00005224
           .                                                            00005225
       2080-BUSCAR-URGENTE-EXIT.                                        00005226
           EXIT.                                                        00005227
                                                                        00005228
      ******************************************************************00005229
      ***                   2082-BUSCAR-CAMPANA                      ***00005230
      ***                   -------------------                      ***00005231
      * SE COMPRUEBA SI LA TARJETA ES LA REEMISION DE UN XPAN DE UNA *  00005232
      * CAMPANA DE COMPROMISO ABIERTA.                               *  00005233
      ******************************************************************00005234
       2082-BUSCAR-CAMPANA.                                             00005235
                                                                        00005236
           EXEC SQL                                                     00005237
                SELECT COUNT(*)                                         00005238
                  INTO :WK-NUM-CAMPANA                                  00005239
                  FROM COMPR_TARJETA,                                   00005240
                       COMPR_CAMPANA                                    00005241
                 WHERE G3218_XPAN      = :WK-XPAN-009                   00005242
                   AND G3218_XPANANT   = :WK-XPANANT-009                00005243
                   AND G3217_IDCAMPANA = G3218_IDCAMPANA                00005244
                   AND G3217_INDESTADO = :CA-CAMPANA-ABIERTA            00005245
           END-EXEC                                                     00005246
                                                                        00005247
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005248
                                                                        00005249
           IF  NOT DB2-OK                                               00005250
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00005251
               MOVE CA-ERR-CAMPANA           TO WK-DESCRIPCION          00005252
               MOVE CA-PRF-2082              TO WK-PARRAFO              00005253
               MOVE SQLCA                    TO WK-SQLCA                00005254
               MOVE CA-COMPR-TARJETA         TO WK-TABLA-DB2            00005255
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00005256
                                                                        00005257
               PERFORM 9000-CANCELACION                                 00005258
                  THRU 9000-CANCELACION-EXIT                            00005259
                                                                        00005260
           END-IF                                                       00005261
                                                                        00005262
           IF  WK-NUM-CAMPANA > ZEROES                                  00005263
               SET SI-URGENTE-ENCONTRADA     TO TRUE                    00005264
               ADD CN-1                      TO CT-REG-CAMPANA          00005265
           END-IF                                                       00005266
                                                                        00005267
           .                                                            00005268
       2082-BUSCAR-CAMPANA-EXIT.                                        00005269
           EXIT.                                                        00005270
                                                                        00005271
      ******************************************************************00005272
      ***                   2085-COMPARAR-URGENTE                    ***00005273
      ***                   ---------------------                    ***00005274
      * SE COMPARA EL XPAN BUSCADO CONTRA LA SIGUIENTE PETICION.     *  00005275
      ******************************************************************00005276
       2085-COMPARAR-URGENTE.                                           00005277
                                                                        00005278
           ADD CN-1                           TO WK-IDX-URGENTE         00005279
                                                                        00005280
           IF  WK-URGENTE-TAB(WK-IDX-URGENTE) = WK-XPAN-009             00005281
               SET SI-URGENTE-ENCONTRADA      TO TRUE                   00005282
           END-IF                                                       00005283
                                                                        00005284
           .                                                            00005285
       2085-COMPARAR-URGENTE-EXIT.                                      00005286
           EXIT.                                                        00005287
                                                                        00005288
      ******************************************************************00005289
      ***                   2150-ESCRIBIR-MPCHSEU2                   ***00005290
      ***                   ----------------------                   ***00005291
      * SE DESVIA LA TARJETA URGENTE AL FICHERO EXPEDITADO PARA SU   *  00005292
      * RECOGIDA ANTICIPADA POR MENSAJERIA.                          *  00005293
      ******************************************************************00005294
       2150-ESCRIBIR-MPCHSEU2.                                          00005295
                                                                        00005296
      *--  EL CIRCUITO URGENTE PASA EL MISMO CRIBADO ANTIFRAUDE QUE     00005297
      *--  LA REMESA ORDINARIA: UN XPAN BLOQUEADO NO SE EXPEDITA.       00005298
           PERFORM 2090-CONTROL-FRAUDE                                  00005299
              THRU 2090-CONTROL-FRAUDE-EXIT                             00005300
                                                                        00005301
           IF  SI-XPAN-BLOQUEADO                                        00005302
               PERFORM 2095-CUARENTENA                                  00005303
                  THRU 2095-CUARENTENA-EXIT                             00005304
               GO TO 2150-ESCRIBIR-MPCHSEU2-EXIT                        00005305
           END-IF                                                       00005306
                                                                        00005244
      *--  LA TARJETA DE UN CONTRATO BLOQUEADO, NO OPERATIVO O DADO DE  00005245
      *--  BAJA NO SE REMITE: SE RETIENE HASTA QUE SE DESBLOQUEE.       00005246
           PERFORM 2091-CONTROL-CONTRATO                                00005247
              THRU 2091-CONTROL-CONTRATO-EXIT                           00005248
                                                                        00005249
           IF  SI-CONTRATO-RETENIDO                                     00005250
               PERFORM 2097-RETENER-TARJETA                             00005251
                  THRU 2097-RETENER-TARJETA-EXIT                        00005252
               GO TO 2150-ESCRIBIR-MPCHSEU2-EXIT                        00005253
           END-IF                                                       00005254
                                                                        00005255
      *--  EL CIRCUITO URGENTE TAMBIEN EMBOZA CON PERFIL.               00005256
           PERFORM 2105-APLICAR-PERFIL                                  00005257
              THRU 2105-APLICAR-PERFIL-EXIT                             00005258
                                                                        00005259
           IF  SI-SIN-PERFIL                                            00005260
               MOVE CA-MOT-SIN-PERFIL    TO WK-MOTIVO-REVISION          00005261
               PERFORM 2300-ESCRIBIR-MPCHSES3                           00005262
                  THRU 2300-ESCRIBIR-MPCHSES3-EXIT                      00005263
               GO TO 2150-ESCRIBIR-MPCHSEU2-EXIT                        00005264
           END-IF                                                       00005265
                                                                        00005244
      *--  EN MODO SIMULACION NO SE ESCRIBE EL REGISTRO, PERO SE        00005245
      *--  ACTUALIZAN LOS CONTADORES Y LA TABLA RESUMEN POR SUCURSAL.   00005246
           MOVE CT-REG-MPCHSER1              TO WK-AUD-RECHAZ           00005120
           MOVE CT-REG-DUPLICADAS            TO WK-AUD-DUPLIC           00005121
           MOVE CT-REG-MPCHSEU2              TO WK-AUD-URGEN            00005122
           MOVE CT-REG-RETENIDAS             TO WK-AUD-RETENID          00005123
           MOVE CT-RETENIDAS-LIBERADAS       TO WK-AUD-LIBERAD          00005124
                                                                        00005121
           WRITE REG-MPCHSEA1 FROM WK-AUDITORIA                         00005122
                                                                        00005123
                     MPCHSEU1                                           00005882
                     MPCHSEH1                                           00005896
                     MPCHSED3                                           00098500
           END-IF                                                       00098501
                                                                        00098502
      *--  FICHEROS DEL CIRCUITO DE RETENIDAS; LA SALIDA NO SE ABRE EN  00098503
      *--  MODO SIMULACION.                                             00098504
           CLOSE MPCHSEJ1                                               00098505
           IF  NO-SIMULACION                                            00098506
               CLOSE MPCHSEJ2                                           00098507
           END-IF                                                       00005862
                                                                        00005340
           IF  FS-MPCHSEE1 NOT = CA-FS-OK                               00005350
           MOVE CT-APLAZADAS-REMITIDAS       TO WK-APLREM-ED            00098534
           MOVE CT-APLAZADAS-REAPLAZADAS     TO WK-APLREA-ED            00098535
           MOVE CT-REG-BLOQUEADAS            TO WK-BLOQ-ED              00098536
           MOVE CT-REG-RETENIDAS             TO WK-RETEN-ED             00098537
           MOVE CT-RETENIDAS-LIBERADAS       TO WK-LIBER-ED             00098538
           MOVE CT-REG-DIGITO-ERRONEO        TO WK-DIGITO-ED            00098539
           MOVE CT-REG-BIN-ERRONEO           TO WK-BIN-ED               00098540
           MOVE CT-REG-CAMPANA               TO WK-CAMPANA-ED           00098541
                                                                        00005720
           DISPLAY WK-CAB-1                                             00005730
           DISPLAY WK-CAB-2                                             00005740
           DISPLAY WK-CAB-17                                            00098544
           DISPLAY WK-CAB-18                                            00098545
           DISPLAY WK-CAB-19                                            00098546
           DISPLAY WK-CAB-20                                            00098547
           DISPLAY WK-CAB-21                                            00098548
           DISPLAY WK-CAB-22                                            00098549
           DISPLAY WK-CAB-23                                            00098550
           DISPLAY WK-CAB-24                                            00098551
                                                                        00006012
           IF  SI-SIMULACION                                            00006013
               DISPLAY WK-CAB-9                                         00006014
