      *               CUENTAS VIGENTES DE LA TABLA MPDT007 QUE NO      *00000120
      *               TIENEN CONFIGURADO EL PARAMETRO 'ABU' EN LA      *00000130
      *               TABLA MDDT750 PARA SU PRODUCTO/SUBPRODUCTO.      *00000140
      *               NO SE LISTAN LAS CUENTAS CON CONDICION           *00000141
      *               PARTICULAR VIGENTE DEL PARAMETRO EN MDDT757      *00000142
      *               (CUENTA) O EN MDDT756 (CONVENIO/CAMPANA).        *00000143
      *-                                                              -*00000150
      *  FICHEROS DE SALIDA:                                           *00000160
      *        MPBAEXS1 : LISTADO DE CUENTAS SIN PARAMETRO.            *00000170
      * VIEWNEXT 08-08-2026    CREACION DEL PROGRAMA. LISTADO DE       *00000201
      *                        CUENTAS DE MPDT007 SIN PARAMETRO        *00000202
      *                        CONFIGURADO EN MDDT750/MDDT755.         *00000203
      * VIEWNEXT 15-10-2026    SE EXCLUYEN DEL LISTADO LAS CUENTAS     *00000204
      *                        CUBIERTAS POR UNA CONDICION PARTICULAR  *00000205
      *                        DE MDDT757 O DE MDDT756.                *00000206
      *                                                                *00000250
      ******************************************************************00000260
                                                                        00000270
                   AND G.G3177_FECALTA <= E.E1003_FECALTA               00003540
                   AND G.G3177_FEBAJA  >= E.E1003_FECALTA               00003550
                 WHERE E.E1003_FECBAJA  = :CA-FECHA-SIN-BAJA            00003560
                   AND NOT EXISTS                                       00003561
                      (SELECT 1                                         00003562
                         FROM MDDT757 P                                 00003563
                        WHERE P.G3211_CDGENTI  = E.E1003_CDGENTI        00003564
                          AND P.G3211_CENTALTA = E.E1003_CENTALTA       00003565
                          AND P.G3211_CUENTNU  = E.E1003_CUENTNU        00003566
                          AND P.G3211_PANUMPAR = :CA-ABU                00003567
                          AND P.G3211_FECALTA <= E.E1003_FECALTA        00003568
                          AND P.G3211_FEBAJA  >= E.E1003_FECALTA)       00003569
                   AND NOT EXISTS                                       00003570
                      (SELECT 1                                         00003571
                         FROM MDDT756 C                                 00003572
                        WHERE C.G3210_CDGENTI  = E.E1003_CDGENTI        00003573
                          AND (E.E1003_CDCONVEN <> ' ' OR               00003574
                               E.E1003_CODGCAMP <> ' ')                 00003575
                          AND (C.G3210_CDCONVEN = E.E1003_CDCONVEN OR   00003576
                               C.G3210_CDCONVEN = ' ')                  00003577
                          AND (C.G3210_CODGCAMP = E.E1003_CODGCAMP OR   00003578
                               C.G3210_CODGCAMP = ' ')                  00003579
                          AND C.G3210_PANUMPAR = :CA-ABU                00003580
                          AND C.G3210_FECALTA <= E.E1003_FECALTA        00003581
                          AND C.G3210_FEBAJA  >= E.E1003_FECALTA)       00003582
                 ORDER BY E.E1003_CDGENTI , E.E1003_CENTALTA,           00003583
                          E.E1003_CUENTNU                               00003584
           END-EXEC                                                     00003590
                                                                        00003600
           EXEC SQL                                                     00003610
