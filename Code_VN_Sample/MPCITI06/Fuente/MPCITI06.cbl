      *                     CONSERVANDO LA VALIDACION Y EL RECHAZO;    *
      *                     LA LECTURA POR FICHERO (MPCITIE1) SE       *
      *                     MANTIENE COMO RESPALDO DOCUMENTADO.        *
      * VIEWNEXT 15-10-2026 CRIBADO CONTRA LA LISTA DE SANCIONES       *
      *                     (LISTA_SANCION, CARGADA POR MPCISAN): EL   *
      *                     AUTORIZADO (NOMBRE Y DOCUMENTO) Y LA       *
      *                     EMPRESA SE COMPARAN NORMALIZADOS (RUTINA   *
      *                     MPBANOR) Y LAS COINCIDENCIAS CON PUNTUACION*
      *                     IGUAL O SUPERIOR AL UMBRAL DE SYSIN SE     *
      *                     DESVIAN AL FICHERO DE RETENCION DE         *
      *                     CUMPLIMIENTO MPCITIS5. LOS FORMULARIOS     *
      *                     LIBERADOS POR CUMPLIMIENTO (MPCILIB) NO SE *
      *                     VUELVEN A CRIBAR.                          *
      * VIEWNEXT 15-10-2026 CICLO DE VIDA DE LOS FORMULARIOS: CADA     *
      *                     FORMULARIO TRATADO SE ANOTA EN LA TABLA    *
      *                     FORM_ESTADO (RUTINA MPBACIC) COMO          *
      *                     RECIBIDO Y DESPUES COMO RECHAZADO,         *
      *                     RETENIDO POR TOPE, PARA REVISION O POR     *
      *                     SANCIONES, O TRANSMITIDO. NO SE ANOTA EN   *
      *                     SIMULACION NI LOS RECHAZOS POR TOKEN O     *
      *                     WATERMARK (FORMULARIO YA TRATADO).         *
      ******************************************************************
      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
           SELECT MPCITIS4 ASSIGN MPCITIS4
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-MPCITIS4.
      *-- FORMULARIOS RETENIDOS POR CUMPLIMIENTO (LISTA DE SANCIONES).
           SELECT MPCITIS5 ASSIGN MPCITIS5
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-MPCITIS5.

      ******************************************************************
      * DATA DIVISION                                                  *
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-MPCITIS4.
       01  REG-MPCITIS4                    PIC X(132).
      *-- FORMULARIOS RETENIDOS POR CUMPLIMIENTO, CON EL FORMATO DE LA
      *-- ENTRADA Y LOS DATOS DE LA COINCIDENCIA.
       FD  MPCITIS5
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS REG-MPCITIS5.
       01  REG-MPCITIS5                    PIC X(400).

      *----------------------------------------------------------------*
      * WORKING-STORAGE SECTION                                        *
               88 SI-NUMFORM-DUPLICADO                 VALUE 'S'.
               88 NO-NUMFORM-DUPLICADO                 VALUE 'N'.

      *--  SWITCH PARA INDICAR QUE EL FORMULARIO COINCIDE CON LA LISTA
      *--  DE SANCIONES Y QUEDA RETENIDO POR CUMPLIMIENTO.
           05  SW-RETENIDO-SANCION         PIC X(01)   VALUE 'N'.
               88 SI-RETENIDO-SANCION                  VALUE 'S'.
               88 NO-RETENIDO-SANCION                  VALUE 'N'.

      ******************************************************************
      *                         CONSTANTES                             *
      ******************************************************************
                                   '2960-GRABAR-LATIDO-DB2'.
               10  CA-MPCITIS3             PIC X(08)   VALUE 'MPCITIS3'.
               10  CA-MPCITIS4             PIC X(08)   VALUE 'MPCITIS4'.
               10  CA-MPCITIS5             PIC X(08)   VALUE 'MPCITIS5'.
      *--      CRIBADO CONTRA LA LISTA DE SANCIONES
               10  CA-LISTA-SANCION        PIC X(13)   VALUE
                                   'LISTA_SANCION'.
               10  CA-MPBANOR              PIC X(08)   VALUE 'MPBANOR'.
               10  CA-NOR-RETORNO-OK       PIC X(02)   VALUE '00'.
               10  CA-FUNCION-NOMBRE       PIC X(01)   VALUE 'N'.
               10  CA-FUNCION-DOCUMENTO    PIC X(01)   VALUE 'D'.
               10  CA-TIPO-PERSONA         PIC X(01)   VALUE 'P'.
               10  CA-TIPO-ENTIDAD         PIC X(01)   VALUE 'E'.
               10  CA-IND-LIBERADO         PIC X(01)   VALUE 'S'.
               10  CA-CAMPO-DOCUMENTO      PIC X(01)   VALUE 'D'.
               10  CA-CAMPO-AUTORIZADO     PIC X(01)   VALUE 'N'.
               10  CA-CAMPO-EMPRESA        PIC X(01)   VALUE 'E'.
               10  CA-ERR-SANCION          PIC X(40)   VALUE
                         'ERROR EN ACCESO A LA TABLA LISTA_SANCION'.
               10  CA-ERR-NORMALIZAR       PIC X(40)   VALUE
                         'LA RUTINA MPBANOR DEVOLVIO ERROR        '.
               10  CA-PRRF-2200            PIC X(21)   VALUE
                                   '2200-CRIBAR-SANCIONES'.
               10  CA-PRRF-2210            PIC X(19)   VALUE
                                   '2210-LLAMAR-MPBANOR'.
               10  CA-PRRF-2250            PIC X(20)   VALUE
                                   '2250-RETENER-SANCION'.
               10  CA-EMPR-LIM-FORM        PIC X(13)   VALUE
                                   'EMPR_LIM_FORM'.
               10  CA-EMPR-CONT-FORM       PIC X(14)   VALUE
                         'LA RUTINA XXBATRS DEVOLVIO ERROR'.
               10  CA-PRRF-3060            PIC X(23)   VALUE
                         '3060-REGISTRAR-SALIENTE'.
      *--      CICLO DE VIDA DE LOS FORMULARIOS (FORM_ESTADO)
               10  CA-MPBACIC              PIC X(08)   VALUE 'MPBACIC'.
               10  CA-CIC-RETORNO-OK       PIC X(02)   VALUE '00'.
               10  CA-CIC-ANOTAR           PIC X(01)   VALUE 'A'.
               10  CA-CIC-RECIBIDO         PIC X(02)   VALUE 'RE'.
               10  CA-CIC-RECHAZADO        PIC X(02)   VALUE 'RZ'.
               10  CA-CIC-RETENIDO-TOPE    PIC X(02)   VALUE 'RT'.
               10  CA-CIC-REVISION         PIC X(02)   VALUE 'RV'.
               10  CA-CIC-SANCION          PIC X(02)   VALUE 'RS'.
               10  CA-CIC-TRANSMITIDO      PIC X(02)   VALUE 'TR'.
               10  CA-MOTIVO-CIC-TOPE      PIC X(050)  VALUE
                         'TOPE DIARIO O MENSUAL DE LA EMPRESA EXCEDIDO'.
               10  CA-MOTIVO-CIC-SANCION   PIC X(050)  VALUE
                         'COINCIDENCIA CON LA LISTA DE SANCIONES'.
               10  CA-ERR-CICLO            PIC X(40)   VALUE
                         'LA RUTINA MPBACIC DEVOLVIO ERROR        '.
               10  CA-PRRF-2810            PIC X(19)   VALUE
                                   '2810-LLAMAR-MPBACIC'.
               10  CA-MOTIVO-NUMFORM       PIC X(050)  VALUE 'NUMERO DE
      -                            'FORMULARIO NO INFORMADO'.
               10  CA-MOTIVO-DOCAUTOR      PIC X(050)  VALUE 'DOCUMENTO
      -                            'IOS NUMFORM DUPLICADOS:      '.
               10  CA-REVISION1            PIC X(039)  VALUE '  FORMULAR
      -                            'IOS EN REVISION FIRMANTE:   '.
               10  CA-RETENIDOS-SANCION    PIC X(039)  VALUE
                         '  FORMULARIOS RETENIDOS POR SANCIONES: '.
               10  CA-LIBERADOS-SANCION    PIC X(039)  VALUE
                         '  FORMULARIOS LIBERADOS CUMPLIMIENTO:  '.
               10  CA-ESPAC-AST            PIC X(011)  VALUE '
      -                            '*'.
               10  CA-ESPAC-ASTE           PIC X(003)  VALUE '  *'.
               10  CN-LON-ALFABETO         PIC 9(02)   VALUE 38.
               10  CN-LON-NOMAUTOR         PIC 9(03)   VALUE 150.
               10  CN-LON-DOCAUTOR         PIC 9(03)   VALUE 009.
      *--      PUNTUACION DE CADA TIPO DE COINCIDENCIA CON LA LISTA DE
      *--      SANCIONES Y UMBRAL DE RETENCION POR DEFECTO
               10  CN-PUNT-DOCUMENTO       PIC 9(03)   VALUE 100.
               10  CN-PUNT-NOMBRE          PIC 9(03)   VALUE 095.
               10  CN-PUNT-CLAVE           PIC 9(03)   VALUE 090.
               10  CN-UMBRAL-CRIBADO       PIC 9(03)   VALUE 090.

      ******************************************************************
      *                          CONTADORES                            *
      *-   NUMFORM REPETIDOS DETECTADOS EN LA MISMA EJECUCION
           05  CT-DUPLIC-NUMFORM          PIC 9(009)  VALUE ZEROS
                                                         USAGE COMP-3.
      *-   FORMULARIOS RETENIDOS POR LA LISTA DE SANCIONES Y
      *-   LIBERADOS POR CUMPLIMIENTO QUE NO SE VUELVEN A CRIBAR
           05  CT-RETENIDOS-SANCION        PIC 9(009)  VALUE ZEROS
                                                         USAGE COMP-3.
           05  CT-LIBERADOS-SANCION        PIC 9(009)  VALUE ZEROS
                                                         USAGE COMP-3.
      *-   MASCARA PARA MOSTRAR LOS REGISTROS TRATADOS
           05  CT-EDIT-MPCITIE1            PIC ZZZ.ZZZ.ZZ9.
           05  CT-EDIT-MPCITIS1            PIC ZZZ.ZZZ.ZZ9.
           05  CT-EDIT-MPCITIR1            PIC ZZZ.ZZZ.ZZ9.
           05  CT-EDIT-DUPLIC-NUMFORM      PIC ZZZ.ZZZ.ZZ9.
           05  CT-EDIT-REVISION            PIC ZZZ.ZZZ.ZZ9.
           05  CT-EDIT-RETENIDOS-SANCION   PIC ZZZ.ZZZ.ZZ9.
           05  CT-EDIT-LIBERADOS-SANCION   PIC ZZZ.ZZZ.ZZ9.

      ******************************************************************
      * CAMPOS PARA LA FUNCION XX_CANCELACION_PROCESOS_BATCH           *
      *--  DIRECTO SOBRE LAS FILAS DEL DIA DE NT_NOTAS; CUALQUIER
      *--  OTRO VALOR = LECTURA DEL FICHERO MPCITIE1 (RESPALDO).
           05  WK-MODO-LECTURA             PIC X(01).
      *--  UMBRAL DE PUNTUACION A PARTIR DEL CUAL UNA COINCIDENCIA CON
      *--  LA LISTA DE SANCIONES RETIENE EL FORMULARIO (3 DIGITOS).
           05  WK-UMBRAL-CRIBADO-AN        PIC X(03).

      ******************************************************************
      * WATERMARK DE NUMFORM YA VALIDADO Y CONVERTIDO A NUMERICO. UN    *
      ******************************************************************
       01  WK-WATERMARK-NUMFORM            PIC 9(10)   VALUE ZEROES.

      ******************************************************************
      * UMBRAL DE RETENCION DEL CRIBADO DE SANCIONES YA VALIDADO.      *
      ******************************************************************
       01  WK-UMBRAL-CRIBADO               PIC 9(03)   VALUE ZEROES.

      ******************************************************************
      * DATOS NORMALIZADOS DEL CAMPO QUE SE CRIBA Y COINCIDENCIA HALLADA
      ******************************************************************
       01  WK-CRIBADO.
           05  WK-CRB-DOCUMENTO            PIC X(20)   VALUE SPACES.
           05  WK-CRB-NORMAL               PIC X(150)  VALUE SPACES.
           05  WK-CRB-CLAVE                PIC X(150)  VALUE SPACES.
           05  WK-CRB-TIPENTID             PIC X(01)   VALUE SPACES.
           05  WK-CRB-CAMPO                PIC X(01)   VALUE SPACES.
           05  WK-CRB-PUNTOS               PIC 9(03)   VALUE ZEROES.
           05  WK-CRB-REFLISTA             PIC X(15)   VALUE SPACES.

      ******************************************************************
      * REGISTRO DE RECHAZO DE LA EJECUCION (FICHERO MPCITIR1)         *
      ******************************************************************
      ******************************************************************
       01  WK-MOTIVO-RECHAZO               PIC X(050)  VALUE SPACES.

      ******************************************************************
      * ESTADO Y MOTIVO QUE SE ANOTAN EN EL CICLO DE VIDA DEL          *
      * FORMULARIO (FORM_ESTADO)                                       *
      ******************************************************************
       01  WK-ESTADO-CICLO                 PIC X(002)  VALUE SPACES.
       01  WK-MOTIVO-CICLO                 PIC X(050)  VALUE SPACES.

      ******************************************************************
      * TABLA EN MEMORIA CON LOS TOKENS DE AUTORIZACION YA PROCESADOS  *
      * EN LA EJECUCION ACTUAL, PARA DETECTAR OPERACIONES DUPLICADAS   *
           05  FS-MPCITIC1                 PIC X(02)   VALUE SPACES.
           05  FS-MPCITIS3                 PIC X(02).
           05  FS-MPCITIS4                 PIC X(02).
           05  FS-MPCITIS5                 PIC X(02).

      ******************************************************************
      * REGISTRO DE AUDITORIA DE LA EJECUCION (FICHERO MPCITIA1), PARA *
           EXEC SQL INCLUDE D4465200 END-EXEC.
      *-- COPY DE COMUNICACION CON EL LIBRO DE TRANSMISIONES XXBATRS.
           COPY XXYATRS.
      *-- DCLGEN DE LA TABLA LISTA_SANCION (CRIBADO DE SANCIONES).
           EXEC SQL INCLUDE D4467200 END-EXEC.
      *-- COPY DE COMUNICACION CON LA RUTINA DE NORMALIZACION MPBANOR.
           COPY MPYANOR.
      *-- COPY DE COMUNICACION CON LA RUTINA DE CICLO DE VIDA MPBACIC.
           COPY MPYACIC.

           EXEC SQL INCLUDE D4463400 END-EXEC.

               SET NO-LECTURA-DIRECTA        TO TRUE
           END-IF

      *--  SI NO LLEGA UMBRAL DE CRIBADO POR SYSIN, O LLEGA NO NUMERICO
      *--  O A CERO, SE MANTIENE EL CN-UMBRAL-CRIBADO POR DEFECTO.
           IF  WK-UMBRAL-CRIBADO-AN NUMERIC
           AND WK-UMBRAL-CRIBADO-AN > ZEROES
               MOVE WK-UMBRAL-CRIBADO-AN     TO WK-UMBRAL-CRIBADO
           ELSE
               MOVE CN-UMBRAL-CRIBADO        TO WK-UMBRAL-CRIBADO
           END-IF

      *-   COMPROBAMOS SI EXISTE UN CHECKPOINT DE UNA EJECUCION ANTERIOR
      *-   NO FINALIZADA, PARA REARRANCAR A PARTIR DE DONDE SE QUEDO.
           PERFORM 1050-VERIFICAR-REINICIO
                               MPCITIV1
                               MPCITIS3
                               MPCITIS4
                               MPCITIS5
               ELSE
                   OPEN INPUT MPCITIE1
                       OUTPUT MPCITIS1
                              MPCITIV1
                              MPCITIS3
                              MPCITIS4
                              MPCITIS5
               END-IF
           END-IF


           END-IF

      *--  FICHERO DE RETENCION DE CUMPLIMIENTO (NO SE ABRE EN MODO
      *--  SIMULACION)
           IF  NO-SIMULACION
           AND FS-MPCITIS5 NOT = CA-FSOK
               MOVE CA-F                     TO WK-TIPO-ERROR
               MOVE CA-ERROR-FS-OPEN         TO WK-DESCRIPCION
               MOVE CA-PRRF-1100             TO WK-PARRAFO
               MOVE CA-MPCITIS5              TO WK-DDNAME
               MOVE FS-MPCITIS5              TO WK-FILE-STATUS
               MOVE SPACES                   TO WK-DATOS-REGISTRO

               PERFORM 9000-CANCELACION
                  THRU 9000-CANCELACION-EXIT

           END-IF

      *--  LA COPIA CLARA DE RETENCION SOLO EXISTE CUANDO SE PROTEGE
      *--  EL FICHERO TRANSMITIDO.
           IF  SI-PROTEGIDO
                   PERFORM 2080-COMPROBAR-DUPLICADO-NUMFORM
                      THRU 2080-COMPROBAR-DUPLICADO-NUMFORM-EXIT

                   PERFORM 2200-CRIBAR-SANCIONES
                      THRU 2200-CRIBAR-SANCIONES-EXIT

                   IF  SI-RETENIDO-SANCION
                       PERFORM 2250-RETENER-SANCION
                          THRU 2250-RETENER-SANCION-EXIT
                   ELSE
                       PERFORM 2090-CONTROL-TOPE
                          THRU 2090-CONTROL-TOPE-EXIT

                       IF  SI-TOPE-EXCEDIDO
                           PERFORM 2095-RETENER-FORMULARIO
                              THRU 2095-RETENER-FORMULARIO-EXIT
                       ELSE
                           PERFORM 2100-MOVER-SALIDA
                              THRU 2100-MOVER-SALIDA-EXIT

                           PERFORM 9200-ESCRIBIR-SALIDA
                              THRU 9200-ESCRIBIR-SALIDA-EXIT
                       END-IF
                   END-IF
               ELSE
                   PERFORM 9600-ESCRIBIR-REVISION
                  THRU 9400-ESCRIBIR-RECHAZO-EXIT
           END-IF

           PERFORM 2800-ANOTAR-CICLO-VIDA
              THRU 2800-ANOTAR-CICLO-VIDA-EXIT

           PERFORM 2900-GRABAR-CHECKPOINT
              THRU 2900-GRABAR-CHECKPOINT-EXIT

       2000-PROCESO-EXIT.
           EXIT.

      ******************************************************************
      ***                 2800-ANOTAR-CICLO-VIDA                     ***
      **                  ----------------------                      **
      * SE ANOTA EN EL CICLO DE VIDA DEL FORMULARIO SU RECEPCION Y EL  *
      * RESULTADO DE SU TRATAMIENTO, EN EL MISMO ORDEN EN QUE SE HAN   *
      * EVALUADO EN 2000-PROCESO. EN SIMULACION NO SE ANOTA NADA, Y    *
      * LOS RECHAZOS POR TOKEN YA PROCESADO O POR WATERMARK TAMPOCO:   *
      * EL FORMULARIO YA SE TRATO Y SU CICLO NO DEBE ALTERARSE.        *
      ******************************************************************
       2800-ANOTAR-CICLO-VIDA.

           IF  SI-SIMULACION
            OR MPYITI02-NUMFORM NOT NUMERIC
            OR MPYITI02-NUMFORM = ZEROES
            OR WK-MOTIVO-RECHAZO = CA-MOTIVO-DUPLICADO
            OR WK-MOTIVO-RECHAZO = CA-MOTIVO-WATERMARK
               GO TO 2800-ANOTAR-CICLO-VIDA-EXIT
           END-IF

           MOVE CA-CIC-RECIBIDO              TO WK-ESTADO-CICLO
           MOVE SPACES                       TO WK-MOTIVO-CICLO

           PERFORM 2810-LLAMAR-MPBACIC
              THRU 2810-LLAMAR-MPBACIC-EXIT

           EVALUATE  TRUE
               WHEN  NO-REGISTRO-VALIDO
                     MOVE CA-CIC-RECHAZADO   TO WK-ESTADO-CICLO
                     MOVE WK-MOTIVO-RECHAZO  TO WK-MOTIVO-CICLO

               WHEN  NO-FIRMANTE-VALIDO
                     MOVE CA-CIC-REVISION    TO WK-ESTADO-CICLO
                     MOVE WK-MOTIVO-RECHAZO  TO WK-MOTIVO-CICLO

               WHEN  SI-RETENIDO-SANCION
                     MOVE CA-CIC-SANCION     TO WK-ESTADO-CICLO
                     MOVE CA-MOTIVO-CIC-SANCION
                                             TO WK-MOTIVO-CICLO

               WHEN  SI-TOPE-EXCEDIDO
                     MOVE CA-CIC-RETENIDO-TOPE
                                             TO WK-ESTADO-CICLO
                     MOVE CA-MOTIVO-CIC-TOPE TO WK-MOTIVO-CICLO

               WHEN  OTHER
                     MOVE CA-CIC-TRANSMITIDO TO WK-ESTADO-CICLO
                     MOVE SPACES             TO WK-MOTIVO-CICLO

           END-EVALUATE

           PERFORM 2810-LLAMAR-MPBACIC
              THRU 2810-LLAMAR-MPBACIC-EXIT

           .
       2800-ANOTAR-CICLO-VIDA-EXIT.
           EXIT.

      ******************************************************************
      ***                 2810-LLAMAR-MPBACIC                        ***
      **                  -------------------                         **
      * SE ANOTA EL ESTADO INDICADO CON LA RUTINA MPBACIC.             *
      ******************************************************************
       2810-LLAMAR-MPBACIC.

           INITIALIZE MPYACIC
           MOVE CA-CIC-ANOTAR                TO MPYACIC-FUNCION-E
           MOVE MPYITI02-NUMFORM             TO MPYACIC-NUMFORM-E
           MOVE WK-ESTADO-CICLO              TO MPYACIC-ESTADO-E
           MOVE CA-MPCITI06-LAT              TO MPYACIC-PROGRAMA-E
           MOVE WK-MOTIVO-CICLO              TO MPYACIC-MOTIVO-E

           CALL CA-MPBACIC               USING MPYACIC

           IF  MPYACIC-RETORNO NOT = CA-CIC-RETORNO-OK
               MOVE CA-R                     TO WK-TIPO-ERROR
               MOVE MPYACIC-RETORNO          TO WK-COD-RETORNO
               MOVE CA-ERR-CICLO             TO WK-DESCRIPCION
               MOVE CA-PRRF-2810             TO WK-PARRAFO
               MOVE CA-MPBACIC               TO WK-RUTINA
               MOVE MPYACIC-DESCRIPCION      TO WK-PARAMETROS

               PERFORM 9000-CANCELACION
                  THRU 9000-CANCELACION-EXIT

           END-IF

           .
       2810-LLAMAR-MPBACIC-EXIT.
           EXIT.

      ******************************************************************
      ***                 2900-GRABAR-CHECKPOINT                     ***
      **                  -----------------------                     **
       2100-MOVER-SALIDA-EXIT.
           EXIT.

      ******************************************************************
      ***                 2200-CRIBAR-SANCIONES                      ***
      **                  ---------------------                       **
      * SE CRIBAN EL DOCUMENTO Y EL NOMBRE DEL AUTORIZADO Y EL NOMBRE  *
      * DE LA EMPRESA CONTRA LA LISTA DE SANCIONES, NORMALIZADOS CON LA*
      * MISMA RUTINA QUE LA CARGA DE LA LISTA. SE QUEDA LA COINCIDENCIA*
      * DE MAYOR PUNTUACION: DOCUMENTO 100, NOMBRE EXACTO 95 Y MISMAS  *
      * PALABRAS EN OTRO ORDEN 90. SI ALCANZA EL UMBRAL, EL FORMULARIO *
      * SE RETIENE. LOS LIBERADOS POR CUMPLIMIENTO NO SE CRIBAN.       *
      ******************************************************************
       2200-CRIBAR-SANCIONES.

           SET NO-RETENIDO-SANCION           TO TRUE
           MOVE ZEROES                       TO MPYITI02-PUNTUACION
           MOVE SPACES                       TO MPYITI02-CAMPO-COINC
                                                MPYITI02-REFLISTA

      *--  FORMULARIO YA REVISADO Y LIBERADO POR CUMPLIMIENTO: VUELVE
      *--  A ENTRAR DESDE EL FICHERO DE LIBERADOS Y NO SE CRIBA.
           IF  MPYITI02-IND-LIBERADO = CA-IND-LIBERADO
               ADD CN-1                      TO CT-LIBERADOS-SANCION
               GO TO 2200-CRIBAR-SANCIONES-EXIT
           END-IF

      *--  DOCUMENTO DEL AUTORIZADO.
           INITIALIZE MPYANOR
           MOVE CA-FUNCION-DOCUMENTO         TO MPYANOR-FUNCION-E
           MOVE CA-TIPO-PERSONA              TO MPYANOR-TIPENTID-E
           MOVE MPYITI02-DOCAUTOR            TO MPYANOR-TEXTO-E

           PERFORM 2210-LLAMAR-MPBANOR
              THRU 2210-LLAMAR-MPBANOR-EXIT

           IF  MPYANOR-PALABRAS-S > ZEROES
               MOVE MPYANOR-NORMAL-S         TO WK-CRB-DOCUMENTO

               PERFORM 2220-BUSCAR-DOCUMENTO
                  THRU 2220-BUSCAR-DOCUMENTO-EXIT
           END-IF

      *--  NOMBRE DEL AUTORIZADO, CONTRA LAS PERSONAS DE LA LISTA.
           INITIALIZE MPYANOR
           MOVE CA-FUNCION-NOMBRE            TO MPYANOR-FUNCION-E
           MOVE CA-TIPO-PERSONA              TO MPYANOR-TIPENTID-E
           MOVE MPYITI02-NOMAUTOR            TO MPYANOR-TEXTO-E
           MOVE CA-CAMPO-AUTORIZADO          TO WK-CRB-CAMPO

           PERFORM 2210-LLAMAR-MPBANOR
              THRU 2210-LLAMAR-MPBANOR-EXIT

           PERFORM 2230-BUSCAR-NOMBRE
              THRU 2230-BUSCAR-NOMBRE-EXIT

      *--  NOMBRE DE LA EMPRESA, CONTRA LAS ENTIDADES DE LA LISTA.
           INITIALIZE MPYANOR
           MOVE CA-FUNCION-NOMBRE            TO MPYANOR-FUNCION-E
           MOVE CA-TIPO-ENTIDAD              TO MPYANOR-TIPENTID-E
           MOVE MPYITI02-ALIEMPRE            TO MPYANOR-TEXTO-E
           MOVE CA-CAMPO-EMPRESA             TO WK-CRB-CAMPO

           PERFORM 2210-LLAMAR-MPBANOR
              THRU 2210-LLAMAR-MPBANOR-EXIT

           PERFORM 2230-BUSCAR-NOMBRE
              THRU 2230-BUSCAR-NOMBRE-EXIT

           IF  MPYITI02-PUNTUACION NOT < WK-UMBRAL-CRIBADO
               SET SI-RETENIDO-SANCION       TO TRUE
           END-IF

           .
       2200-CRIBAR-SANCIONES-EXIT.
           EXIT.

      ******************************************************************
      ***                 2210-LLAMAR-MPBANOR                        ***
      **                  -------------------                         **
      * SE NORMALIZA EL TEXTO INDICADO CON LA RUTINA MPBANOR.          *
      ******************************************************************
       2210-LLAMAR-MPBANOR.

           CALL CA-MPBANOR               USING MPYANOR

           IF  MPYANOR-RETORNO NOT = CA-NOR-RETORNO-OK
               MOVE CA-R                     TO WK-TIPO-ERROR
               MOVE MPYANOR-RETORNO          TO WK-COD-RETORNO
               MOVE CA-ERR-NORMALIZAR        TO WK-DESCRIPCION
               MOVE CA-PRRF-2210             TO WK-PARRAFO
               MOVE CA-MPBANOR               TO WK-RUTINA
               MOVE MPYANOR-DESCRIPCION      TO WK-PARAMETROS

               PERFORM 9000-CANCELACION
                  THRU 9000-CANCELACION-EXIT

           END-IF

           .
       2210-LLAMAR-MPBANOR-EXIT.
           EXIT.

      ******************************************************************
      ***                 2220-BUSCAR-DOCUMENTO                      ***
      **                  ---------------------                       **
      * SE BUSCA EL DOCUMENTO NORMALIZADO ENTRE LAS PERSONAS DE LA     *
      * LISTA.                                                         *
      ******************************************************************
       2220-BUSCAR-DOCUMENTO.

           EXEC SQL
                SELECT G3221_REFLISTA
                  INTO :G3221-REFLISTA
                  FROM LISTA_SANCION
                 WHERE G3221_DOCUMENT = :WK-CRB-DOCUMENTO
                   AND G3221_TIPENTID = :CA-TIPO-PERSONA
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE

           EVALUATE  TRUE
               WHEN  DB2-OK
                     MOVE CA-CAMPO-DOCUMENTO TO WK-CRB-CAMPO
                     MOVE CN-PUNT-DOCUMENTO  TO WK-CRB-PUNTOS
                     MOVE G3221-REFLISTA     TO WK-CRB-REFLISTA

                     PERFORM 2240-ANOTAR-COINCIDENCIA
                        THRU 2240-ANOTAR-COINCIDENCIA-EXIT

               WHEN  DB2-CLV-NOT-FOUND
                     CONTINUE

               WHEN  OTHER
                     PERFORM 2290-ERROR-LISTA-SANCION
                        THRU 2290-ERROR-LISTA-SANCION-EXIT

           END-EVALUATE

           .
       2220-BUSCAR-DOCUMENTO-EXIT.
           EXIT.

      ******************************************************************
      ***                 2230-BUSCAR-NOMBRE                         ***
      **                  ------------------                          **
      * SE BUSCA EL NOMBRE NORMALIZADO ENTRE LOS TITULARES DEL MISMO   *
      * TIPO DE LA LISTA Y, SI NO COINCIDE, SU CLAVE DE PALABRAS       *
      * ORDENADAS.                                                     *
      ******************************************************************
       2230-BUSCAR-NOMBRE.

           IF  MPYANOR-PALABRAS-S = ZEROES
               GO TO 2230-BUSCAR-NOMBRE-EXIT
           END-IF

           MOVE MPYANOR-NORMAL-S             TO WK-CRB-NORMAL
           MOVE MPYANOR-CLAVE-S              TO WK-CRB-CLAVE
           MOVE MPYANOR-TIPENTID-E           TO WK-CRB-TIPENTID

           EXEC SQL
                SELECT G3221_REFLISTA
                  INTO :G3221-REFLISTA
                  FROM LISTA_SANCION
                 WHERE G3221_NOMNORM  = :WK-CRB-NORMAL
                   AND G3221_TIPENTID = :WK-CRB-TIPENTID
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE

           IF  DB2-OK
               MOVE CN-PUNT-NOMBRE           TO WK-CRB-PUNTOS
               MOVE G3221-REFLISTA           TO WK-CRB-REFLISTA

               PERFORM 2240-ANOTAR-COINCIDENCIA
                  THRU 2240-ANOTAR-COINCIDENCIA-EXIT

               GO TO 2230-BUSCAR-NOMBRE-EXIT
           END-IF

           IF  NOT DB2-CLV-NOT-FOUND
               PERFORM 2290-ERROR-LISTA-SANCION
                  THRU 2290-ERROR-LISTA-SANCION-EXIT
           END-IF

      *--  LAS MISMAS PALABRAS EN OTRO ORDEN (APELLIDOS Y NOMBRE
      *--  INVERTIDOS, POR EJEMPLO).
           EXEC SQL
                SELECT G3221_REFLISTA
                  INTO :G3221-REFLISTA
                  FROM LISTA_SANCION
                 WHERE G3221_NOMCLAVE = :WK-CRB-CLAVE
                   AND G3221_TIPENTID = :WK-CRB-TIPENTID
                 FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE

           EVALUATE  TRUE
               WHEN  DB2-OK
                     MOVE CN-PUNT-CLAVE      TO WK-CRB-PUNTOS
                     MOVE G3221-REFLISTA     TO WK-CRB-REFLISTA

                     PERFORM 2240-ANOTAR-COINCIDENCIA
                        THRU 2240-ANOTAR-COINCIDENCIA-EXIT

               WHEN  DB2-CLV-NOT-FOUND
                     CONTINUE

               WHEN  OTHER
                     PERFORM 2290-ERROR-LISTA-SANCION
                        THRU 2290-ERROR-LISTA-SANCION-EXIT

           END-EVALUATE

           .
       2230-BUSCAR-NOMBRE-EXIT.
           EXIT.

      ******************************************************************
      ***                 2240-ANOTAR-COINCIDENCIA                   ***
      **                  ------------------------                    **
      * SE ANOTA LA COINCIDENCIA SI SUPERA A LA MEJOR HALLADA.         *
      ******************************************************************
       2240-ANOTAR-COINCIDENCIA.

           IF  WK-CRB-PUNTOS > MPYITI02-PUNTUACION
               MOVE WK-CRB-PUNTOS            TO MPYITI02-PUNTUACION
               MOVE WK-CRB-CAMPO             TO MPYITI02-CAMPO-COINC
               MOVE WK-CRB-REFLISTA          TO MPYITI02-REFLISTA
           END-IF

           .
       2240-ANOTAR-COINCIDENCIA-EXIT.
           EXIT.

      ******************************************************************
      ***                 2250-RETENER-SANCION                       ***
      **                  --------------------                        **
      * EL FORMULARIO COINCIDE CON LA LISTA DE SANCIONES: SE RETIENE EN*
      * MPCITIS5 CON LA PUNTUACION, EL CAMPO Y LA REFERENCIA DE LA     *
      * COINCIDENCIA, FUERA DEL EXTRACTO TRANSMITIDO. CUMPLIMIENTO LO  *
      * REVISA Y, SI ES UN FALSO POSITIVO, LO LIBERA CON MPCILIB PARA  *
      * LA ENTRADA DEL DIA SIGUIENTE.                                  *
      ******************************************************************
       2250-RETENER-SANCION.

      *--  EN MODO SIMULACION MPCITIS5 NO ESTA ABIERTO: SOLO SE
      *--  INCREMENTA EL CONTADOR PARA REFLEJAR LO QUE SE HUBIERA
      *--  RETENIDO.
           IF  SI-SIMULACION
               ADD CN-1                      TO CT-RETENIDOS-SANCION
               GO TO 2250-RETENER-SANCION-EXIT
           END-IF

           WRITE REG-MPCITIS5              FROM MPYITI02

           IF  FS-MPCITIS5 NOT = CA-FSOK
               MOVE CA-F                     TO WK-TIPO-ERROR
               MOVE CA-ERROR-FS-WRITE        TO WK-DESCRIPCION
               MOVE CA-PRRF-2250             TO WK-PARRAFO
               MOVE CA-MPCITIS5              TO WK-DDNAME
               MOVE FS-MPCITIS5              TO WK-FILE-STATUS
               MOVE MPYITI02                 TO WK-DATOS-REGISTRO

               PERFORM 9000-CANCELACION
                  THRU 9000-CANCELACION-EXIT

           END-IF

           ADD CN-1                          TO CT-RETENIDOS-SANCION

           .
       2250-RETENER-SANCION-EXIT.
           EXIT.

      ******************************************************************
      ***                 2290-ERROR-LISTA-SANCION                   ***
      **                  ------------------------                    **
      * ERROR EN EL ACCESO A LA LISTA DE SANCIONES: SE CANCELA, YA QUE *
      * UN FORMULARIO NO PUEDE TRANSMITIRSE SIN HABERSE CRIBADO.       *
      ******************************************************************
       2290-ERROR-LISTA-SANCION.

           MOVE CA-D                         TO WK-TIPO-ERROR
           MOVE CA-ERR-SANCION               TO WK-DESCRIPCION
           MOVE CA-PRRF-2200                 TO WK-PARRAFO
           MOVE SQLCA                        TO WK-SQLCA
           MOVE CA-LISTA-SANCION             TO WK-TABLA-DB2
           MOVE CA-SELECT                    TO WK-DATOS-ACCESO

           PERFORM 9000-CANCELACION
              THRU 9000-CANCELACION-EXIT

           .
       2290-ERROR-LISTA-SANCION-EXIT.
           EXIT.

      ******************************************************************
      ***                    3000-FIN                                ***
      **                     --------                                 **
                     MPCITIV1
                     MPCITIS3
                     MPCITIS4
                     MPCITIS5
                     MPCITIA1
                     MPCITIH1
           END-IF

           END-IF

           IF  NO-SIMULACION
           AND FS-MPCITIS5 NOT = CA-FSOK
               MOVE CA-F                     TO WK-TIPO-ERROR
               MOVE CA-MPCITIS5              TO WK-DDNAME
               MOVE CA-PRRF-3100             TO WK-PARRAFO
               MOVE CA-ERROR-FS-CLOSE        TO WK-DESCRIPCION
               MOVE FS-MPCITIS5              TO WK-FILE-STATUS
               MOVE SPACES                   TO WK-DATOS-REGISTRO

               PERFORM 9000-CANCELACION
                  THRU 9000-CANCELACION-EXIT

           END-IF

           IF  SI-PROTEGIDO
           AND NO-SIMULACION
               CLOSE MPCITIC1
           MOVE CT-RECHAZADOS-MPCITIR1       TO CT-EDIT-MPCITIR1
           MOVE CT-DUPLIC-NUMFORM            TO CT-EDIT-DUPLIC-NUMFORM
           MOVE CT-REVISION-MPCITIV1         TO CT-EDIT-REVISION
           MOVE CT-RETENIDOS-SANCION
              TO CT-EDIT-RETENIDOS-SANCION
           MOVE CT-LIBERADOS-SANCION
              TO CT-EDIT-LIBERADOS-SANCION

           DISPLAY CA-ASTERISCOS
           DISPLAY CA-ASTERISCOS
           DISPLAY CA-SALIDA1  CT-EDIT-MPCITIS1
           DISPLAY CA-RECHAZO1 CT-EDIT-MPCITIR1
           DISPLAY CA-REVISION1 CT-EDIT-REVISION
           DISPLAY CA-RETENIDOS-SANCION CT-EDIT-RETENIDOS-SANCION
           DISPLAY CA-ASTERISCOS

      *--  RESUMEN DE FORMULARIOS DUPLICADOS, SOLO SE MUESTRA SI SE HA
               DISPLAY CA-ASTERISCOS
           END-IF

      *--  FORMULARIOS LIBERADOS POR CUMPLIMIENTO QUE HAN VUELTO A
      *--  ENTRAR SIN CRIBARSE, SOLO SI LOS HAY.
           IF  CT-LIBERADOS-SANCION NOT = ZEROES
               DISPLAY CA-LIBERADOS-SANCION CT-EDIT-LIBERADOS-SANCION
               DISPLAY CA-ASTERISCOS
           END-IF

           IF  SI-SIMULACION
               DISPLAY CA-SIMULACION
               DISPLAY CA-ASTERISCOS
