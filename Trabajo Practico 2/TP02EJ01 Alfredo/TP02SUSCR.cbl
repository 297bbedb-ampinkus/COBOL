      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02SUSCR.CBL - Suscripciones con cargo recurrente en
      *          tarjeta (debito automatico en tarjeta). Los
      *          clientes adhieren sus servicios (streaming, gimnasio,
      *          seguros) para que se cobren todos los meses en la
      *          tarjeta y, cuando pedian la baja, no habia forma de
      *          frenar el cargo porque el comercio lo manda mezclado
      *          con el feed normal. Mantiene SUSCRIPCIONES.TXT con los
      *          pedidos de SUSCRIPCIONES_NOVEDADES.SEQ que toma el call
      *          center (operador firmado via TP02SIGN):
      *          Tipo A (alta): tarjeta activa en el master via
      *          MAESTARJ, comercio y referencia informados, moneda de
      *          MONEDAS.TXT, tope mayor a cero y frecuencia valida; no
      *          puede haber otra suscripcion activa de la misma
      *          tarjeta, comercio y referencia.
      *          Tipo B (baja): la suscripcion tiene que existir y estar
      *          activa; queda cancelada con la fecha del proceso y
      *          desde ese momento TP02VALID rechaza sus cargos.
      *          El archivo se carga en memoria y se regraba completo.
      *            TP02SUSCR
      *          Codigo de retorno: 0 sin novedades, 4 si hubo pedidos
      *          rechazados, 99 si no se pudo actualizar el archivo.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02SUSCR.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Pedidos de alta y baja de suscripciones tomados por el
      *    call center
           SELECT ENT-NOVEDADES
           ASSIGN TO '../SUSCRIPCIONES_NOVEDADES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

      *    Nombre logico del archivo: ENT-SUSCRIPCIONES
      *    Nombre fisico del archivo: ../SUSCRIPCIONES.TXT
           SELECT ENT-SUSCRIPCIONES
           ASSIGN TO '../SUSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SUSCRIPCIONES.

      *    Nombre logico del archivo: ENT-MONEDAS
      *    Nombre fisico del archivo: ../MONEDAS.TXT
           SELECT ENT-MONEDAS
           ASSIGN TO '../MONEDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MONEDAS.

      *****ARCHIVO DE SALIDA
      *    Registro de suscripciones, regrabado entero desde la tabla
           SELECT SAL-SUSCRIPCIONES
           ASSIGN TO '../SUSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SUSCRIPCIONES.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD-SUSCRIPCION.
          05 REG-NOV-TIPO              PIC X(01).
             88 REG-NOV-ALTA               VALUE 'A'.
             88 REG-NOV-BAJA               VALUE 'B'.
          05 REG-NOV-TARJETA           PIC X(19).
          05 REG-NOV-COMERCIO          PIC 9(06).
          05 REG-NOV-REFERENCIA        PIC X(12).
          05 REG-NOV-MONEDA            PIC X(03).
          05 REG-NOV-TOPE              PIC 9(08)V9(02).
          05 REG-NOV-FRECUENCIA        PIC X(01).
             88 REG-NOV-FREC-VALIDA        VALUE 'M' 'B' 'T' 'S' 'A'.
          05 REG-NOV-OPERADOR          PIC X(08).

       FD ENT-SUSCRIPCIONES.
       01 FD-ENT-SUSCRIPCION           PIC X(90).

       FD ENT-MONEDAS.
           COPY MONEDAS.

       FD SAL-SUSCRIPCIONES.
       01 FD-SAL-SUSCRIPCION           PIC X(90).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-NOVEDADES                  PIC X(2).
             88 FS-ENT-NOVEDADES-OK                VALUE '00'.
             88 FS-ENT-NOVEDADES-NFD               VALUE '35'.
          05 FS-ENT-SUSCRIPCIONES              PIC X(2).
             88 FS-ENT-SUSCRIPCIONES-OK            VALUE '00'.
             88 FS-ENT-SUSCRIPCIONES-NFD           VALUE '35'.
          05 FS-ENT-MONEDAS                    PIC X(2).
             88 FS-ENT-MONEDAS-OK                  VALUE '00'.
             88 FS-ENT-MONEDAS-NFD                 VALUE '35'.
          05 FS-SAL-SUSCRIPCIONES              PIC X(2).
             88 FS-SAL-SUSCRIPCIONES-OK            VALUE '00'.
             88 FS-SAL-SUSCRIPCIONES-NFD           VALUE '35'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.

      * Suscripcion en proceso
           COPY SUSCRIPC.

      * Fecha del proceso
       01 WS-FECHA-PROCESO                     PIC 9(8).
       01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
          05 WS-FP-ANIO                PIC 9(04).
          05 WS-FP-MES                 PIC 9(02).
          05 WS-FP-DIA                 PIC 9(02).
       01 WS-FECHA-HOY.
          05 WS-HOY-ANIO               PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-MES                PIC 9(02).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-DIA                PIC 9(02).

      * Switches de fin de archivo
       01 WS-NOVEDADES-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES                  VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO                   VALUE 'FALSE'.
       01 WS-SUSCRIPCIONES-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-SUSCRIPCIONES-EOF-YES              VALUE 'TRUE'.
          88 WS-SUSCRIPCIONES-EOF-NO               VALUE 'FALSE'.
       01 WS-MONEDAS-CARGA-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-MONEDAS-CARGA-EOF-YES              VALUE 'TRUE'.
          88 WS-MONEDAS-CARGA-EOF-NO               VALUE 'FALSE'.

      * Monedas validas del sistema (MONEDAS.TXT, o ARS/USD si no
      * existe)
       77 WS-INDICE-MONEDA                     PIC 9(02) VALUE 1.
       77 WS-CANT-MONEDAS                      PIC 9(02) VALUE 0.
       01 WS-TABLA-MONEDAS.
          05 WS-MONEDA-ITEM OCCURS 10 TIMES.
             10 WS-MONEDA-ITEM-CODIGO     PIC X(03).
       01 WS-MONEDA-VALIDA                     PIC X(03) VALUE 'NO'.
          88 WS-MONEDA-VALIDA-SI                   VALUE 'SI'.
          88 WS-MONEDA-VALIDA-NO                   VALUE 'NO'.

      * Suscripciones en memoria (el archivo se regraba completo)
       77 WS-INDICE-SUS                        PIC 9(04) VALUE 1.
       77 WS-CANT-SUS                          PIC 9(04) VALUE 0.
       01 WS-TABLA-SUSCRIPCIONES.
          05 WS-SUS-LINEA OCCURS 5000 TIMES    PIC X(90).
       01 WS-SUSCRIPCION-ENCONTRADA            PIC X(02) VALUE 'NO'.
          88 WS-SUSCRIPCION-ENCONTRADA-SI          VALUE 'SI'.
          88 WS-SUSCRIPCION-ENCONTRADA-NO          VALUE 'NO'.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-ALTAS                     PIC 9(05) VALUE 0.
          05 WS-CANT-BAJAS                     PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-NOVEDADES
              THRU 2000-PROCESAR-NOVEDADES-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Se carga el registro completo; si la tabla no alcanza no se
      * puede regrabar sin perder suscripciones: se corta sin tocarlo.
       1200-CARGAR-SUSCRIPCIONES.
           OPEN INPUT ENT-SUSCRIPCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-SUSCRIPCIONES-OK
                   PERFORM 1210-LEER-SUSCRIPCION
                      THRU 1210-LEER-SUSCRIPCION-EXIT
                      UNTIL WS-SUSCRIPCIONES-EOF-YES
                   CLOSE ENT-SUSCRIPCIONES
               WHEN FS-ENT-SUSCRIPCIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SUSCRIPCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SUSCRIPCIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-SUSCRIPCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-SUSCRIPCION.
           READ ENT-SUSCRIPCIONES
               AT END
                   SET WS-SUSCRIPCIONES-EOF-YES TO TRUE
                   GO TO 1210-LEER-SUSCRIPCION-EXIT
           END-READ.

           IF WS-CANT-SUS NOT LESS THAN 5000
              DISPLAY 'SUSCRIPCIONES.TXT TIENE MAS DE 5000 '
                 'SUSCRIPCIONES: NO SE ACTUALIZA'
              CLOSE ENT-SUSCRIPCIONES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-SUS.
           MOVE FD-ENT-SUSCRIPCION TO WS-SUS-LINEA(WS-CANT-SUS).

       1210-LEER-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1290-CARGAR-MONEDAS.
           OPEN INPUT ENT-MONEDAS.
           EVALUATE TRUE
               WHEN FS-ENT-MONEDAS-OK
                   PERFORM 1295-LEER-MONEDA
                      THRU 1295-LEER-MONEDA-EXIT
                      UNTIL WS-MONEDAS-CARGA-EOF-YES
                   CLOSE ENT-MONEDAS
               WHEN FS-ENT-MONEDAS-NFD
                   MOVE 'ARS' TO WS-MONEDA-ITEM-CODIGO(1)
                   MOVE 'USD' TO WS-MONEDA-ITEM-CODIGO(2)
                   MOVE 2 TO WS-CANT-MONEDAS
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MONEDAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MONEDAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1290-CARGAR-MONEDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1295-LEER-MONEDA.
           READ ENT-MONEDAS
               AT END
                   SET WS-MONEDAS-CARGA-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-MONEDAS LESS THAN 10
                      ADD 1 TO WS-CANT-MONEDAS
                      MOVE REG-MONEDA-CODIGO
                        TO WS-MONEDA-ITEM-CODIGO(WS-CANT-MONEDAS)
                   ELSE
                      DISPLAY 'MONEDAS.TXT TIENE MAS DE 10 MONEDAS, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1295-LEER-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Altas y bajas de suscripciones (cargos recurrentes en tarjeta)
       2000-PROCESAR-NOVEDADES.
           OPEN INPUT ENT-NOVEDADES.
           EVALUATE TRUE
               WHEN FS-ENT-NOVEDADES-OK
                   CONTINUE
               WHEN FS-ENT-NOVEDADES-NFD
                   DISPLAY 'NO HAY PEDIDOS DE SUSCRIPCIONES'
                   GO TO 2000-PROCESAR-NOVEDADES-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SUSCRIPCIONES_NOVEDADES.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-NOVEDADES
                   MOVE 99 TO RETURN-CODE
                   GO TO 2000-PROCESAR-NOVEDADES-EXIT
           END-EVALUATE.

           PERFORM 1200-CARGAR-SUSCRIPCIONES
              THRU 1200-CARGAR-SUSCRIPCIONES-EXIT.
           PERFORM 1290-CARGAR-MONEDAS
              THRU 1290-CARGAR-MONEDAS-EXIT.

           PERFORM 2100-LEER-NOVEDAD
              THRU 2100-LEER-NOVEDAD-EXIT
              UNTIL WS-NOVEDADES-EOF-YES.
           CLOSE ENT-NOVEDADES.

           IF WS-CANT-ALTAS EQUAL 0 AND WS-CANT-BAJAS EQUAL 0
              GO TO 2000-PROCESAR-NOVEDADES-EXIT
           END-IF.

           OPEN OUTPUT SAL-SUSCRIPCIONES.
           IF NOT FS-SAL-SUSCRIPCIONES-OK
              DISPLAY 'ERROR AL ABRIR SUSCRIPCIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUSCRIPCIONES
              MOVE 99 TO RETURN-CODE
              GO TO 2000-PROCESAR-NOVEDADES-EXIT
           END-IF.

           PERFORM 2900-GRABAR-SUSCRIPCION
              THRU 2900-GRABAR-SUSCRIPCION-EXIT
              VARYING WS-INDICE-SUS FROM 1 BY 1
              UNTIL WS-INDICE-SUS GREATER THAN WS-CANT-SUS.
           CLOSE SAL-SUSCRIPCIONES.

       2000-PROCESAR-NOVEDADES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-NOVEDAD.
           READ ENT-NOVEDADES
               AT END
                   SET WS-NOVEDADES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2200-PROCESAR-NOVEDAD
                      THRU 2200-PROCESAR-NOVEDAD-EXIT
           END-READ.

       2100-LEER-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-PROCESAR-NOVEDAD.
      * El operador tiene que estar firmado (alcanza el nivel de
      * consulta, como para anotar un contacto).
           MOVE REG-NOV-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              DISPLAY 'PEDIDO RECHAZADO: OPERADOR SIN SIGN-ON '
                 REG-NOV-OPERADOR
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-NOVEDAD-EXIT
           END-IF.

           IF REG-NOV-COMERCIO NOT NUMERIC
              OR REG-NOV-COMERCIO EQUAL 0
              OR REG-NOV-REFERENCIA EQUAL SPACES
              DISPLAY 'PEDIDO RECHAZADO: FALTA COMERCIO O REFERENCIA, '
                 'TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-NOVEDAD-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN REG-NOV-ALTA
                   PERFORM 2300-ALTA-SUSCRIPCION
                      THRU 2300-ALTA-SUSCRIPCION-EXIT
               WHEN REG-NOV-BAJA
                   PERFORM 2400-BAJA-SUSCRIPCION
                      THRU 2400-BAJA-SUSCRIPCION-EXIT
               WHEN OTHER
                   DISPLAY 'PEDIDO RECHAZADO: TIPO INVALIDO '
                      REG-NOV-TIPO ' TARJETA ' REG-NOV-TARJETA
                   ADD 1 TO WS-CANT-RECHAZADAS
           END-EVALUATE.

       2200-PROCESAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta: tarjeta activa, moneda valida, tope y frecuencia, y que
      * no haya ya una suscripcion activa con la misma clave.
       2300-ALTA-SUSCRIPCION.
           INITIALIZE LK-TARJETA.
           SET LK-MODO-LEER TO TRUE.
           MOVE REG-NOV-TARJETA TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'ALTA RECHAZADA: TARJETA INEXISTENTE '
                 REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-ALTA-SUSCRIPCION-EXIT
           END-IF.
           IF NOT LK-ESTADO-O-ACTIVA
              DISPLAY 'ALTA RECHAZADA: TARJETA NO ACTIVA '
                 REG-NOV-TARJETA ' ESTADO ' LK-ESTADO-O
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-ALTA-SUSCRIPCION-EXIT
           END-IF.

           SET WS-MONEDA-VALIDA-NO TO TRUE.
           PERFORM 2320-COMPARAR-MONEDA
              THRU 2320-COMPARAR-MONEDA-EXIT
              VARYING WS-INDICE-MONEDA FROM 1 BY 1
              UNTIL WS-INDICE-MONEDA GREATER THAN WS-CANT-MONEDAS
                 OR WS-MONEDA-VALIDA-SI.
           IF WS-MONEDA-VALIDA-NO
              DISPLAY 'ALTA RECHAZADA: MONEDA INVALIDA '
                 REG-NOV-MONEDA ' TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-ALTA-SUSCRIPCION-EXIT
           END-IF.

           IF REG-NOV-TOPE NOT NUMERIC
              OR REG-NOV-TOPE EQUAL 0
              DISPLAY 'ALTA RECHAZADA: TOPE INVALIDO, TARJETA '
                 REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-ALTA-SUSCRIPCION-EXIT
           END-IF.

           IF NOT REG-NOV-FREC-VALIDA
              DISPLAY 'ALTA RECHAZADA: FRECUENCIA INVALIDA '
                 REG-NOV-FRECUENCIA ' TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-ALTA-SUSCRIPCION-EXIT
           END-IF.

           PERFORM 2500-BUSCAR-ACTIVA
              THRU 2500-BUSCAR-ACTIVA-EXIT.
           IF WS-SUSCRIPCION-ENCONTRADA-SI
              DISPLAY 'ALTA RECHAZADA: YA ESTA ADHERIDA, TARJETA '
                 REG-NOV-TARJETA ' COMERCIO ' REG-NOV-COMERCIO
                 ' REFERENCIA ' REG-NOV-REFERENCIA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-ALTA-SUSCRIPCION-EXIT
           END-IF.

           IF WS-CANT-SUS NOT LESS THAN 5000
              DISPLAY 'ALTA RECHAZADA: SUSCRIPCIONES.TXT LLENO, '
                 'TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-ALTA-SUSCRIPCION-EXIT
           END-IF.

           INITIALIZE REG-SUSCRIPCION.
           MOVE REG-NOV-TARJETA     TO REG-SUS-TARJETA.
           MOVE REG-NOV-COMERCIO    TO REG-SUS-COMERCIO.
           MOVE REG-NOV-REFERENCIA  TO REG-SUS-REFERENCIA.
           MOVE REG-NOV-MONEDA      TO REG-SUS-MONEDA.
           MOVE REG-NOV-TOPE        TO REG-SUS-TOPE.
           MOVE REG-NOV-FRECUENCIA  TO REG-SUS-FRECUENCIA.
           SET REG-SUS-ACTIVA       TO TRUE.
           MOVE WS-FECHA-HOY        TO REG-SUS-FECHA-ALTA.
           MOVE REG-NOV-OPERADOR    TO REG-SUS-OPERADOR.

           ADD 1 TO WS-CANT-SUS.
           MOVE REG-SUSCRIPCION TO WS-SUS-LINEA(WS-CANT-SUS).
           ADD 1 TO WS-CANT-ALTAS.
           DISPLAY 'SUSCRIPCION ALTA PARA LA TARJETA '
              REG-SUS-TARJETA ' COMERCIO ' REG-SUS-COMERCIO
              ' REFERENCIA ' REG-SUS-REFERENCIA.

       2300-ALTA-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2320-COMPARAR-MONEDA.
           IF REG-NOV-MONEDA EQUAL
                 WS-MONEDA-ITEM-CODIGO(WS-INDICE-MONEDA)
              SET WS-MONEDA-VALIDA-SI TO TRUE
           END-IF.

       2320-COMPARAR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Baja: la suscripcion activa queda cancelada con la fecha del
      * proceso; no se borra, para que TP02VALID pueda informar el
      * motivo del rechazo si el comercio sigue mandando el cargo.
       2400-BAJA-SUSCRIPCION.
           PERFORM 2500-BUSCAR-ACTIVA
              THRU 2500-BUSCAR-ACTIVA-EXIT.
           IF WS-SUSCRIPCION-ENCONTRADA-NO
              DISPLAY 'BAJA RECHAZADA: NO HAY SUSCRIPCION ACTIVA, '
                 'TARJETA ' REG-NOV-TARJETA ' COMERCIO '
                 REG-NOV-COMERCIO ' REFERENCIA ' REG-NOV-REFERENCIA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2400-BAJA-SUSCRIPCION-EXIT
           END-IF.

           MOVE WS-SUS-LINEA(WS-INDICE-SUS) TO REG-SUSCRIPCION.
           SET REG-SUS-CANCELADA TO TRUE.
           MOVE WS-FECHA-HOY     TO REG-SUS-FECHA-BAJA.
           MOVE REG-NOV-OPERADOR TO REG-SUS-OPERADOR.
           MOVE REG-SUSCRIPCION  TO WS-SUS-LINEA(WS-INDICE-SUS).
           ADD 1 TO WS-CANT-BAJAS.
           DISPLAY 'SUSCRIPCION BAJA PARA LA TARJETA '
              REG-SUS-TARJETA ' COMERCIO ' REG-SUS-COMERCIO
              ' REFERENCIA ' REG-SUS-REFERENCIA.

       2400-BAJA-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja WS-INDICE-SUS en la suscripcion activa con la tarjeta,
      * comercio y referencia del pedido, si la hay.
       2500-BUSCAR-ACTIVA.
           SET WS-SUSCRIPCION-ENCONTRADA-NO TO TRUE.
           PERFORM 2510-COMPARAR-SUSCRIPCION
              THRU 2510-COMPARAR-SUSCRIPCION-EXIT
              VARYING WS-INDICE-SUS FROM 1 BY 1
              UNTIL WS-INDICE-SUS GREATER THAN WS-CANT-SUS
                 OR WS-SUSCRIPCION-ENCONTRADA-SI.
           IF WS-SUSCRIPCION-ENCONTRADA-SI
              SUBTRACT 1 FROM WS-INDICE-SUS
           END-IF.

       2500-BUSCAR-ACTIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2510-COMPARAR-SUSCRIPCION.
           MOVE WS-SUS-LINEA(WS-INDICE-SUS) TO REG-SUSCRIPCION.
           IF REG-SUS-TARJETA    EQUAL REG-NOV-TARJETA
              AND REG-SUS-COMERCIO   EQUAL REG-NOV-COMERCIO
              AND REG-SUS-REFERENCIA EQUAL REG-NOV-REFERENCIA
              AND REG-SUS-ACTIVA
              SET WS-SUSCRIPCION-ENCONTRADA-SI TO TRUE
           END-IF.

       2510-COMPARAR-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-GRABAR-SUSCRIPCION.
           WRITE FD-SAL-SUSCRIPCION FROM WS-SUS-LINEA(WS-INDICE-SUS).
           IF NOT FS-SAL-SUSCRIPCIONES-OK
              DISPLAY 'ERROR AL GRABAR SUSCRIPCIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUSCRIPCIONES
              MOVE 99 TO RETURN-CODE
           END-IF.

       2900-GRABAR-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           DISPLAY 'PEDIDOS LEIDOS        : ' WS-CANT-LEIDAS.
           DISPLAY 'SUSCRIPCIONES ALTA    : ' WS-CANT-ALTAS.
           DISPLAY 'SUSCRIPCIONES BAJA    : ' WS-CANT-BAJAS.
           DISPLAY 'PEDIDOS RECHAZADOS    : ' WS-CANT-RECHAZADAS.

           IF WS-CANT-RECHAZADAS GREATER THAN 0
              AND RETURN-CODE EQUAL 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02SUSCR.
