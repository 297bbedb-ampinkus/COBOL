      *          OK en FEED_CONTROL.TXT; si no balancea informa la
      *          diferencia esperado-contra-leido, graba ER y termina
      *          con RETURN-CODE 99, y ningun lote de abajo arranca.
      *          Los cargos recurrentes de suscripciones vienen
      *          marcados con R al final del registro (y la
      *          referencia con la que el comercio identifica al
      *          cliente); se controlan contra
      *          SUSCRIPCIONES.TXT (TP02SUSCR) por tarjeta,
      *          comercio y referencia, y se rechazan si la suscripcion
      *          no existe, esta cancelada, el cargo supera el tope o
      *          viene en otra moneda, o llega antes de que se cumpla
      *          la frecuencia desde el ultimo cobro. Los rechazados
      *          cuentan para el balanceo pero no pasan a CONSUMOS.SEQ:
      *          quedan con el motivo en RECURRENTES_RECHAZADOS.TXT y
      *          no se facturan. Con veredicto OK se regraba el
      *          registro con la fecha del ultimo cobro aceptado. Los
      *          rechazos de cargos recurrentes no cambian el codigo de
      *          retorno (no frenan la cadena).
      *          CONSUMOS.SEQ se toma via CLBLOQUE antes de grabarlo,
      *          para no cruzarse con otro que lo grabe.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-FEED-CONTROL.

      *    Nombre logico del archivo: ENT-SUSCRIPCIONES
      *    Nombre fisico del archivo: ../SUSCRIPCIONES.TXT
           SELECT ENT-SUSCRIPCIONES
           ASSIGN TO '../SUSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SUSCRIPCIONES.

      *    Registro de suscripciones regrabado con el ultimo cobro
           SELECT SAL-SUSCRIPCIONES
           ASSIGN TO '../SUSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SUSCRIPCIONES.

      *    Nombre logico del archivo: SAL-RECHAZOS
      *    Nombre fisico del archivo: ../RECURRENTES_RECHAZADOS.TXT
      *    Cargos recurrentes que no se facturan, con motivo
           SELECT SAL-RECHAZOS
           ASSIGN TO '../RECURRENTES_RECHAZADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECHAZOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
             10 FILLER                 PIC X(88).
             10 REG-DET-IMPORTE        PIC 9(8)V9(2).
             10 FILLER                 PIC X(25).
      * Marca de cargo recurrente de suscripcion y referencia
      * (numero de socio, de poliza, ...) informada por el comercio
          05 REG-DET-RECURRENTE        PIC X(01).
             88 REG-DET-ES-RECURRENTE      VALUE 'R'.
          05 REG-DET-REF-SUSCRIPCION   PIC X(12).

       FD SAL-CONSUMOS.
       01 FD-CONSUMO-LIMPIO            PIC X(123).

       FD ENT-SUSCRIPCIONES.
       01 FD-ENT-SUSCRIPCION           PIC X(90).

       FD SAL-SUSCRIPCIONES.
       01 FD-SAL-SUSCRIPCION           PIC X(90).

       FD SAL-RECHAZOS.
       01 FD-RECHAZO.
          05 FD-RCH-CONSUMO            PIC X(123).
          05 FD-RCH-REFERENCIA         PIC X(12).
          05 FD-RCH-MOTIVO             PIC X(20).

       FD SAL-FEED-CONTROL.
           COPY FEEDCTL.

             88 FS-SAL-CONSUMOS-OK                 VALUE '00'.
          05 FS-SAL-FEED-CONTROL               PIC X(2).
             88 FS-SAL-FEED-CONTROL-OK             VALUE '00'.
          05 FS-ENT-SUSCRIPCIONES              PIC X(2).
             88 FS-ENT-SUSCRIPCIONES-OK            VALUE '00'.
             88 FS-ENT-SUSCRIPCIONES-NFD           VALUE '35'.
          05 FS-SAL-SUSCRIPCIONES              PIC X(2).
             88 FS-SAL-SUSCRIPCIONES-OK            VALUE '00'.
          05 FS-SAL-RECHAZOS                   PIC X(2).
             88 FS-SAL-RECHAZOS-OK                 VALUE '00'.

       01 WS-FEED-EOF                          PIC X(5) VALUE 'FALSE'.
          88 WS-FEED-EOF-YES                       VALUE 'TRUE'.
       01 WS-VEREDICTO                         PIC X(02) VALUE 'ER'.
          88 WS-VEREDICTO-OK                       VALUE 'OK'.

      * Consumo del feed y suscripcion en proceso
           COPY CONSUMOS.
           COPY SUSCRIPC.

      * Registro de debitos automaticos en memoria (SUSCRIPCIONES.TXT;
      * si no existe, todo cargo recurrente es desconocido)
       01 WS-SUSCRIPCIONES-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-SUSCRIPCIONES-EOF-YES              VALUE 'TRUE'.
          88 WS-SUSCRIPCIONES-EOF-NO               VALUE 'FALSE'.
       77 WS-INDICE-SUS                        PIC 9(04) VALUE 1.
       77 WS-CANT-SUS                          PIC 9(04) VALUE 0.
       01 WS-TABLA-SUSCRIPCIONES.
          05 WS-SUS-LINEA OCCURS 5000 TIMES    PIC X(90).
       01 WS-SUSCRIPCION-ENCONTRADA            PIC X(02) VALUE 'NO'.
          88 WS-SUSCRIPCION-ENCONTRADA-SI          VALUE 'SI'.
          88 WS-SUSCRIPCION-ENCONTRADA-NO          VALUE 'NO'.
       01 WS-SUSCRIPCION-CANCELADA             PIC X(02) VALUE 'NO'.
          88 WS-SUSCRIPCION-CANCELADA-SI           VALUE 'SI'.
          88 WS-SUSCRIPCION-CANCELADA-NO           VALUE 'NO'.
       77 WS-MOTIVO-RECHAZO                    PIC X(20) VALUE SPACES.

      * Frecuencia en meses y meses transcurridos desde el ultimo cobro
       01 WS-ULTIMO-COBRO                      PIC X(10) VALUE SPACES.
       01 WS-ULTIMO-COBRO-R REDEFINES WS-ULTIMO-COBRO.
          05 WS-UC-ANIO                PIC 9(04).
          05 FILLER                    PIC X(01).
          05 WS-UC-MES                 PIC 9(02).
          05 FILLER                    PIC X(01).
          05 WS-UC-DIA                 PIC 9(02).
       77 WS-MESES-FRECUENCIA                  PIC 9(02) VALUE 0.
       77 WS-MESES-TRANSCURRIDOS               PIC S9(05) VALUE 0.

       77 WS-CANT-RECURRENTES                  PIC 9(07) VALUE 0.
       77 WS-CANT-RECUR-RECHAZADOS             PIC 9(07) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.
      * CLBLOQUE devuelve su propio RETURN-CODE: el del lote se
      * guarda antes de liberar y se repone despues
       77 WS-RC-LOTE                   PIC S9(9) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
              STOP RUN
           END-IF.

           PERFORM 1900-TOMAR-CONSUMOS
              THRU 1900-TOMAR-CONSUMOS-EXIT.

           OPEN OUTPUT SAL-CONSUMOS.
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR CONSUMOS.SEQ'
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-RECHAZOS.
           IF NOT FS-SAL-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR RECURRENTES_RECHAZADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECHAZOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1200-CARGAR-SUSCRIPCIONES
              THRU 1200-CARGAR-SUSCRIPCIONES-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma CONSUMOS.SEQ para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1900-TOMAR-CONSUMOS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'CONSUMOS.SEQ' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02VALID' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02VALID TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Si la tabla no alcanza no se puede regrabar el ultimo cobro sin
      * perder suscripciones: se corta antes de dejar pasar nada.
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
                 'SUSCRIPCIONES: NO SE PUEDE VALIDAR EL FEED'
              CLOSE ENT-SUSCRIPCIONES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-SUS.
           MOVE FD-ENT-SUSCRIPCION TO WS-SUS-LINEA(WS-CANT-SUS).

       1210-LEER-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-FEED.
           READ ENT-FEED.
               WHEN OTHER
                   ADD 1 TO WS-CANT-LEIDA
                   ADD REG-DET-IMPORTE TO WS-HASH-LEIDO
                   MOVE SPACES TO WS-MOTIVO-RECHAZO
                   IF REG-DET-ES-RECURRENTE
                      PERFORM 2300-CONTROLAR-RECURRENTE
                         THRU 2300-CONTROLAR-RECURRENTE-EXIT
                   END-IF
                   IF WS-MOTIVO-RECHAZO EQUAL SPACES
                      WRITE FD-CONSUMO-LIMPIO FROM REG-DET-CONSUMO
                      IF NOT FS-SAL-CONSUMOS-OK
                         DISPLAY 'ERROR AL GRABAR CONSUMOS.SEQ'
                         DISPLAY 'FILE STATUS: ' FS-SAL-CONSUMOS
                      END-IF
                   ELSE
                      PERFORM 2400-RECHAZAR-RECURRENTE
                         THRU 2400-RECHAZAR-RECURRENTE-EXIT
                   END-IF
           END-EVALUATE.

       2200-PROCESAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Control del cargo recurrente contra el registro.
      * Las devoluciones del comercio no se controlan. Deja el motivo
      * en WS-MOTIVO-RECHAZO, o en blanco si el cargo se acepta (y en
      * ese caso anota la fecha como ultimo cobro de la suscripcion).
       2300-CONTROLAR-RECURRENTE.
           MOVE REG-DET-CONSUMO TO WS-CONSUMOS.
           IF WS-MOV-CREDITO
              GO TO 2300-CONTROLAR-RECURRENTE-EXIT
           END-IF.
           ADD 1 TO WS-CANT-RECURRENTES.

           SET WS-SUSCRIPCION-ENCONTRADA-NO TO TRUE.
           SET WS-SUSCRIPCION-CANCELADA-NO TO TRUE.
           PERFORM 2310-COMPARAR-SUSCRIPCION
              THRU 2310-COMPARAR-SUSCRIPCION-EXIT
              VARYING WS-INDICE-SUS FROM 1 BY 1
              UNTIL WS-INDICE-SUS GREATER THAN WS-CANT-SUS
                 OR WS-SUSCRIPCION-ENCONTRADA-SI.

           IF WS-SUSCRIPCION-ENCONTRADA-NO
              IF WS-SUSCRIPCION-CANCELADA-SI
                 MOVE 'CANCELADA' TO WS-MOTIVO-RECHAZO
              ELSE
                 MOVE 'NO REGISTRADA' TO WS-MOTIVO-RECHAZO
              END-IF
              GO TO 2300-CONTROLAR-RECURRENTE-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-INDICE-SUS.
           MOVE WS-SUS-LINEA(WS-INDICE-SUS) TO REG-SUSCRIPCION.

           IF WS-TIPO-MONEDA NOT EQUAL REG-SUS-MONEDA
              MOVE 'MONEDA DISTINTA' TO WS-MOTIVO-RECHAZO
              GO TO 2300-CONTROLAR-RECURRENTE-EXIT
           END-IF.
           IF WS-IMPORTE GREATER THAN REG-SUS-TOPE
              MOVE 'SUPERA TOPE' TO WS-MOTIVO-RECHAZO
              GO TO 2300-CONTROLAR-RECURRENTE-EXIT
           END-IF.

           IF REG-SUS-ULTIMO-COBRO NOT EQUAL SPACES
              EVALUATE REG-SUS-FRECUENCIA
                  WHEN 'B'   MOVE 2  TO WS-MESES-FRECUENCIA
                  WHEN 'T'   MOVE 3  TO WS-MESES-FRECUENCIA
                  WHEN 'S'   MOVE 6  TO WS-MESES-FRECUENCIA
                  WHEN 'A'   MOVE 12 TO WS-MESES-FRECUENCIA
                  WHEN OTHER MOVE 1  TO WS-MESES-FRECUENCIA
              END-EVALUATE
              MOVE REG-SUS-ULTIMO-COBRO TO WS-ULTIMO-COBRO
              COMPUTE WS-MESES-TRANSCURRIDOS =
                 (WS-ANIO * 12 + WS-MES)
                 - (WS-UC-ANIO * 12 + WS-UC-MES)
              IF WS-MESES-TRANSCURRIDOS LESS THAN WS-MESES-FRECUENCIA
                 MOVE 'FUERA DE FRECUENCIA' TO WS-MOTIVO-RECHAZO
                 GO TO 2300-CONTROLAR-RECURRENTE-EXIT
              END-IF
           END-IF.

           MOVE WS-FECHA-CONSUMO TO REG-SUS-ULTIMO-COBRO.
           MOVE REG-SUSCRIPCION TO WS-SUS-LINEA(WS-INDICE-SUS).

       2300-CONTROLAR-RECURRENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca la suscripcion activa de la tarjeta, comercio y
      * referencia del cargo; recuerda si habia una cancelada.
       2310-COMPARAR-SUSCRIPCION.
           MOVE WS-SUS-LINEA(WS-INDICE-SUS) TO REG-SUSCRIPCION.
           IF REG-SUS-TARJETA    EQUAL WS-NUMERO-TARJETA
              AND REG-SUS-COMERCIO   EQUAL WS-ID-COMERCIO
              AND REG-SUS-REFERENCIA EQUAL REG-DET-REF-SUSCRIPCION
              IF REG-SUS-ACTIVA
                 SET WS-SUSCRIPCION-ENCONTRADA-SI TO TRUE
              ELSE
                 SET WS-SUSCRIPCION-CANCELADA-SI TO TRUE
              END-IF
           END-IF.

       2310-COMPARAR-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-RECHAZAR-RECURRENTE.
           ADD 1 TO WS-CANT-RECUR-RECHAZADOS.
           MOVE REG-DET-CONSUMO         TO FD-RCH-CONSUMO.
           MOVE REG-DET-REF-SUSCRIPCION TO FD-RCH-REFERENCIA.
           MOVE WS-MOTIVO-RECHAZO       TO FD-RCH-MOTIVO.
           WRITE FD-RECHAZO.
           IF NOT FS-SAL-RECHAZOS-OK
              DISPLAY 'ERROR AL GRABAR RECURRENTES_RECHAZADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECHAZOS
           END-IF.
           DISPLAY 'CARGO RECURRENTE RECHAZADO (' WS-MOTIVO-RECHAZO
              '): TARJETA ' WS-NUMERO-TARJETA ' COMERCIO '
              WS-ID-COMERCIO ' REFERENCIA ' REG-DET-REF-SUSCRIPCION.

       2400-RECHAZAR-RECURRENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-DICTAMINAR.
           IF WS-CABECERA-LEIDA-NO

           CLOSE SAL-FEED-CONTROL.

           IF WS-CANT-RECURRENTES GREATER THAN 0
              DISPLAY 'CARGOS RECURRENTES   : ' WS-CANT-RECURRENTES
                 ' RECHAZADOS: ' WS-CANT-RECUR-RECHAZADOS
           END-IF.

      * El ultimo cobro solo se actualiza si el feed se va a facturar
           IF WS-VEREDICTO-OK
              AND WS-CANT-RECURRENTES GREATER THAN
                  WS-CANT-RECUR-RECHAZADOS
              PERFORM 2950-REGRABAR-SUSCRIPCIONES
                 THRU 2950-REGRABAR-SUSCRIPCIONES-EXIT
           END-IF.

       2900-DICTAMINAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2950-REGRABAR-SUSCRIPCIONES.
           OPEN OUTPUT SAL-SUSCRIPCIONES.
           IF NOT FS-SAL-SUSCRIPCIONES-OK
              DISPLAY 'ERROR AL ABRIR SUSCRIPCIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUSCRIPCIONES
              MOVE 99 TO RETURN-CODE
              GO TO 2950-REGRABAR-SUSCRIPCIONES-EXIT
           END-IF.

           PERFORM 2960-GRABAR-SUSCRIPCION
              THRU 2960-GRABAR-SUSCRIPCION-EXIT
              VARYING WS-INDICE-SUS FROM 1 BY 1
              UNTIL WS-INDICE-SUS GREATER THAN WS-CANT-SUS.
           CLOSE SAL-SUSCRIPCIONES.

       2950-REGRABAR-SUSCRIPCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2960-GRABAR-SUSCRIPCION.
           WRITE FD-SAL-SUSCRIPCION FROM WS-SUS-LINEA(WS-INDICE-SUS).
           IF NOT FS-SAL-SUSCRIPCIONES-OK
              DISPLAY 'ERROR AL GRABAR SUSCRIPCIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUSCRIPCIONES
              MOVE 99 TO RETURN-CODE
           END-IF.

       2960-GRABAR-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-FEED
                 SAL-CONSUMOS
                 SAL-RECHAZOS.

           MOVE RETURN-CODE TO WS-RC-LOTE.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           MOVE WS-RC-LOTE TO RETURN-CODE.

       3000-FINALIZAR-EXIT.
           EXIT.
