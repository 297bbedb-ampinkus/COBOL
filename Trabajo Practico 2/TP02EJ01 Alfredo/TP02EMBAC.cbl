      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02EMBAC.CBL - Conciliacion del acuse del
      *          fabricante de plasticos (EMBOZADO_ACUSE.TXT) contra
      *          el log de control del embozado
      *          (EMBOZADO_CONTROL.TXT) que deja TP02EMBOS. Cada
      *          acuse de una tarjeta enviada en ese mismo lote la
      *          pasa a C (fabricada) o a R (rechazada, con el motivo
      *          del fabricante). En EMBOZADO_CONCILIA.TXT quedan
      *          los rechazos y todas las diferencias: acuses de
      *          tarjetas que nunca se enviaron, de otro lote o ya
      *          acusadas, resultados invalidos, y las tarjetas
      *          enviadas que siguen sin acuse. Los numeros salen
      *          enmascarados via TP02MASK.
      *          Uso: TP02EMBAC
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02EMBAC.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENT-CONTROL
           ASSIGN TO '../EMBOZADO_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONTROL.

           SELECT SAL-CONTROL
           ASSIGN TO '../EMBOZADO_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTROL.

           SELECT ENT-ACUSE
           ASSIGN TO '../EMBOZADO_ACUSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ACUSE.

           SELECT SAL-CONCILIA
           ASSIGN TO '../EMBOZADO_CONCILIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONCILIA.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-CONTROL.
           COPY EMBCTRL.

       FD SAL-CONTROL.
       01 FD-SAL-CONTROL               PIC X(74).

       FD ENT-ACUSE.
           COPY EMBACUSE.

       FD SAL-CONCILIA.
       01 FD-CONCILIA-LINEA            PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-CONTROL                    PIC X(2).
             88 FS-ENT-CONTROL-OK                  VALUE '00'.
             88 FS-ENT-CONTROL-EOF                 VALUE '10'.
             88 FS-ENT-CONTROL-NFD                 VALUE '35'.
          05 FS-SAL-CONTROL                    PIC X(2).
             88 FS-SAL-CONTROL-OK                  VALUE '00'.
          05 FS-ENT-ACUSE                      PIC X(2).
             88 FS-ENT-ACUSE-OK                    VALUE '00'.
             88 FS-ENT-ACUSE-EOF                   VALUE '10'.
             88 FS-ENT-ACUSE-NFD                   VALUE '35'.
          05 FS-SAL-CONCILIA                   PIC X(2).
             88 FS-SAL-CONCILIA-OK                 VALUE '00'.

      * Estructura de comunicacion con el enmascarado de tarjetas
       01 WS-MASCARA.
           COPY MASCARA.

       01 WS-CONTROL-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-CONTROL-EOF-YES                    VALUE 'TRUE'.
          88 WS-CONTROL-EOF-NO                     VALUE 'FALSE'.
       01 WS-ACUSE-EOF                         PIC X(5) VALUE 'FALSE'.
          88 WS-ACUSE-EOF-YES                      VALUE 'TRUE'.
          88 WS-ACUSE-EOF-NO                       VALUE 'FALSE'.

      * Log de control entero en memoria, para regrabarlo con los
      * resultados del acuse
       77 WS-INDICE-CTRL                       PIC 9(04) VALUE 1.
       77 WS-CANT-CONTROL                      PIC 9(04) VALUE 0.
       77 WS-FILA-CTRL                         PIC 9(04) VALUE 0.
       01 WS-TABLA-CONTROL.
          05 WS-CTRL-LINEA OCCURS 2000 TIMES   PIC X(74).

       01 WS-FECHA-PROCESO             PIC 9(08) VALUE 0.

      * Linea del reporte de conciliacion
       01 WS-CON-LINEA.
          05 WS-CON-TARJETA            PIC X(19).
          05 FILLER                    PIC X(07) VALUE ' LOTE: '.
          05 WS-CON-LOTE               PIC 9(08).
          05 FILLER                    PIC X(01) VALUE SPACES.
          05 WS-CON-SITUACION          PIC X(24).
          05 FILLER                    PIC X(01) VALUE SPACES.
          05 WS-CON-MOTIVO             PIC X(30).
          05 FILLER                    PIC X(10) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-ACUSES                    PIC 9(06) VALUE 0.
          05 WS-CANT-FABRICADAS                PIC 9(06) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(06) VALUE 0.
          05 WS-CANT-DIFERENCIAS               PIC 9(06) VALUE 0.
          05 WS-CANT-SIN-ACUSE                 PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-CONCILIAR-ACUSE
              THRU 2000-CONCILIAR-ACUSE-EXIT.

           PERFORM 2500-LISTAR-SIN-ACUSE
              THRU 2500-LISTAR-SIN-ACUSE-EXIT.

           PERFORM 2900-REGRABAR-CONTROL
              THRU 2900-REGRABAR-CONTROL-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           SET LK-MSK-FIN TO TRUE.
           CALL 'TP02MASK' USING WS-MASCARA.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           OPEN INPUT ENT-CONTROL.
           EVALUATE TRUE
               WHEN FS-ENT-CONTROL-OK
                   PERFORM 1100-LEER-CONTROL
                      THRU 1100-LEER-CONTROL-EXIT
                      UNTIL WS-CONTROL-EOF-YES
                   CLOSE ENT-CONTROL
               WHEN FS-ENT-CONTROL-NFD
                   DISPLAY 'NO HAY LOG DE CONTROL DEL EMBOZADO'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBOZADO_CONTROL.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONTROL
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-ACUSE.
           EVALUATE TRUE
               WHEN FS-ENT-ACUSE-OK
                   CONTINUE
               WHEN FS-ENT-ACUSE-NFD
                   DISPLAY 'NO HAY ACUSE DEL FABRICANTE PARA CONCILIAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBOZADO_ACUSE.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-ACUSE
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-CONCILIA.
           IF NOT FS-SAL-CONCILIA-OK
              DISPLAY 'ERROR AL ABRIR EMBOZADO_CONCILIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONCILIA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-CONTROL.
           READ ENT-CONTROL
               AT END
                   SET WS-CONTROL-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CONTROL LESS THAN 2000
                      ADD 1 TO WS-CANT-CONTROL
                      MOVE REG-EMB-CONTROL
                        TO WS-CTRL-LINEA(WS-CANT-CONTROL)
                   ELSE
      * Regrabar el log sin los excedentes perderia su control de
      * envio: la corrida se corta sin conciliar.
                      DISPLAY 'EL LOG DE EMBOZADO TIENE MAS DE 2000 '
                         'TARJETAS: NO SE CONCILIA EL ACUSE'
                      CLOSE ENT-CONTROL
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1100-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONCILIAR-ACUSE.
           PERFORM 2100-LEER-ACUSE
              THRU 2100-LEER-ACUSE-EXIT
              UNTIL WS-ACUSE-EOF-YES.

           CLOSE ENT-ACUSE.

       2000-CONCILIAR-ACUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-ACUSE.
           READ ENT-ACUSE
               AT END
                   SET WS-ACUSE-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-ACUSES
                   PERFORM 2200-APLICAR-ACUSE
                      THRU 2200-APLICAR-ACUSE-EXIT
           END-READ.

       2100-LEER-ACUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un acuse solo se aplica a una tarjeta enviada en el mismo
      * lote que informa el fabricante; cualquier otro caso es una
      * diferencia para revisar a mano.
       2200-APLICAR-ACUSE.
           MOVE 0 TO WS-FILA-CTRL.
           PERFORM 2210-BUSCAR-TARJETA
              THRU 2210-BUSCAR-TARJETA-EXIT
              VARYING WS-INDICE-CTRL FROM 1 BY 1
              UNTIL WS-INDICE-CTRL GREATER THAN WS-CANT-CONTROL.

           MOVE REG-ACU-TARJETA TO LK-MSK-NUMERO-I.
           MOVE REG-ACU-LOTE    TO WS-CON-LOTE.
           MOVE REG-ACU-MOTIVO  TO WS-CON-MOTIVO.

           IF WS-FILA-CTRL EQUAL 0
              MOVE 'ACUSE DE NO ENVIADA' TO WS-CON-SITUACION
              PERFORM 2300-INFORMAR-DIFERENCIA
                 THRU 2300-INFORMAR-DIFERENCIA-EXIT
              GO TO 2200-APLICAR-ACUSE-EXIT
           END-IF.

           MOVE WS-CTRL-LINEA(WS-FILA-CTRL) TO REG-EMB-CONTROL.

           EVALUATE TRUE
               WHEN REG-EMBC-CONFIRMADA
                  OR REG-EMBC-RECHAZADA
                   MOVE 'ACUSE DUPLICADO' TO WS-CON-SITUACION
                   PERFORM 2300-INFORMAR-DIFERENCIA
                      THRU 2300-INFORMAR-DIFERENCIA-EXIT
                   GO TO 2200-APLICAR-ACUSE-EXIT
               WHEN NOT REG-EMBC-ENVIADA
                   MOVE 'ACUSE DE NO ENVIADA' TO WS-CON-SITUACION
                   PERFORM 2300-INFORMAR-DIFERENCIA
                      THRU 2300-INFORMAR-DIFERENCIA-EXIT
                   GO TO 2200-APLICAR-ACUSE-EXIT
               WHEN REG-EMBC-LOTE NOT EQUAL REG-ACU-LOTE
                   MOVE 'ACUSE DE OTRO LOTE' TO WS-CON-SITUACION
                   PERFORM 2300-INFORMAR-DIFERENCIA
                      THRU 2300-INFORMAR-DIFERENCIA-EXIT
                   GO TO 2200-APLICAR-ACUSE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN REG-ACU-FABRICADA
                   SET REG-EMBC-CONFIRMADA TO TRUE
                   MOVE WS-FECHA-PROCESO TO REG-EMBC-FECHA-ACUSE
                   ADD 1 TO WS-CANT-FABRICADAS
               WHEN REG-ACU-RECHAZADA
                   SET REG-EMBC-RECHAZADA TO TRUE
                   MOVE WS-FECHA-PROCESO TO REG-EMBC-FECHA-ACUSE
                   MOVE REG-ACU-MOTIVO   TO REG-EMBC-MOTIVO
                   ADD 1 TO WS-CANT-RECHAZADAS
      * El rechazo no es una diferencia, pero back-office tiene que
      * verlo para corregir el dato y pedir el plastico de nuevo.
                   MOVE 'RECHAZADA POR FABRICANTE' TO WS-CON-SITUACION
                   PERFORM 2310-ESCRIBIR-LINEA
                      THRU 2310-ESCRIBIR-LINEA-EXIT
               WHEN OTHER
                   MOVE 'RESULTADO INVALIDO' TO WS-CON-SITUACION
                   PERFORM 2300-INFORMAR-DIFERENCIA
                      THRU 2300-INFORMAR-DIFERENCIA-EXIT
                   GO TO 2200-APLICAR-ACUSE-EXIT
           END-EVALUATE.

           MOVE REG-EMB-CONTROL TO WS-CTRL-LINEA(WS-FILA-CTRL).

       2200-APLICAR-ACUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Se queda con la ultima aparicion de la tarjeta en el log.
       2210-BUSCAR-TARJETA.
           MOVE WS-CTRL-LINEA(WS-INDICE-CTRL) TO REG-EMB-CONTROL.
           IF REG-EMBC-TARJETA EQUAL REG-ACU-TARJETA
              MOVE WS-INDICE-CTRL TO WS-FILA-CTRL
           END-IF.

       2210-BUSCAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-INFORMAR-DIFERENCIA.
           ADD 1 TO WS-CANT-DIFERENCIAS.
           PERFORM 2310-ESCRIBIR-LINEA
              THRU 2310-ESCRIBIR-LINEA-EXIT.

       2300-INFORMAR-DIFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La tarjeta a informar viene cargada en LK-MSK-NUMERO-I.
       2310-ESCRIBIR-LINEA.
           SET LK-MSK-ENMASCARAR TO TRUE.
           CALL 'TP02MASK' USING WS-MASCARA.
           MOVE LK-MSK-NUMERO-O TO WS-CON-TARJETA.
           WRITE FD-CONCILIA-LINEA FROM WS-CON-LINEA.

       2310-ESCRIBIR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo enviado que despues de aplicar el acuse sigue sin
      * respuesta del fabricante.
       2500-LISTAR-SIN-ACUSE.
           PERFORM 2510-CONTROLAR-ENVIADA
              THRU 2510-CONTROLAR-ENVIADA-EXIT
              VARYING WS-INDICE-CTRL FROM 1 BY 1
              UNTIL WS-INDICE-CTRL GREATER THAN WS-CANT-CONTROL.

       2500-LISTAR-SIN-ACUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2510-CONTROLAR-ENVIADA.
           MOVE WS-CTRL-LINEA(WS-INDICE-CTRL) TO REG-EMB-CONTROL.
           IF NOT REG-EMBC-ENVIADA
              GO TO 2510-CONTROLAR-ENVIADA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SIN-ACUSE.
           MOVE REG-EMBC-TARJETA TO LK-MSK-NUMERO-I.
           MOVE REG-EMBC-LOTE    TO WS-CON-LOTE.
           MOVE 'ENVIADA SIN ACUSE' TO WS-CON-SITUACION.
           MOVE SPACES TO WS-CON-MOTIVO.
           PERFORM 2310-ESCRIBIR-LINEA
              THRU 2310-ESCRIBIR-LINEA-EXIT.

       2510-CONTROLAR-ENVIADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-REGRABAR-CONTROL.
           OPEN OUTPUT SAL-CONTROL.
           IF NOT FS-SAL-CONTROL-OK
              DISPLAY 'ERROR AL REGRABAR EMBOZADO_CONTROL.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONTROL
              MOVE 99 TO RETURN-CODE
              GO TO 2900-REGRABAR-CONTROL-EXIT
           END-IF.

           PERFORM 2910-GRABAR-CONTROL
              THRU 2910-GRABAR-CONTROL-EXIT
              VARYING WS-INDICE-CTRL FROM 1 BY 1
              UNTIL WS-INDICE-CTRL GREATER THAN WS-CANT-CONTROL.

           CLOSE SAL-CONTROL.

       2900-REGRABAR-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2910-GRABAR-CONTROL.
           WRITE FD-SAL-CONTROL FROM WS-CTRL-LINEA(WS-INDICE-CTRL).

       2910-GRABAR-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-CONCILIA.

           DISPLAY 'ACUSES LEIDOS          : ' WS-CANT-ACUSES.
           DISPLAY 'TARJETAS FABRICADAS    : ' WS-CANT-FABRICADAS.
           DISPLAY 'TARJETAS RECHAZADAS    : ' WS-CANT-RECHAZADAS.
           DISPLAY 'DIFERENCIAS            : ' WS-CANT-DIFERENCIAS.
           DISPLAY 'ENVIADAS SIN ACUSE     : ' WS-CANT-SIN-ACUSE.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02EMBAC.
