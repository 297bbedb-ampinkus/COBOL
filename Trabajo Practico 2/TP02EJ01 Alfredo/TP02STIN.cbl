      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02STIN.CBL - Modulo invocable de autorizacion
      *          stand-in (mismo esquema CALL y misma LINKAGE que
      *          TP02AUTH, AUTORIZA.CPY). Lo llama el front cuando
      *          TP02AUTH no responde, y el propio TP02AUTH cuando el
      *          master no esta disponible, para que la red no tenga
      *          que rechazar todo. Sin master ni consumos, decide con
      *          lo minimo: la tarjeta tiene que figurar en el ultimo
      *          volcado del master (TARJETAS_EXPORT.TXT) activa, sin
      *          vencer y en la moneda del consumo; no se dan
      *          adelantos; y el importe no puede pasar el limite de
      *          piso de su producto y moneda (STANDIN_PISOS.TXT), ni
      *          el acumulado del dia de la tarjeta en stand-in el
      *          tope diario de ese mismo piso. Sin piso configurado
      *          para el producto no se aprueba.
      *          Cada decision queda en STANDIN_LOG.TXT (STANDIN.CPY)
      *          con los datos del consumo; las aprobaciones no
      *          reservan credito: las revisa y las reserva al dia
      *          siguiente TP02STREV con las reglas completas.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02STIN.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-TARJETAS
      *    Nombre fisico del archivo: ../TARJETAS_EXPORT.TXT
      *    Ultimo volcado del master (MAESTARJ modo X): de aca salen
      *    el estado, el vencimiento, la moneda y el producto.
           SELECT ENT-TARJETAS
           ASSIGN TO '../TARJETAS_EXPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TARJETAS.

      *    Nombre logico del archivo: ENT-PISOS
      *    Nombre fisico del archivo: ../STANDIN_PISOS.TXT
      *    Limites de piso por producto y moneda.
           SELECT ENT-PISOS
           ASSIGN TO '../STANDIN_PISOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PISOS.

      *    Nombre logico del archivo: ENT-STANDIN / SAL-STANDIN
      *    Nombre fisico del archivo: ../STANDIN_LOG.TXT
      *    Se lee para sumar lo aprobado en el dia a la tarjeta y se
      *    abre para agregar (EXTEND) la decision, como
      *    AUTH_RECHAZOS.TXT en TP02AUTH.
           SELECT ENT-STANDIN
           ASSIGN TO '../STANDIN_LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-STANDIN.

           SELECT SAL-STANDIN
           ASSIGN TO '../STANDIN_LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-STANDIN.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-TARJETAS.
           COPY EXPTARJ.

       FD ENT-PISOS.
       01 REG-PISO.
          05 REG-PISO-PRODUCTO         PIC X(01).
          05 REG-PISO-MONEDA           PIC X(03).
      * Importe maximo de una operacion aprobada en stand-in
          05 REG-PISO-IMPORTE          PIC 9(8)V9(2).
      * Maximo aprobado en stand-in por tarjeta y dia (0: sin tope)
          05 REG-PISO-TOPE-DIA         PIC 9(8)V9(2).

       FD ENT-STANDIN.
       01 FD-ENT-STANDIN               PIC X(59).

       FD SAL-STANDIN.
       01 FD-SAL-STANDIN               PIC X(59).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-TARJETAS                   PIC X(2).
             88 FS-ENT-TARJETAS-OK                 VALUE '00'.
             88 FS-ENT-TARJETAS-NFD                VALUE '35'.
          05 FS-ENT-PISOS                      PIC X(2).
             88 FS-ENT-PISOS-OK                    VALUE '00'.
             88 FS-ENT-PISOS-NFD                   VALUE '35'.
          05 FS-ENT-STANDIN                    PIC X(2).
             88 FS-ENT-STANDIN-OK                  VALUE '00'.
             88 FS-ENT-STANDIN-NFD                 VALUE '35'.
          05 FS-SAL-STANDIN                    PIC X(2).
             88 FS-SAL-STANDIN-OK                  VALUE '00'.
             88 FS-SAL-STANDIN-NFD                 VALUE '35'.

      * Switches de fin de archivo
       01 WS-TARJETAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-TARJETAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-TARJETAS-EOF-NO                    VALUE 'FALSE'.
       01 WS-PISOS-EOF                         PIC X(5) VALUE 'FALSE'.
          88 WS-PISOS-EOF-YES                      VALUE 'TRUE'.
          88 WS-PISOS-EOF-NO                       VALUE 'FALSE'.
       01 WS-STANDIN-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-STANDIN-EOF-YES                    VALUE 'TRUE'.
          88 WS-STANDIN-EOF-NO                     VALUE 'FALSE'.

       01 WS-TARJETA-HALLADA                   PIC X(03) VALUE 'NO'.
          88 WS-TARJETA-HALLADA-SI                 VALUE 'SI'.
          88 WS-TARJETA-HALLADA-NO                 VALUE 'NO'.
       01 WS-PISO-HALLADO                      PIC X(03) VALUE 'NO'.
          88 WS-PISO-HALLADO-SI                    VALUE 'SI'.
          88 WS-PISO-HALLADO-NO                    VALUE 'NO'.

      * Copia de la tarjeta hallada en el volcado
       01 WS-TARJETA-VOLCADO.
          05 WS-VOL-ESTADO             PIC X(01).
             88 WS-VOL-ACTIVA              VALUE 'A'.
             88 WS-VOL-PENDIENTE           VALUE 'P'.
          05 WS-VOL-VENCIMIENTO        PIC X(10).
          05 WS-VOL-MONEDA             PIC X(03).
          05 WS-VOL-PRODUCTO           PIC X(01).

      * Limite de piso del producto y moneda del consumo
       01 WS-PISO.
          05 WS-PISO-IMPORTE           PIC 9(8)V9(2).
          05 WS-PISO-TOPE-DIA          PIC 9(8)V9(2).

       77 WS-ACUMULADO-DIA                     PIC 9(9)V9(2) VALUE 0.
       01 WS-HORA                              PIC 9(08).

      * Registro del log del stand-in
           COPY STANDIN.

       LINKAGE SECTION.
      * ESTRUCTURA DE DATOS DE COMUNICACION RUTINA TP02STIN
       01 LK-AUTORIZACION.
           COPY AUTORIZA.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-AUTORIZACION.

       MAIN-PROCEDURE.
           SET LK-AUT-APROBADO TO TRUE.
           SET LK-AUT-MOTIVO-OK TO TRUE.
           SET LK-AUT-STAND-IN-SI TO TRUE.
           MOVE 0 TO LK-AUT-DISPONIBLE.
           MOVE SPACES TO WS-TARJETA-VOLCADO.

           PERFORM 2000-BUSCAR-TARJETA
              THRU 2000-BUSCAR-TARJETA-EXIT.

           IF LK-AUT-APROBADO
              PERFORM 2100-VALIDAR-TARJETA
                 THRU 2100-VALIDAR-TARJETA-EXIT
           END-IF.

           IF LK-AUT-APROBADO
              PERFORM 2200-VERIFICAR-PISO
                 THRU 2200-VERIFICAR-PISO-EXIT
           END-IF.

           IF LK-AUT-APROBADO
              PERFORM 2300-VERIFICAR-TOPE-DIA
                 THRU 2300-VERIFICAR-TOPE-DIA-EXIT
           END-IF.

           PERFORM 2900-REGISTRAR-DECISION
              THRU 2900-REGISTRAR-DECISION-EXIT.

           GOBACK.

      *----------------------------------------------------------------*
       2000-BUSCAR-TARJETA.
      * Busco la tarjeta en el ultimo volcado del master. Sin volcado
      * no hay con que decidir.
           SET WS-TARJETA-HALLADA-NO TO TRUE.
           SET WS-TARJETAS-EOF-NO TO TRUE.

           OPEN INPUT ENT-TARJETAS.
           IF NOT FS-ENT-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR TARJETAS_EXPORT.TXT'
              DISPLAY 'FILE STATUS: ' FS-ENT-TARJETAS
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-ERROR TO TRUE
              GO TO 2000-BUSCAR-TARJETA-EXIT
           END-IF.

           PERFORM 2010-LEER-TARJETA
              THRU 2010-LEER-TARJETA-EXIT
              UNTIL WS-TARJETAS-EOF-YES
                 OR WS-TARJETA-HALLADA-SI.

           CLOSE ENT-TARJETAS.

           IF WS-TARJETA-HALLADA-NO
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-NO-EXISTE TO TRUE
           END-IF.

       2000-BUSCAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2010-LEER-TARJETA.
           READ ENT-TARJETAS
               AT END
                   SET WS-TARJETAS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-EXPORT-NUMERO-TARJETA
                      EQUAL LK-AUT-NUMERO-TARJETA
                      SET WS-TARJETA-HALLADA-SI TO TRUE
                      MOVE REG-EXPORT-ESTADO      TO WS-VOL-ESTADO
                      MOVE REG-EXPORT-VENCIMIENTO TO WS-VOL-VENCIMIENTO
                      MOVE REG-EXPORT-MONEDA      TO WS-VOL-MONEDA
                      MOVE REG-EXPORT-PRODUCTO    TO WS-VOL-PRODUCTO
                   END-IF
           END-READ.

       2010-LEER-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-VALIDAR-TARJETA.
      * Mismas validaciones de la tarjeta que TP02AUTH, contra el
      * volcado. Los adelantos no se dan en stand-in: sin saldo no
      * hay como medir el riesgo de entregar efectivo.
           IF WS-VOL-PENDIENTE
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-SIN-ACTIVAR TO TRUE
              GO TO 2100-VALIDAR-TARJETA-EXIT
           END-IF.

           IF NOT WS-VOL-ACTIVA
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-ESTADO TO TRUE
              GO TO 2100-VALIDAR-TARJETA-EXIT
           END-IF.

           IF WS-VOL-VENCIMIENTO NOT EQUAL SPACES
              AND WS-VOL-VENCIMIENTO LESS THAN LK-AUT-FECHA
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-VENCIDA TO TRUE
              GO TO 2100-VALIDAR-TARJETA-EXIT
           END-IF.

           IF LK-AUT-MONEDA NOT EQUAL WS-VOL-MONEDA
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-MONEDA TO TRUE
              GO TO 2100-VALIDAR-TARJETA-EXIT
           END-IF.

           IF LK-AUT-OPER-ADELANTO
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-PISO TO TRUE
           END-IF.

       2100-VALIDAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-VERIFICAR-PISO.
      * Busco el limite de piso del producto y la moneda. Sin tabla o
      * sin fila para el producto, el stand-in no aprueba nada.
           SET WS-PISO-HALLADO-NO TO TRUE.
           SET WS-PISOS-EOF-NO TO TRUE.
           MOVE 0 TO WS-PISO-IMPORTE WS-PISO-TOPE-DIA.

           OPEN INPUT ENT-PISOS.
           EVALUATE TRUE
               WHEN FS-ENT-PISOS-OK
                   PERFORM 2210-LEER-PISO
                      THRU 2210-LEER-PISO-EXIT
                      UNTIL WS-PISOS-EOF-YES
                         OR WS-PISO-HALLADO-SI
                   CLOSE ENT-PISOS
               WHEN FS-ENT-PISOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR STANDIN_PISOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PISOS
           END-EVALUATE.

           IF WS-PISO-HALLADO-NO
              OR LK-AUT-IMPORTE GREATER THAN WS-PISO-IMPORTE
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-PISO TO TRUE
           END-IF.

       2200-VERIFICAR-PISO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-LEER-PISO.
           READ ENT-PISOS
               AT END
                   SET WS-PISOS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-PISO-PRODUCTO EQUAL WS-VOL-PRODUCTO
                      AND REG-PISO-MONEDA EQUAL LK-AUT-MONEDA
                      SET WS-PISO-HALLADO-SI TO TRUE
                      MOVE REG-PISO-IMPORTE  TO WS-PISO-IMPORTE
                      MOVE REG-PISO-TOPE-DIA TO WS-PISO-TOPE-DIA
                   END-IF
           END-READ.

       2210-LEER-PISO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-VERIFICAR-TOPE-DIA.
      * Sumo lo ya aprobado en stand-in a la tarjeta en la fecha del
      * consumo: varios consumos chicos no pueden pasar juntos lo que
      * uno grande no podria.
           IF WS-PISO-TOPE-DIA EQUAL 0
              GO TO 2300-VERIFICAR-TOPE-DIA-EXIT
           END-IF.

           MOVE 0 TO WS-ACUMULADO-DIA.
           SET WS-STANDIN-EOF-NO TO TRUE.

           OPEN INPUT ENT-STANDIN.
           EVALUATE TRUE
               WHEN FS-ENT-STANDIN-OK
                   PERFORM 2310-LEER-STANDIN
                      THRU 2310-LEER-STANDIN-EXIT
                      UNTIL WS-STANDIN-EOF-YES
                   CLOSE ENT-STANDIN
               WHEN FS-ENT-STANDIN-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR STANDIN_LOG.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-STANDIN
                   SET LK-AUT-RECHAZADO TO TRUE
                   SET LK-AUT-MOTIVO-ERROR TO TRUE
                   GO TO 2300-VERIFICAR-TOPE-DIA-EXIT
           END-EVALUATE.

           ADD LK-AUT-IMPORTE TO WS-ACUMULADO-DIA.
           IF WS-ACUMULADO-DIA GREATER THAN WS-PISO-TOPE-DIA
              SET LK-AUT-RECHAZADO TO TRUE
              SET LK-AUT-MOTIVO-PISO TO TRUE
           END-IF.

       2300-VERIFICAR-TOPE-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2310-LEER-STANDIN.
           READ ENT-STANDIN INTO REG-STANDIN
               AT END
                   SET WS-STANDIN-EOF-YES TO TRUE
               NOT AT END
                   IF REG-STI-APROBADO
                      AND REG-STI-NUMERO-TARJETA
                          EQUAL LK-AUT-NUMERO-TARJETA
                      AND REG-STI-FECHA EQUAL LK-AUT-FECHA
                      ADD REG-STI-IMPORTE TO WS-ACUMULADO-DIA
                   END-IF
           END-READ.

       2310-LEER-STANDIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-REGISTRAR-DECISION.
      * Dejo la decision en el log del stand-in, aprobada o no, para
      * la revision del dia siguiente.
           ACCEPT WS-HORA FROM TIME.

           OPEN EXTEND SAL-STANDIN.
           IF FS-SAL-STANDIN-NFD
              OPEN OUTPUT SAL-STANDIN
           END-IF.
           IF NOT FS-SAL-STANDIN-OK
              DISPLAY 'ERROR AL ABRIR STANDIN_LOG.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-STANDIN
              GO TO 2900-REGISTRAR-DECISION-EXIT
           END-IF.

           INITIALIZE REG-STANDIN.
           MOVE WS-HORA(1:6)           TO REG-STI-HORA.
           MOVE LK-AUT-NUMERO-TARJETA  TO REG-STI-NUMERO-TARJETA.
           MOVE LK-AUT-FECHA           TO REG-STI-FECHA.
           MOVE LK-AUT-MONEDA          TO REG-STI-MONEDA.
           MOVE LK-AUT-IMPORTE         TO REG-STI-IMPORTE.
           MOVE LK-AUT-TIPO-OPERACION  TO REG-STI-TIPO-OPERACION.
           MOVE LK-AUT-COD-CONCEPTO    TO REG-STI-COD-CONCEPTO.
           MOVE LK-AUT-RESULTADO       TO REG-STI-RESULTADO.
           MOVE LK-AUT-MOTIVO          TO REG-STI-MOTIVO.
           MOVE WS-VOL-PRODUCTO        TO REG-STI-PRODUCTO.
           MOVE SPACES                 TO REG-STI-MOTIVO-REVISION.
           IF LK-AUT-APROBADO
              SET REG-STI-SIN-REVISAR TO TRUE
           ELSE
              SET REG-STI-NO-REVISA TO TRUE
           END-IF.

           WRITE FD-SAL-STANDIN FROM REG-STANDIN.
           IF NOT FS-SAL-STANDIN-OK
              DISPLAY 'ERROR AL GRABAR STANDIN_LOG.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-STANDIN
           END-IF.

           CLOSE SAL-STANDIN.

       2900-REGISTRAR-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02STIN.
