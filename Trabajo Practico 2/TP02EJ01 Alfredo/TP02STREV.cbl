      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02STREV.CBL - Revision del dia siguiente de las
      *          autorizaciones stand-in. Recorre STANDIN_LOG.TXT
      *          (STANDIN.CPY, lo graba TP02STIN) y vuelve a pasar
      *          cada aprobacion sin revisar por las reglas completas
      *          de TP02AUTH (origen R), que le graba su reserva en
      *          AUTH_PENDIENTES.TXT para que descuente del disponible
      *          hasta que llegue la captura. Las aprobaciones que las
      *          reglas hubieran rechazado salen, con el motivo, al
      *          reporte STANDIN_OBSERVADAS.TXT para fraude y cobranzas.
      *          Las filas revisadas pasan al historial
      *          STANDIN_HISTORIA.TXT y el log queda regrabado solo con
      *          lo que falta revisar: si el master sigue sin responder,
      *          la aprobacion queda para la corrida siguiente.
      *          Codigo de retorno: 0 sin novedades, 4 si hubo
      *          observadas, 8 si quedaron aprobaciones sin revisar.
      *          Uso: correr a la manana, con el master ya disponible.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02STREV.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-STANDIN / SAL-STANDIN
      *    Nombre fisico del archivo: ../STANDIN_LOG.TXT
           SELECT ENT-STANDIN
           ASSIGN TO '../STANDIN_LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-STANDIN.

           SELECT SAL-STANDIN
           ASSIGN TO '../STANDIN_LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-STANDIN.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-HISTORIA
      *    Nombre fisico del archivo: ../STANDIN_HISTORIA.TXT
      *    Decisiones stand-in ya revisadas (EXTEND).
           SELECT SAL-HISTORIA
           ASSIGN TO '../STANDIN_HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIA.

      *    Nombre logico del archivo: SAL-OBSERVADAS
      *    Nombre fisico del archivo: ../STANDIN_OBSERVADAS.TXT
      *    Reporte del dia para fraude y cobranzas.
           SELECT SAL-OBSERVADAS
           ASSIGN TO '../STANDIN_OBSERVADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-OBSERVADAS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-STANDIN.
       01 FD-ENT-STANDIN               PIC X(59).

       FD SAL-STANDIN.
       01 FD-SAL-STANDIN               PIC X(59).

       FD SAL-HISTORIA.
       01 FD-SAL-HISTORIA              PIC X(59).

       FD SAL-OBSERVADAS.
       01 FD-OBSERVADA-LINEA.
          05 FD-OBS-NUMERO-TARJETA     PIC X(19).
          05 FD-OBS-SEP-01             PIC X(01).
          05 FD-OBS-FECHA              PIC X(10).
          05 FD-OBS-SEP-02             PIC X(01).
          05 FD-OBS-HORA               PIC 9(06).
          05 FD-OBS-SEP-03             PIC X(01).
          05 FD-OBS-MONEDA             PIC X(03).
          05 FD-OBS-SEP-04             PIC X(01).
          05 FD-OBS-IMPORTE            PIC ZZZZZZZ9,99.
          05 FD-OBS-SEP-05             PIC X(01).
          05 FD-OBS-TIPO-OPERACION     PIC X(01).
          05 FD-OBS-SEP-06             PIC X(01).
          05 FD-OBS-COD-CONCEPTO       PIC X(03).
          05 FD-OBS-SEP-07             PIC X(01).
          05 FD-OBS-MOTIVO             PIC X(02).
          05 FD-OBS-SEP-08             PIC X(01).
          05 FD-OBS-DESCRIPCION        PIC X(40).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-STANDIN                    PIC X(2).
             88 FS-ENT-STANDIN-OK                  VALUE '00'.
             88 FS-ENT-STANDIN-NFD                 VALUE '35'.
          05 FS-SAL-STANDIN                    PIC X(2).
             88 FS-SAL-STANDIN-OK                  VALUE '00'.
          05 FS-SAL-HISTORIA                   PIC X(2).
             88 FS-SAL-HISTORIA-OK                 VALUE '00'.
             88 FS-SAL-HISTORIA-NFD                VALUE '35'.
          05 FS-SAL-OBSERVADAS                 PIC X(2).
             88 FS-SAL-OBSERVADAS-OK               VALUE '00'.

      * Switches de fin de archivo
       01 WS-STANDIN-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-STANDIN-EOF-YES                    VALUE 'TRUE'.
          88 WS-STANDIN-EOF-NO                     VALUE 'FALSE'.

      * Registro del log del stand-in
           COPY STANDIN.

      * Tabla del log: cada fila con su marca de paso al historial
       77 WS-INDICE-STI                        PIC 9(04) VALUE 1.
       77 WS-CANT-STI                          PIC 9(04) VALUE 0.
       01 WS-TABLA-STANDIN.
          05 WS-STI-ITEM OCCURS 2000 TIMES.
             10 WS-STI-ITEM-REGISTRO      PIC X(59).
             10 WS-STI-ITEM-DESTINO       PIC X(01).
                88 WS-STI-ITEM-QUEDA          VALUE 'Q'.
                88 WS-STI-ITEM-HISTORIA       VALUE 'H'.

       01 WS-MOTIVO-DESCRIPCION                PIC X(40).

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-CONFIRMADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-OBSERVADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-SIN-REVISAR               PIC 9(05) VALUE 0.

      * Estructura de comunicacion con la rutina TP02AUTH
       01 LK-AUTORIZACION.
           COPY AUTORIZA.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-REVISAR-DECISION
              THRU 2000-REVISAR-DECISION-EXIT
              VARYING WS-INDICE-STI FROM 1 BY 1
              UNTIL WS-INDICE-STI GREATER THAN WS-CANT-STI.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           OPEN INPUT ENT-STANDIN.
           EVALUATE TRUE
               WHEN FS-ENT-STANDIN-OK
                   PERFORM 1100-LEER-STANDIN
                      THRU 1100-LEER-STANDIN-EXIT
                      UNTIL WS-STANDIN-EOF-YES
                   CLOSE ENT-STANDIN
               WHEN FS-ENT-STANDIN-NFD
                   DISPLAY 'NO HAY STANDIN_LOG.TXT: NADA QUE REVISAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR STANDIN_LOG.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-STANDIN
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-OBSERVADAS.
           IF NOT FS-SAL-OBSERVADAS-OK
              DISPLAY 'ERROR AL ABRIR STANDIN_OBSERVADAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-OBSERVADAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-HISTORIA.
           IF FS-SAL-HISTORIA-NFD
              OPEN OUTPUT SAL-HISTORIA
           END-IF.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL ABRIR STANDIN_HISTORIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El log se regraba al final: si no entra entero en la tabla,
      * no se lo puede regrabar sin perder decisiones.
       1100-LEER-STANDIN.
           READ ENT-STANDIN
               AT END
                   SET WS-STANDIN-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   IF WS-CANT-STI LESS THAN 2000
                      ADD 1 TO WS-CANT-STI
                      MOVE FD-ENT-STANDIN
                        TO WS-STI-ITEM-REGISTRO(WS-CANT-STI)
                      SET WS-STI-ITEM-QUEDA(WS-CANT-STI) TO TRUE
                   ELSE
                      DISPLAY 'STANDIN_LOG.TXT TIENE MAS DE 2000 '
                         'DECISIONES: NO SE PUEDE REGRABAR SIN PERDER'
                      CLOSE ENT-STANDIN
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1100-LEER-STANDIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las rechazadas por el stand-in no tienen nada que revisar;
      * cada aprobacion pendiente vuelve a pasar por TP02AUTH.
       2000-REVISAR-DECISION.
           MOVE WS-STI-ITEM-REGISTRO(WS-INDICE-STI) TO REG-STANDIN.

           IF REG-STI-SIN-REVISAR AND REG-STI-RECHAZADO
              SET REG-STI-NO-REVISA TO TRUE
           END-IF.

           IF REG-STI-SIN-REVISAR
              PERFORM 2100-APLICAR-REGLAS
                 THRU 2100-APLICAR-REGLAS-EXIT
           END-IF.

           IF REG-STI-SIN-REVISAR
              ADD 1 TO WS-CANT-SIN-REVISAR
              GO TO 2000-REVISAR-DECISION-EXIT
           END-IF.

           IF REG-STI-NO-REVISA
              ADD 1 TO WS-CANT-RECHAZADAS
           END-IF.

           MOVE REG-STANDIN TO WS-STI-ITEM-REGISTRO(WS-INDICE-STI).
           SET WS-STI-ITEM-HISTORIA(WS-INDICE-STI) TO TRUE.

           WRITE FD-SAL-HISTORIA FROM REG-STANDIN.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR STANDIN_HISTORIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
           END-IF.

       2000-REVISAR-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TP02AUTH en modo revision reserva el credito tanto si aprueba
      * como si rechaza (salvo tarjeta inexistente); sin master la
      * aprobacion queda sin revisar para la proxima corrida.
       2100-APLICAR-REGLAS.
           INITIALIZE LK-AUTORIZACION.
           MOVE REG-STI-NUMERO-TARJETA  TO LK-AUT-NUMERO-TARJETA.
           MOVE REG-STI-FECHA           TO LK-AUT-FECHA.
           MOVE REG-STI-MONEDA          TO LK-AUT-MONEDA.
           MOVE REG-STI-IMPORTE         TO LK-AUT-IMPORTE.
           MOVE REG-STI-TIPO-OPERACION  TO LK-AUT-TIPO-OPERACION.
           MOVE REG-STI-COD-CONCEPTO    TO LK-AUT-COD-CONCEPTO.
           SET LK-AUT-ORIGEN-REVISION TO TRUE.

           CALL 'TP02AUTH' USING LK-AUTORIZACION.

           IF LK-AUT-MOTIVO-ERROR
              GO TO 2100-APLICAR-REGLAS-EXIT
           END-IF.

           IF LK-AUT-APROBADO
              SET REG-STI-CONFIRMADA TO TRUE
              ADD 1 TO WS-CANT-CONFIRMADAS
           ELSE
              SET REG-STI-OBSERVADA TO TRUE
              MOVE LK-AUT-MOTIVO TO REG-STI-MOTIVO-REVISION
              ADD 1 TO WS-CANT-OBSERVADAS
              PERFORM 2200-INFORMAR-OBSERVADA
                 THRU 2200-INFORMAR-OBSERVADA-EXIT
           END-IF.

       2100-APLICAR-REGLAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-INFORMAR-OBSERVADA.
           EVALUATE TRUE
               WHEN LK-AUT-MOTIVO-NO-EXISTE
                   MOVE 'TARJETA INEXISTENTE EN EL MASTER'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN LK-AUT-MOTIVO-ESTADO
                   MOVE 'TARJETA BLOQUEADA O CERRADA'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN LK-AUT-MOTIVO-VENCIDA
                   MOVE 'TARJETA VENCIDA A LA FECHA DEL CONSUMO'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN LK-AUT-MOTIVO-SIN-CREDITO
                   MOVE 'CREDITO DISPONIBLE INSUFICIENTE'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN LK-AUT-MOTIVO-MONEDA
                   MOVE 'MONEDA DISTINTA A LA DE LA TARJETA'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN LK-AUT-MOTIVO-TOPE-OPER
                   MOVE 'SUPERA EL TOPE POR OPERACION DEL PERFIL'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN LK-AUT-MOTIVO-SIN-ADELANTO
                   MOVE 'ADELANTOS BLOQUEADOS POR EL PERFIL'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN LK-AUT-MOTIVO-CONCEPTO
                   MOVE 'CONCEPTO NO PERMITIDO POR EL PERFIL'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN LK-AUT-MOTIVO-SIN-ACTIVAR
                   MOVE 'TARJETA PENDIENTE DE ACTIVACION'
                     TO WS-MOTIVO-DESCRIPCION
               WHEN OTHER
                   MOVE 'ERROR DE ACCESO A LOS DATOS'
                     TO WS-MOTIVO-DESCRIPCION
           END-EVALUATE.

           MOVE ';' TO FD-OBS-SEP-01 FD-OBS-SEP-02 FD-OBS-SEP-03
                       FD-OBS-SEP-04 FD-OBS-SEP-05 FD-OBS-SEP-06
                       FD-OBS-SEP-07 FD-OBS-SEP-08.
           MOVE REG-STI-NUMERO-TARJETA  TO FD-OBS-NUMERO-TARJETA.
           MOVE REG-STI-FECHA           TO FD-OBS-FECHA.
           MOVE REG-STI-HORA            TO FD-OBS-HORA.
           MOVE REG-STI-MONEDA          TO FD-OBS-MONEDA.
           MOVE REG-STI-IMPORTE         TO FD-OBS-IMPORTE.
           MOVE REG-STI-TIPO-OPERACION  TO FD-OBS-TIPO-OPERACION.
           MOVE REG-STI-COD-CONCEPTO    TO FD-OBS-COD-CONCEPTO.
           MOVE LK-AUT-MOTIVO           TO FD-OBS-MOTIVO.
           MOVE WS-MOTIVO-DESCRIPCION   TO FD-OBS-DESCRIPCION.

           WRITE FD-OBSERVADA-LINEA.
           IF NOT FS-SAL-OBSERVADAS-OK
              DISPLAY 'ERROR AL GRABAR STANDIN_OBSERVADAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-OBSERVADAS
           END-IF.

       2200-INFORMAR-OBSERVADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-OBSERVADAS.
           CLOSE SAL-HISTORIA.

           PERFORM 3100-REGRABAR-STANDIN
              THRU 3100-REGRABAR-STANDIN-EXIT.

           DISPLAY 'DECISIONES STAND-IN LEIDAS : ' WS-CANT-LEIDAS.
           DISPLAY 'APROBACIONES CONFIRMADAS   : ' WS-CANT-CONFIRMADAS.
           DISPLAY 'APROBACIONES OBSERVADAS    : ' WS-CANT-OBSERVADAS.
           DISPLAY 'RECHAZOS DEL STAND-IN      : ' WS-CANT-RECHAZADAS.
           DISPLAY 'APROBACIONES SIN REVISAR   : ' WS-CANT-SIN-REVISAR.

           EVALUATE TRUE
               WHEN WS-CANT-SIN-REVISAR GREATER THAN 0
                   DISPLAY 'EL MASTER NO RESPONDIO: QUEDAN '
                      'APROBACIONES PARA LA PROXIMA CORRIDA'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CANT-OBSERVADAS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-REGRABAR-STANDIN.
           OPEN OUTPUT SAL-STANDIN.
           IF NOT FS-SAL-STANDIN-OK
              DISPLAY 'ERROR AL REGRABAR STANDIN_LOG.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-STANDIN
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3110-GRABAR-STANDIN
              THRU 3110-GRABAR-STANDIN-EXIT
              VARYING WS-INDICE-STI FROM 1 BY 1
              UNTIL WS-INDICE-STI GREATER THAN WS-CANT-STI.

           CLOSE SAL-STANDIN.

       3100-REGRABAR-STANDIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3110-GRABAR-STANDIN.
           IF WS-STI-ITEM-QUEDA(WS-INDICE-STI)
              WRITE FD-SAL-STANDIN
                 FROM WS-STI-ITEM-REGISTRO(WS-INDICE-STI)
           END-IF.

       3110-GRABAR-STANDIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02STREV.
