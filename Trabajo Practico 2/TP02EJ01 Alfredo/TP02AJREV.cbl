      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02AJREV.CBL - Revision a cuatro ojos de la cola de
      *          ajustes manuales (AJUSTES.TXT), con el mismo
      *          circuito que TP02REVIS para los cambios del master.
      *          Primero emite el listado AJUSTES_LISTADO.TXT con
      *          cada ajuste pendiente (tarjeta, titular, sentido,
      *          moneda, importe, motivo y observacion); despues
      *          aplica las decisiones de AJUSTES_REVIS.SEQ (nro de
      *          ajuste, revisor, A aprueba / R rechaza, motivo). El
      *          revisor tiene que estar firmado via TP02SIGN con
      *          nivel de mantenimiento y no puede ser el mismo
      *          solicitante. Los aprobados quedan en estado A para
      *          TP02AJAPL; los rechazados salen de la cola y vuelven
      *          al originante en AJUSTES_DEVUELTOS.TXT con el motivo
      *          del revisor.
      *          Uso: TP02AJREV
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02AJREV.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENT-AJUSTES
           ASSIGN TO '../AJUSTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-AJUSTES.

           SELECT SAL-AJUSTES
           ASSIGN TO '../AJUSTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AJUSTES.

           SELECT ENT-REVISIONES
           ASSIGN TO '../AJUSTES_REVIS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-REVISIONES.

           SELECT SAL-LISTADO
           ASSIGN TO '../AJUSTES_LISTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-LISTADO.

           SELECT SAL-DEVUELTOS
           ASSIGN TO '../AJUSTES_DEVUELTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-DEVUELTOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-AJUSTES.
           COPY AJUSTES.

       FD SAL-AJUSTES.
       01 FD-SAL-AJUSTE                PIC X(133).

       FD ENT-REVISIONES.
       01 REG-REVISION.
          05 REG-REV-NRO               PIC 9(06).
          05 REG-REV-REVISOR           PIC X(08).
      * Decision: A aprueba, R rechaza
          05 REG-REV-DECISION          PIC X(01).
          05 REG-REV-MOTIVO            PIC X(40).

       FD SAL-LISTADO.
       01 FD-LISTADO-LINEA             PIC X(100).

       FD SAL-DEVUELTOS.
       01 FD-DEVUELTO.
          05 FD-DEV-NRO                PIC 9(06).
          05 FD-DEV-SEP-01             PIC X(01).
          05 FD-DEV-SOLICITANTE        PIC X(08).
          05 FD-DEV-SEP-02             PIC X(01).
          05 FD-DEV-TARJETA            PIC X(19).
          05 FD-DEV-SEP-03             PIC X(01).
          05 FD-DEV-REVISOR            PIC X(08).
          05 FD-DEV-SEP-04             PIC X(01).
          05 FD-DEV-MOTIVO             PIC X(40).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-AJUSTES                    PIC X(2).
             88 FS-ENT-AJUSTES-OK                  VALUE '00'.
             88 FS-ENT-AJUSTES-EOF                 VALUE '10'.
             88 FS-ENT-AJUSTES-NFD                 VALUE '35'.
          05 FS-SAL-AJUSTES                    PIC X(2).
             88 FS-SAL-AJUSTES-OK                  VALUE '00'.
          05 FS-ENT-REVISIONES                 PIC X(2).
             88 FS-ENT-REVISIONES-OK               VALUE '00'.
             88 FS-ENT-REVISIONES-EOF              VALUE '10'.
             88 FS-ENT-REVISIONES-NFD              VALUE '35'.
          05 FS-SAL-LISTADO                    PIC X(2).
             88 FS-SAL-LISTADO-OK                  VALUE '00'.
          05 FS-SAL-DEVUELTOS                  PIC X(2).
             88 FS-SAL-DEVUELTOS-OK                VALUE '00'.
             88 FS-SAL-DEVUELTOS-NFD               VALUE '35'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.

       01 WS-AJUSTES-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-AJUSTES-EOF-YES                    VALUE 'TRUE'.
          88 WS-AJUSTES-EOF-NO                     VALUE 'FALSE'.
       01 WS-REVISIONES-EOF                    PIC X(5) VALUE 'FALSE'.
          88 WS-REVISIONES-EOF-YES                 VALUE 'TRUE'.
          88 WS-REVISIONES-EOF-NO                  VALUE 'FALSE'.

      * Cola entera en memoria, para regrabarla con las decisiones
      * aplicadas (los rechazados no se regraban: van a devueltos)
       77 WS-INDICE-AJU                        PIC 9(04) VALUE 1.
       77 WS-CANT-AJUSTES                      PIC 9(04) VALUE 0.
       77 WS-FILA-AJU                          PIC 9(04) VALUE 0.
       01 WS-TABLA-AJUSTES.
          05 WS-AJU-ITEM OCCURS 1000 TIMES.
             10 WS-AJU-LINEA              PIC X(133).
             10 WS-AJU-BORRAR             PIC X(01).

      * Lineas del listado de revision
       01 WS-LIS-TITULO.
          05 FILLER                    PIC X(08) VALUE 'AJUSTE: '.
          05 WS-LIS-NRO                PIC 9(06).
          05 FILLER                    PIC X(10) VALUE ' TARJETA: '.
          05 WS-LIS-TARJETA            PIC X(19).
          05 FILLER                    PIC X(09) VALUE ' CUENTA: '.
          05 WS-LIS-CUENTA             PIC 9(10).
          05 FILLER                    PIC X(08) VALUE ' PIDE: '.
          05 WS-LIS-SOLICITANTE        PIC X(08).
          05 FILLER                    PIC X(22) VALUE SPACES.
       01 WS-LIS-DETALLE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 WS-LIS-SENTIDO            PIC X(07).
          05 FILLER                    PIC X(01) VALUE SPACES.
          05 WS-LIS-MONEDA             PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACES.
          05 WS-LIS-IMPORTE            PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(09) VALUE ' MOTIVO: '.
          05 WS-LIS-MOTIVO             PIC X(03).
          05 FILLER                    PIC X(10) VALUE ' TITULAR: '.
          05 WS-LIS-TITULAR            PIC X(41).
          05 FILLER                    PIC X(07) VALUE SPACES.
       01 WS-LIS-OBSERVACION.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 FILLER                    PIC X(13)
             VALUE 'OBSERVACION: '.
          05 WS-LIS-OBS                PIC X(40).
          05 FILLER                    PIC X(42) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-PENDIENTES                PIC 9(05) VALUE 0.
          05 WS-CANT-APROBADOS                 PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADOS                PIC 9(05) VALUE 0.
          05 WS-CANT-INVALIDAS                 PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-LISTAR-PENDIENTES
              THRU 2000-LISTAR-PENDIENTES-EXIT.

           PERFORM 2500-APLICAR-REVISIONES
              THRU 2500-APLICAR-REVISIONES-EXIT.

           PERFORM 2900-REGRABAR-COLA
              THRU 2900-REGRABAR-COLA-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           OPEN INPUT ENT-AJUSTES.
           EVALUATE TRUE
               WHEN FS-ENT-AJUSTES-OK
                   PERFORM 1100-LEER-AJUSTE
                      THRU 1100-LEER-AJUSTE-EXIT
                      UNTIL WS-AJUSTES-EOF-YES
                   CLOSE ENT-AJUSTES
               WHEN FS-ENT-AJUSTES-NFD
                   DISPLAY 'NO HAY COLA DE AJUSTES'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AJUSTES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AJUSTES
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-LISTADO.
           IF NOT FS-SAL-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR AJUSTES_LISTADO.TXT'
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-DEVUELTOS.
           IF FS-SAL-DEVUELTOS-NFD
              OPEN OUTPUT SAL-DEVUELTOS
           END-IF.
           IF NOT FS-SAL-DEVUELTOS-OK
              DISPLAY 'ERROR AL ABRIR AJUSTES_DEVUELTOS.TXT'
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-AJUSTE.
           READ ENT-AJUSTES
               AT END
                   SET WS-AJUSTES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-AJUSTES LESS THAN 1000
                      ADD 1 TO WS-CANT-AJUSTES
                      MOVE REG-AJUSTE
                        TO WS-AJU-LINEA(WS-CANT-AJUSTES)
                      MOVE 'N' TO WS-AJU-BORRAR(WS-CANT-AJUSTES)
                   ELSE
                      DISPLAY 'LA COLA TIENE MAS DE 1000 AJUSTES, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1100-LEER-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Listado de revision: cada ajuste pendiente con el titular
      * actual de la tarjeta, para que el revisor firme viendo lo
      * que firma.
       2000-LISTAR-PENDIENTES.
           PERFORM 2100-LISTAR-AJUSTE
              THRU 2100-LISTAR-AJUSTE-EXIT
              VARYING WS-INDICE-AJU FROM 1 BY 1
              UNTIL WS-INDICE-AJU GREATER THAN WS-CANT-AJUSTES.

       2000-LISTAR-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LISTAR-AJUSTE.
           MOVE WS-AJU-LINEA(WS-INDICE-AJU) TO REG-AJUSTE.

           IF NOT REG-AJU-PENDIENTE
              GO TO 2100-LISTAR-AJUSTE-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PENDIENTES.

           MOVE REG-AJU-NRO          TO WS-LIS-NRO.
           MOVE REG-AJU-TARJETA      TO WS-LIS-TARJETA.
           MOVE REG-AJU-CUENTA       TO WS-LIS-CUENTA.
           MOVE REG-AJU-SOLICITANTE  TO WS-LIS-SOLICITANTE.
           WRITE FD-LISTADO-LINEA FROM WS-LIS-TITULO.

           INITIALIZE LK-TARJETA.
           SET LK-MODO-LEER TO TRUE.
           MOVE REG-AJU-TARJETA TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.

           MOVE SPACES TO WS-LIS-TITULAR.
           IF LK-RETORNO-OK
              STRING LK-APELLIDO-O DELIMITED BY '  '
                     ', '          DELIMITED BY SIZE
                     LK-NOMBRE-O   DELIMITED BY '  '
                INTO WS-LIS-TITULAR
           ELSE
              MOVE '(TARJETA INEXISTENTE)' TO WS-LIS-TITULAR
           END-IF.
           IF REG-AJU-DEBITO
              MOVE 'DEBITO' TO WS-LIS-SENTIDO
           ELSE
              MOVE 'CREDITO' TO WS-LIS-SENTIDO
           END-IF.
           MOVE REG-AJU-MONEDA  TO WS-LIS-MONEDA.
           MOVE REG-AJU-IMPORTE TO WS-LIS-IMPORTE.
           MOVE REG-AJU-MOTIVO  TO WS-LIS-MOTIVO.
           WRITE FD-LISTADO-LINEA FROM WS-LIS-DETALLE.

           MOVE REG-AJU-OBSERVACION TO WS-LIS-OBS.
           WRITE FD-LISTADO-LINEA FROM WS-LIS-OBSERVACION.

       2100-LISTAR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-APLICAR-REVISIONES.
      * Sin archivo de decisiones, la corrida es solo el listado.
           OPEN INPUT ENT-REVISIONES.
           EVALUATE TRUE
               WHEN FS-ENT-REVISIONES-OK
                   PERFORM 2510-LEER-REVISION
                      THRU 2510-LEER-REVISION-EXIT
                      UNTIL WS-REVISIONES-EOF-YES
                   CLOSE ENT-REVISIONES
               WHEN FS-ENT-REVISIONES-NFD
                   DISPLAY 'SIN AJUSTES_REVIS.SEQ: SE EMITIO SOLO EL '
                      'LISTADO DE PENDIENTES'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AJUSTES_REVIS.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-REVISIONES
           END-EVALUATE.

       2500-APLICAR-REVISIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2510-LEER-REVISION.
           READ ENT-REVISIONES
               AT END
                   SET WS-REVISIONES-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 2600-RESOLVER-REVISION
                      THRU 2600-RESOLVER-REVISION-EXIT
           END-READ.

       2510-LEER-REVISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-RESOLVER-REVISION.
           MOVE 0 TO WS-FILA-AJU.
           PERFORM 2610-BUSCAR-AJUSTE
              THRU 2610-BUSCAR-AJUSTE-EXIT
              VARYING WS-INDICE-AJU FROM 1 BY 1
              UNTIL WS-INDICE-AJU GREATER THAN WS-CANT-AJUSTES.

           IF WS-FILA-AJU EQUAL 0
              DISPLAY 'REVISION IGNORADA: EL AJUSTE '
                 REG-REV-NRO ' NO ESTA PENDIENTE'
              ADD 1 TO WS-CANT-INVALIDAS
              GO TO 2600-RESOLVER-REVISION-EXIT
           END-IF.

           MOVE WS-AJU-LINEA(WS-FILA-AJU) TO REG-AJUSTE.

      * El revisor tiene que ser un operador firmado con nivel de
      * mantenimiento.
           MOVE REG-REV-REVISOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              DISPLAY 'REVISION RECHAZADA: EL REVISOR '
                 REG-REV-REVISOR ' NO TIENE PERMISOS PARA FIRMAR '
                 'EL AJUSTE ' REG-REV-NRO
              ADD 1 TO WS-CANT-INVALIDAS
              GO TO 2600-RESOLVER-REVISION-EXIT
           END-IF.

      * El control de los cuatro ojos: el que firma no puede ser el
      * mismo que pidio el ajuste.
           IF REG-REV-REVISOR EQUAL REG-AJU-SOLICITANTE
              DISPLAY 'REVISION RECHAZADA: EL REVISOR '
                 REG-REV-REVISOR ' ES EL MISMO SOLICITANTE DEL '
                 'AJUSTE ' REG-REV-NRO
              ADD 1 TO WS-CANT-INVALIDAS
              GO TO 2600-RESOLVER-REVISION-EXIT
           END-IF.

           EVALUATE REG-REV-DECISION
               WHEN 'A'
                   MOVE 'A' TO REG-AJU-ESTADO
                   MOVE REG-REV-REVISOR TO REG-AJU-REVISOR
                   MOVE REG-AJUSTE TO WS-AJU-LINEA(WS-FILA-AJU)
                   ADD 1 TO WS-CANT-APROBADOS
               WHEN 'R'
      * El rechazado sale de la cola y vuelve al originante con el
      * motivo del revisor.
                   MOVE 'S' TO WS-AJU-BORRAR(WS-FILA-AJU)
                   MOVE ';' TO FD-DEV-SEP-01 FD-DEV-SEP-02
                               FD-DEV-SEP-03 FD-DEV-SEP-04
                   MOVE REG-AJU-NRO         TO FD-DEV-NRO
                   MOVE REG-AJU-SOLICITANTE TO FD-DEV-SOLICITANTE
                   MOVE REG-AJU-TARJETA     TO FD-DEV-TARJETA
                   MOVE REG-REV-REVISOR     TO FD-DEV-REVISOR
                   MOVE REG-REV-MOTIVO      TO FD-DEV-MOTIVO
                   WRITE FD-DEVUELTO
                   ADD 1 TO WS-CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY 'REVISION IGNORADA: DECISION INVALIDA '
                      REG-REV-DECISION ' EN EL AJUSTE '
                      REG-REV-NRO
                   ADD 1 TO WS-CANT-INVALIDAS
           END-EVALUATE.

       2600-RESOLVER-REVISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2610-BUSCAR-AJUSTE.
           MOVE WS-AJU-LINEA(WS-INDICE-AJU) TO REG-AJUSTE.
           IF REG-AJU-NRO EQUAL REG-REV-NRO
              AND REG-AJU-PENDIENTE
              AND WS-AJU-BORRAR(WS-INDICE-AJU) EQUAL 'N'
              MOVE WS-INDICE-AJU TO WS-FILA-AJU
           END-IF.

       2610-BUSCAR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-REGRABAR-COLA.
           OPEN OUTPUT SAL-AJUSTES.
           IF NOT FS-SAL-AJUSTES-OK
              DISPLAY 'ERROR AL REGRABAR LA COLA DE AJUSTES'
              DISPLAY 'FILE STATUS: ' FS-SAL-AJUSTES
              GO TO 2900-REGRABAR-COLA-EXIT
           END-IF.

           PERFORM 2910-GRABAR-AJUSTE
              THRU 2910-GRABAR-AJUSTE-EXIT
              VARYING WS-INDICE-AJU FROM 1 BY 1
              UNTIL WS-INDICE-AJU GREATER THAN WS-CANT-AJUSTES.

           CLOSE SAL-AJUSTES.

       2900-REGRABAR-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2910-GRABAR-AJUSTE.
           IF WS-AJU-BORRAR(WS-INDICE-AJU) EQUAL 'N'
              WRITE FD-SAL-AJUSTE
                 FROM WS-AJU-LINEA(WS-INDICE-AJU)
           END-IF.

       2910-GRABAR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-LISTADO
                 SAL-DEVUELTOS.

           DISPLAY 'AJUSTES PENDIENTES LISTADOS: ' WS-CANT-PENDIENTES.
           DISPLAY 'AJUSTES APROBADOS          : ' WS-CANT-APROBADOS.
           DISPLAY 'AJUSTES RECHAZADOS         : ' WS-CANT-RECHAZADOS.
           DISPLAY 'REVISIONES INVALIDAS       : ' WS-CANT-INVALIDAS.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02AJREV.
