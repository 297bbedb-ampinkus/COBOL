      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02AJUST.CBL - Captura de ajustes manuales de
      *          back-office sobre el saldo de una tarjeta. Hasta
      *          ahora la unica forma de corregir un saldo (un cargo
      *          mal cobrado, una bonificacion comercial, una
      *          diferencia de redondeo) era inventar un consumo o
      *          una devolucion. Los pedidos entran por
      *          AJUSTES_SOLIC.SEQ (operador, tarjeta, D/C, moneda,
      *          importe, motivo y observacion); el operador tiene
      *          que estar firmado via TP02SIGN con nivel de
      *          mantenimiento, la tarjeta tiene que existir en
      *          MAESTARJ (de ahi sale la cuenta), el motivo tiene
      *          que figurar en MOTIVOS_AJUSTE.TXT y admitir el
      *          sentido pedido, y la moneda tiene que ser pesos o
      *          la de la tarjeta. Lo valido se encola numerado y en
      *          estado P en AJUSTES.TXT, a la espera de la firma de
      *          un segundo operador (TP02AJREV) antes de que
      *          TP02AJAPL lo baje al feed del ciclo.
      *          Uso: TP02AJUST
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02AJUST.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
           SELECT ENT-SOLICITUDES
           ASSIGN TO '../AJUSTES_SOLIC.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SOLICITUDES.

           SELECT ENT-MOTIVOS
           ASSIGN TO '../MOTIVOS_AJUSTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MOTIVOS.

           SELECT ENT-AJUSTES
           ASSIGN TO '../AJUSTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-AJUSTES.

      *****ARCHIVOS DE SALIDA
           SELECT SAL-AJUSTES
           ASSIGN TO '../AJUSTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AJUSTES.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-SOLICITUDES.
      * Los campos de la operacion, sin numero ni estado ni revisor
       01 REG-SOLICITUD-AJUSTE.
          05 REG-SOL-OPERADOR          PIC X(08).
          05 REG-SOL-TARJETA           PIC X(19).
          05 REG-SOL-DEBITO-CREDITO    PIC X(01).
          05 REG-SOL-MONEDA            PIC X(03).
          05 REG-SOL-IMPORTE           PIC 9(8)V9(2).
          05 REG-SOL-MOTIVO            PIC X(03).
          05 REG-SOL-OBSERVACION       PIC X(40).

       FD ENT-MOTIVOS.
           COPY MOTAJUS.

       FD ENT-AJUSTES.
           COPY AJUSTES.

       FD SAL-AJUSTES.
       01 FD-SAL-AJUSTE                PIC X(133).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-SOLICITUDES                PIC X(2).
             88 FS-ENT-SOLICITUDES-OK              VALUE '00'.
             88 FS-ENT-SOLICITUDES-EOF             VALUE '10'.
             88 FS-ENT-SOLICITUDES-NFD             VALUE '35'.
          05 FS-ENT-MOTIVOS                    PIC X(2).
             88 FS-ENT-MOTIVOS-OK                  VALUE '00'.
             88 FS-ENT-MOTIVOS-EOF                 VALUE '10'.
             88 FS-ENT-MOTIVOS-NFD                 VALUE '35'.
          05 FS-ENT-AJUSTES                    PIC X(2).
             88 FS-ENT-AJUSTES-OK                  VALUE '00'.
             88 FS-ENT-AJUSTES-EOF                 VALUE '10'.
             88 FS-ENT-AJUSTES-NFD                 VALUE '35'.
          05 FS-SAL-AJUSTES                    PIC X(2).
             88 FS-SAL-AJUSTES-OK                  VALUE '00'.
             88 FS-SAL-AJUSTES-NFD                 VALUE '35'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.

      * Switches de fin de archivo
       01 WS-SOLICITUDES-EOF                   PIC X(5) VALUE 'FALSE'.
          88 WS-SOLICITUDES-EOF-YES                VALUE 'TRUE'.
          88 WS-SOLICITUDES-EOF-NO                 VALUE 'FALSE'.
       01 WS-MOTIVOS-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-MOTIVOS-EOF-YES                    VALUE 'TRUE'.
          88 WS-MOTIVOS-EOF-NO                     VALUE 'FALSE'.
       01 WS-AJUSTES-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-AJUSTES-EOF-YES                    VALUE 'TRUE'.
          88 WS-AJUSTES-EOF-NO                     VALUE 'FALSE'.

      * Tabla de motivos de ajuste
       77 WS-INDICE-MOTIVO                     PIC 9(03) VALUE 1.
       77 WS-CANT-MOTIVOS                      PIC 9(03) VALUE 0.
       77 WS-FILA-MOTIVO                       PIC 9(03) VALUE 0.
       01 WS-TABLA-MOTIVOS.
          05 WS-MOTIVO-ITEM OCCURS 50 TIMES.
             10 WS-MOTIVO-ITEM-COD        PIC X(03).
             10 WS-MOTIVO-ITEM-SENTIDO    PIC X(01).

      * Ultimo numero de ajuste usado en la cola
       77 WS-ULTIMO-NRO                        PIC 9(06) VALUE 0.

      * Fecha del proceso
       77 WS-FECHA-PROCESO                     PIC 9(08) VALUE 0.

      * Motivo del rechazo de la solicitud en curso
       77 WS-MOTIVO-RECHAZO                    PIC X(40) VALUE SPACES.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-ENCOLADAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2100-LEER-SOLICITUDES
              THRU 2100-LEER-SOLICITUDES-EXIT
              UNTIL WS-SOLICITUDES-EOF-YES.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           OPEN INPUT ENT-SOLICITUDES.
           EVALUATE TRUE
               WHEN FS-ENT-SOLICITUDES-OK
                   CONTINUE
               WHEN FS-ENT-SOLICITUDES-NFD
                   DISPLAY 'NO HAY AJUSTES_SOLIC.SEQ: NADA QUE '
                      'ENCOLAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AJUSTES_SOLIC.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SOLICITUDES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Sin tabla de motivos no hay ajuste posible: el motivo es
      * obligatorio y sale impreso en el resumen.
           OPEN INPUT ENT-MOTIVOS.
           EVALUATE TRUE
               WHEN FS-ENT-MOTIVOS-OK
                   PERFORM 1200-LEER-MOTIVO
                      THRU 1200-LEER-MOTIVO-EXIT
                      UNTIL WS-MOTIVOS-EOF-YES
                   CLOSE ENT-MOTIVOS
               WHEN FS-ENT-MOTIVOS-NFD
                   DISPLAY 'NO SE ENCUENTRA MOTIVOS_AJUSTE.TXT: '
                      'CARGAR LA TABLA CON TP02PARAM'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MOTIVOS_AJUSTE.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MOTIVOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Recorro la cola existente solo para conocer el ultimo numero
      * de ajuste y seguir la numeracion.
           OPEN INPUT ENT-AJUSTES.
           EVALUATE TRUE
               WHEN FS-ENT-AJUSTES-OK
                   PERFORM 1100-LEER-AJUSTE
                      THRU 1100-LEER-AJUSTE-EXIT
                      UNTIL WS-AJUSTES-EOF-YES
                   CLOSE ENT-AJUSTES
               WHEN FS-ENT-AJUSTES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AJUSTES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AJUSTES
                   STOP RUN
           END-EVALUATE.

      * Los ajustes nuevos se agregan al final de la cola.
           OPEN EXTEND SAL-AJUSTES.
           IF FS-SAL-AJUSTES-NFD
              OPEN OUTPUT SAL-AJUSTES
           END-IF.
           IF NOT FS-SAL-AJUSTES-OK
              DISPLAY 'ERROR AL ABRIR LA COLA DE AJUSTES'
              DISPLAY 'FILE STATUS: ' FS-SAL-AJUSTES
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
                   IF REG-AJU-NRO GREATER THAN WS-ULTIMO-NRO
                      MOVE REG-AJU-NRO TO WS-ULTIMO-NRO
                   END-IF
           END-READ.

       1100-LEER-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-LEER-MOTIVO.
           READ ENT-MOTIVOS
               AT END
                   SET WS-MOTIVOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-MOTIVOS LESS THAN 50
                      ADD 1 TO WS-CANT-MOTIVOS
                      MOVE REG-MOTAJ-COD
                        TO WS-MOTIVO-ITEM-COD(WS-CANT-MOTIVOS)
                      MOVE REG-MOTAJ-SENTIDO
                        TO WS-MOTIVO-ITEM-SENTIDO(WS-CANT-MOTIVOS)
                   ELSE
                      DISPLAY 'MOTIVOS_AJUSTE.TXT TIENE MAS DE 50 '
                         'CODIGOS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1200-LEER-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-SOLICITUDES.
           READ ENT-SOLICITUDES.
           EVALUATE TRUE
               WHEN FS-ENT-SOLICITUDES-OK
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2200-ENCOLAR-AJUSTE
                      THRU 2200-ENCOLAR-AJUSTE-EXIT
               WHEN FS-ENT-SOLICITUDES-EOF
                   SET WS-SOLICITUDES-EOF-YES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER AJUSTES_SOLIC.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SOLICITUDES
                   PERFORM 3000-FINALIZAR
                      THRU 3000-FINALIZAR-EXIT
                   STOP RUN
           END-EVALUATE.

       2100-LEER-SOLICITUDES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-ENCOLAR-AJUSTE.
      * El operador tiene que estar firmado con nivel de
      * mantenimiento: mover un saldo a mano es tan sensible como
      * tocar el master.
           MOVE REG-SOL-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              MOVE 'OPERADOR SIN PERMISOS' TO WS-MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-SOLICITUD
                 THRU 2900-RECHAZAR-SOLICITUD-EXIT
              GO TO 2200-ENCOLAR-AJUSTE-EXIT
           END-IF.

           IF REG-SOL-DEBITO-CREDITO NOT EQUAL 'D' AND 'C'
              MOVE 'SENTIDO INVALIDO (D/C)' TO WS-MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-SOLICITUD
                 THRU 2900-RECHAZAR-SOLICITUD-EXIT
              GO TO 2200-ENCOLAR-AJUSTE-EXIT
           END-IF.

           IF REG-SOL-IMPORTE NOT NUMERIC
              OR REG-SOL-IMPORTE EQUAL 0
              MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-SOLICITUD
                 THRU 2900-RECHAZAR-SOLICITUD-EXIT
              GO TO 2200-ENCOLAR-AJUSTE-EXIT
           END-IF.

      * El motivo tiene que existir y admitir el sentido pedido.
           MOVE 0 TO WS-FILA-MOTIVO.
           PERFORM 2250-COMPARAR-MOTIVO
              THRU 2250-COMPARAR-MOTIVO-EXIT
              VARYING WS-INDICE-MOTIVO FROM 1 BY 1
              UNTIL WS-INDICE-MOTIVO GREATER THAN WS-CANT-MOTIVOS
                 OR WS-FILA-MOTIVO NOT EQUAL 0.
           IF WS-FILA-MOTIVO EQUAL 0
              MOVE 'MOTIVO INEXISTENTE' TO WS-MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-SOLICITUD
                 THRU 2900-RECHAZAR-SOLICITUD-EXIT
              GO TO 2200-ENCOLAR-AJUSTE-EXIT
           END-IF.
           IF (WS-MOTIVO-ITEM-SENTIDO(WS-FILA-MOTIVO) EQUAL 'D'
               AND REG-SOL-DEBITO-CREDITO EQUAL 'C')
              OR (WS-MOTIVO-ITEM-SENTIDO(WS-FILA-MOTIVO) EQUAL 'C'
               AND REG-SOL-DEBITO-CREDITO EQUAL 'D')
              MOVE 'EL MOTIVO NO ADMITE ESE SENTIDO'
                TO WS-MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-SOLICITUD
                 THRU 2900-RECHAZAR-SOLICITUD-EXIT
              GO TO 2200-ENCOLAR-AJUSTE-EXIT
           END-IF.

      * La tarjeta tiene que existir: de ahi sale la cuenta.
           INITIALIZE LK-TARJETA.
           SET LK-MODO-LEER TO TRUE.
           MOVE REG-SOL-TARJETA TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              MOVE 'TARJETA INEXISTENTE' TO WS-MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-SOLICITUD
                 THRU 2900-RECHAZAR-SOLICITUD-EXIT
              GO TO 2200-ENCOLAR-AJUSTE-EXIT
           END-IF.

      * Pesos o la moneda propia de la tarjeta.
           IF REG-SOL-MONEDA NOT EQUAL 'ARS'
              AND REG-SOL-MONEDA NOT EQUAL LK-MONEDA-O
              MOVE 'MONEDA AJENA A LA TARJETA' TO WS-MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-SOLICITUD
                 THRU 2900-RECHAZAR-SOLICITUD-EXIT
              GO TO 2200-ENCOLAR-AJUSTE-EXIT
           END-IF.

           ADD 1 TO WS-ULTIMO-NRO.
           INITIALIZE REG-AJUSTE.
           MOVE WS-ULTIMO-NRO          TO REG-AJU-NRO.
           MOVE 'P'                    TO REG-AJU-ESTADO.
           MOVE REG-SOL-OPERADOR       TO REG-AJU-SOLICITANTE.
           MOVE SPACES                 TO REG-AJU-REVISOR.
           MOVE REG-SOL-TARJETA        TO REG-AJU-TARJETA.
           MOVE LK-NUMERO-CUENTA-O     TO REG-AJU-CUENTA.
           MOVE REG-SOL-DEBITO-CREDITO TO REG-AJU-DEBITO-CREDITO.
           MOVE REG-SOL-MONEDA         TO REG-AJU-MONEDA.
           MOVE REG-SOL-IMPORTE        TO REG-AJU-IMPORTE.
           MOVE REG-SOL-MOTIVO         TO REG-AJU-MOTIVO.
           MOVE REG-SOL-OBSERVACION    TO REG-AJU-OBSERVACION.
           MOVE WS-FECHA-PROCESO       TO REG-AJU-FECHA.
           MOVE SPACES                 TO REG-AJU-CICLO.
           MOVE 0                      TO REG-AJU-ID-CONSUMO.

           WRITE FD-SAL-AJUSTE FROM REG-AJUSTE.
           IF NOT FS-SAL-AJUSTES-OK
              DISPLAY 'ERROR AL ENCOLAR EL AJUSTE'
              DISPLAY 'FILE STATUS: ' FS-SAL-AJUSTES
           ELSE
              ADD 1 TO WS-CANT-ENCOLADAS
              DISPLAY 'AJUSTE ' REG-AJU-NRO ' ENCOLADO PARA LA '
                 'TARJETA ' REG-SOL-TARJETA
           END-IF.

       2200-ENCOLAR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2250-COMPARAR-MOTIVO.
           IF REG-SOL-MOTIVO EQUAL
                 WS-MOTIVO-ITEM-COD(WS-INDICE-MOTIVO)
              MOVE WS-INDICE-MOTIVO TO WS-FILA-MOTIVO
           END-IF.

       2250-COMPARAR-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-RECHAZAR-SOLICITUD.
           DISPLAY 'AJUSTE RECHAZADO: ' WS-MOTIVO-RECHAZO
              ' - TARJETA ' REG-SOL-TARJETA
              ' OPERADOR ' REG-SOL-OPERADOR.
           ADD 1 TO WS-CANT-RECHAZADAS.

       2900-RECHAZAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-SOLICITUDES
                 SAL-AJUSTES.

           DISPLAY 'SOLICITUDES DE AJUSTE LEIDAS    : ' WS-CANT-LEIDAS.
           DISPLAY 'SOLICITUDES DE AJUSTE ENCOLADAS : '
              WS-CANT-ENCOLADAS.
           DISPLAY 'SOLICITUDES DE AJUSTE RECHAZADAS: '
              WS-CANT-RECHAZADAS.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02AJUST.
