      *          cruzada vieja-a-nueva en TARJETAS_REEMPLAZO.TXT para
      *          que los pagos que lleguen con el numero viejo caigan
      *          igual (la consulta TP02PAGOS). La adhesion al debito
      *          automatico es por cuenta y no se toca; las
      *          suscripciones con cargo recurrente en la tarjeta
      *          (SUSCRIPCIONES.TXT, TP02SUSCR) pasan a la tarjeta
      *          nueva para que TP02VALID siga aceptando sus cargos. El
      *          resultado de cada solicitud queda en
      *          REEMPLAZOS_REPORTE.TXT. CONSUMOS.SEQ se toma via
      *          CLBLOQUE antes de tocar el master y se libera
      *          recien reemplazado el feed: si no queda disponible a
      *          tiempo el programa termina sin procesar (RC 99).
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-DISPUTAS.

      *    Nombre logico del archivo: ENT-SUSCRIPCIONES /
      *                               SAL-SUSCRIPCIONES
      *    Nombre fisico del archivo: ../SUSCRIPCIONES.TXT
           SELECT ENT-SUSCRIPCIONES
           ASSIGN TO '../SUSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SUSCRIPCIONES.

           SELECT SAL-SUSCRIPCIONES
           ASSIGN TO '../SUSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SUSCRIPCIONES.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-REPUNTEO
      *    Nombre fisico del archivo: ../CONSUMOS_REPUNTEO.TXT
          05 FD-SAL-DISPUTA-CONSUMO    PIC 9(10).
          05 FD-SAL-DISPUTA-ESTADO     PIC X(01).

       FD ENT-SUSCRIPCIONES.
       01 FD-ENT-SUSCRIPCION           PIC X(90).

       FD SAL-SUSCRIPCIONES.
       01 FD-SAL-SUSCRIPCION           PIC X(90).

       FD SAL-REPUNTEO.
       01 FD-CONSUMO-REPUNTEADO        PIC X(123).

             88 FS-ENT-DISPUTAS-NFD                VALUE '35'.
          05 FS-SAL-DISPUTAS                   PIC X(2).
             88 FS-SAL-DISPUTAS-OK                 VALUE '00'.
          05 FS-ENT-SUSCRIPCIONES              PIC X(2).
             88 FS-ENT-SUSCRIPCIONES-OK            VALUE '00'.
             88 FS-ENT-SUSCRIPCIONES-NFD           VALUE '35'.
          05 FS-SAL-SUSCRIPCIONES              PIC X(2).
             88 FS-SAL-SUSCRIPCIONES-OK            VALUE '00'.
          05 FS-SAL-REPUNTEO                   PIC X(2).
             88 FS-SAL-REPUNTEO-OK                 VALUE '00'.
          05 FS-SAL-XREF                       PIC X(2).
       01 WS-DISPUTAS-CARGA-EOF                PIC X(5) VALUE 'FALSE'.
          88 WS-DISPUTAS-CARGA-EOF-YES             VALUE 'TRUE'.
          88 WS-DISPUTAS-CARGA-EOF-NO              VALUE 'FALSE'.
       01 WS-SUSCRIPCIONES-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-SUSCRIPCIONES-EOF-YES              VALUE 'TRUE'.
          88 WS-SUSCRIPCIONES-EOF-NO               VALUE 'FALSE'.

      * Reemplazos aceptados en esta corrida (contra ellos se
      * repuntean el feed y las disputas al final)
             10 WS-DISP-ITEM-CONSUMO      PIC 9(10).
             10 WS-DISP-ITEM-ESTADO       PIC X(01).

      * Suscripciones con cargo recurrente, para el repunteo (el
      * registro se regraba completo)
       77 WS-INDICE-SUS                        PIC 9(04) VALUE 1.
       77 WS-CANT-SUS                          PIC 9(04) VALUE 0.
       01 WS-TABLA-SUSCRIPCIONES.
          05 WS-SUS-LINEA OCCURS 5000 TIMES    PIC X(90).
           COPY SUSCRIPC.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-SOLICITUDES               PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-CUOTAS-REP                PIC 9(05) VALUE 0.
          05 WS-CANT-DISPUTAS-REP              PIC 9(05) VALUE 0.
          05 WS-CANT-SUSCRIP-REP               PIC 9(05) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.
      * CLBLOQUE devuelve su propio RETURN-CODE: el del lote se
      * guarda antes de liberar y se repone despues
       77 WS-RC-LOTE                           PIC S9(9) VALUE 0.

      * Comando de sistema para que el feed repunteado reemplace a
      * CONSUMOS.SEQ, igual que hace el archivado con su
                 THRU 2600-REPUNTEAR-FEED-EXIT
              PERFORM 2700-REPUNTEAR-DISPUTAS
                 THRU 2700-REPUNTEAR-DISPUTAS-EXIT
              PERFORM 2800-REPUNTEAR-SUSCRIPCIONES
                 THRU 2800-REPUNTEAR-SUSCRIPCIONES-EXIT
           END-IF.

           PERFORM 2690-LIBERAR-CONSUMOS
              THRU 2690-LIBERAR-CONSUMOS-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

                   STOP RUN
           END-EVALUATE.

      * El feed se toma antes de bloquear ninguna tarjeta: una vez
      * hecho el reemplazo en el master la solicitud ya no se puede
      * repetir, y sus cuotas quedarian sin repuntear.
           PERFORM 1900-TOMAR-CONSUMOS
              THRU 1900-TOMAR-CONSUMOS-EXIT.

           OPEN EXTEND SAL-XREF.
           IF FS-SAL-XREF-NFD
              OPEN OUTPUT SAL-XREF
           IF NOT FS-SAL-XREF-OK
              DISPLAY 'ERROR AL ABRIR TARJETAS_REEMPLAZO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-XREF
              SET LK-BLQ-LIBERAR TO TRUE
              CALL 'CLBLOQUE' USING WS-BLOQUEO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REEMPLAZOS_REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              SET LK-BLQ-LIBERAR TO TRUE
              CALL 'CLBLOQUE' USING WS-BLOQUEO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma CONSUMOS.SEQ via CLBLOQUE hasta que el feed repunteado
      * lo reemplace: si otro lote lo tiene se espera; si no se
      * libera a tiempo se termina sin procesar ninguna solicitud
       1900-TOMAR-CONSUMOS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'CONSUMOS.SEQ' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02REPLA' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02REPLA TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-SOLICITUD.
           READ ENT-SOLICITUDES.
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER SOLICITUDES_REEMPLAZO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SOLICITUDES
                   PERFORM 2690-LIBERAR-CONSUMOS
                      THRU 2690-LIBERAR-CONSUMOS-EXIT
                   PERFORM 3000-FINALIZAR
                      THRU 3000-FINALIZAR-EXIT
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2600-REPUNTEAR-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Libera CONSUMOS.SEQ, ya reemplazado (o sin nada que repuntear)
       2690-LIBERAR-CONSUMOS.
           MOVE RETURN-CODE TO WS-RC-LOTE.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           MOVE WS-RC-LOTE TO RETURN-CODE.

       2690-LIBERAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2610-COPIAR-CONSUMO.
           READ ENT-CONSUMOS
       2750-GRABAR-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las suscripciones de la tarjeta vieja (activas o canceladas,
      * para que TP02VALID siga informando bien el motivo de rechazo)
      * pasan a la nueva: SUSCRIPCIONES.TXT se carga entero, se
      * repunta en memoria y se regraba. Si no entra en la tabla no se
      * toca, para no perder suscripciones.
       2800-REPUNTEAR-SUSCRIPCIONES.
           OPEN INPUT ENT-SUSCRIPCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-SUSCRIPCIONES-OK
                   PERFORM 2810-LEER-SUSCRIPCION
                      THRU 2810-LEER-SUSCRIPCION-EXIT
                      UNTIL WS-SUSCRIPCIONES-EOF-YES
                   CLOSE ENT-SUSCRIPCIONES
               WHEN FS-ENT-SUSCRIPCIONES-NFD
                   GO TO 2800-REPUNTEAR-SUSCRIPCIONES-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUSCRIPCIONES'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SUSCRIPCIONES
                   GO TO 2800-REPUNTEAR-SUSCRIPCIONES-EXIT
           END-EVALUATE.

           IF WS-CANT-SUS GREATER THAN 5000
              DISPLAY 'SUSCRIPCIONES.TXT TIENE MAS DE 5000 '
                 'REGISTROS, NO SE REPUNTEA'
              GO TO 2800-REPUNTEAR-SUSCRIPCIONES-EXIT
           END-IF.

           PERFORM 2830-REPUNTEAR-SUSCRIPCION
              THRU 2830-REPUNTEAR-SUSCRIPCION-EXIT
              VARYING WS-INDICE-SUS FROM 1 BY 1
              UNTIL WS-INDICE-SUS GREATER THAN WS-CANT-SUS.

           OPEN OUTPUT SAL-SUSCRIPCIONES.
           IF NOT FS-SAL-SUSCRIPCIONES-OK
              DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE SUSCRIPCIONES'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUSCRIPCIONES
              GO TO 2800-REPUNTEAR-SUSCRIPCIONES-EXIT
           END-IF.

           PERFORM 2850-GRABAR-SUSCRIPCION
              THRU 2850-GRABAR-SUSCRIPCION-EXIT
              VARYING WS-INDICE-SUS FROM 1 BY 1
              UNTIL WS-INDICE-SUS GREATER THAN WS-CANT-SUS.

           CLOSE SAL-SUSCRIPCIONES.

       2800-REPUNTEAR-SUSCRIPCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Se cuenta uno de mas al pasar el tope para cortar sin regrabar
       2810-LEER-SUSCRIPCION.
           READ ENT-SUSCRIPCIONES
               AT END
                   SET WS-SUSCRIPCIONES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-SUS LESS THAN 5000
                      ADD 1 TO WS-CANT-SUS
                      MOVE FD-ENT-SUSCRIPCION
                        TO WS-SUS-LINEA(WS-CANT-SUS)
                   ELSE
                      MOVE 5001 TO WS-CANT-SUS
                      SET WS-SUSCRIPCIONES-EOF-YES TO TRUE
                   END-IF
           END-READ.

       2810-LEER-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2830-REPUNTEAR-SUSCRIPCION.
           MOVE WS-SUS-LINEA(WS-INDICE-SUS) TO REG-SUSCRIPCION.
           PERFORM 2840-COMPARAR-SUSCRIP-REE
              THRU 2840-COMPARAR-SUSCRIP-REE-EXIT
              VARYING WS-INDICE-REE FROM 1 BY 1
              UNTIL WS-INDICE-REE GREATER THAN WS-CANT-REEMPLAZOS.
           MOVE REG-SUSCRIPCION TO WS-SUS-LINEA(WS-INDICE-SUS).

       2830-REPUNTEAR-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2840-COMPARAR-SUSCRIP-REE.
           IF REG-SUS-TARJETA EQUAL WS-REE-ITEM-VIEJA(WS-INDICE-REE)
              MOVE WS-REE-ITEM-NUEVA(WS-INDICE-REE)
                TO REG-SUS-TARJETA
              ADD 1 TO WS-CANT-SUSCRIP-REP
           END-IF.

       2840-COMPARAR-SUSCRIP-REE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2850-GRABAR-SUSCRIPCION.
           WRITE FD-SAL-SUSCRIPCION FROM WS-SUS-LINEA(WS-INDICE-SUS).
           IF NOT FS-SAL-SUSCRIPCIONES-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SUSCRIPCIONES'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUSCRIPCIONES
           END-IF.

       2850-GRABAR-SUSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-SOLICITUDES
           DISPLAY 'SOLICITUDES RECHAZ.  : ' WS-CANT-RECHAZADAS.
           DISPLAY 'CUOTAS REPUNTEADAS   : ' WS-CANT-CUOTAS-REP.
           DISPLAY 'DISPUTAS REPUNTEADAS : ' WS-CANT-DISPUTAS-REP.
           DISPLAY 'SUSCRIP. REPUNTEADAS : ' WS-CANT-SUSCRIP-REP.

       3000-FINALIZAR-EXIT.
           EXIT.
