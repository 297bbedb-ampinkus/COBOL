      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02AJAPL.CBL - Facturacion de los ajustes manuales
      *          aprobados. Recorre la cola AJUSTES.TXT y cada ajuste
      *          en estado A (firmado por el segundo operador en
      *          TP02AJREV) se agrega al final de CONSUMOS.SEQ como
      *          un movimiento de ajuste (tipo de operacion J), fechado
      *          el dia 01 del ciclo, con el motivo como codigo de
      *          concepto y el numero de ajuste como consumo de
      *          origen (al estilo de las lineas internas de TP02FEES,
      *          TP02PLAN y TP02PRECA). TP02EJ01 lo imprime como
      *          AJUSTE con su motivo y lo asienta en su propia cuenta
      *          contable. El ajuste queda en estado F con el ciclo y
      *          el ID generado, para no facturarlo dos veces.
      *          CONSUMOS.SEQ se toma via CLBLOQUE antes de grabarlo,
      *          para no cruzarse con otro que lo grabe.
      *          Uso: TP02AJAPL <CICLO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02AJAPL.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
           SELECT ENT-AJUSTES
           ASSIGN TO '../AJUSTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-AJUSTES.

      *    Veredicto de la validacion de integridad del feed de
      *    consumos (TP02VALID): si no es OK, este lote no arranca.
           SELECT ENT-FEED-CONTROL
           ASSIGN TO '../FEED_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FEED-CONTROL.

      *****ARCHIVOS DE SALIDA
      *    Los ajustes se agregan al final del feed, como hacen
      *    TP02FEES con los cargos y TP02PLAN con las cuotas.
           SELECT SAL-CONSUMOS
           ASSIGN TO '../CONSUMOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONSUMOS.

           SELECT SAL-AJUSTES
           ASSIGN TO '../AJUSTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AJUSTES.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-AJUSTES.
           COPY AJUSTES.

       FD ENT-FEED-CONTROL.
           COPY FEEDCTL.

       FD SAL-CONSUMOS.
       01 FD-SAL-CONSUMO               PIC X(123).

       FD SAL-AJUSTES.
       01 FD-SAL-AJUSTE                PIC X(133).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-AJUSTES                    PIC X(2).
             88 FS-ENT-AJUSTES-OK                  VALUE '00'.
             88 FS-ENT-AJUSTES-EOF                 VALUE '10'.
             88 FS-ENT-AJUSTES-NFD                 VALUE '35'.
          05 FS-ENT-FEED-CONTROL               PIC X(2).
             88 FS-ENT-FEED-CONTROL-OK             VALUE '00'.
             88 FS-ENT-FEED-CONTROL-EOF            VALUE '10'.
             88 FS-ENT-FEED-CONTROL-NFD            VALUE '35'.
          05 FS-SAL-CONSUMOS                   PIC X(2).
             88 FS-SAL-CONSUMOS-OK                 VALUE '00'.
             88 FS-SAL-CONSUMOS-NFD                VALUE '35'.
          05 FS-SAL-AJUSTES                    PIC X(2).
             88 FS-SAL-AJUSTES-OK                  VALUE '00'.

      * Parametro de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-CICLO                PIC X(06) VALUE SPACES.
       01 WS-PARM-CICLO-R REDEFINES WS-PARM-CICLO.
          05 WS-PARM-ANIO              PIC X(04).
          05 WS-PARM-MES               PIC 9(02).

      * Fecha de la linea de ajuste: el dia 01 del ciclo en que se
      * factura.
       01 WS-FECHA-AJUSTE.
          05 WS-FAJ-ANIO               PIC X(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-FAJ-MES                PIC 9(02).
          05 FILLER                    PIC X(03) VALUE '-01'.

      * Switches de fin de archivo
       01 WS-AJUSTES-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-AJUSTES-EOF-YES                    VALUE 'TRUE'.
          88 WS-AJUSTES-EOF-NO                     VALUE 'FALSE'.

      * Registro de consumo de trabajo: se graba el feed con este
      * layout
           COPY CONSUMOS.

      * Cola entera en memoria, para regrabarla con los ajustes
      * facturados
       77 WS-INDICE-AJU                        PIC 9(04) VALUE 1.
       77 WS-CANT-AJUSTES                      PIC 9(04) VALUE 0.
       01 WS-TABLA-AJUSTES.
          05 WS-AJU-ITEM OCCURS 1000 TIMES.
             10 WS-AJU-LINEA              PIC X(133).

      * El ciclo como numero, base del ID de la linea generada.
      * Arranca en AAAAMM7000 para no pisar la serie AAAAMM0000 de
      * TP02FEES, la AAAAMM5000 de TP02PLAN ni la AAAAMM8000 de
      * TP02PRECA en el mismo periodo; si ya hubo ajustes
      * facturados en el ciclo se sigue desde el ultimo.
       01 WS-CICLO-NUMERICO-X.
          05 WS-CICLO-NUMERICO         PIC 9(06).
       77 WS-SECUENCIA-ID                      PIC 9(04) VALUE 7000.
       77 WS-SECUENCIA-REG                     PIC 9(04) VALUE 0.
       77 WS-ID-BASE                           PIC 9(10) VALUE 0.

      * Detalle con que sale el ajuste en el feed
       01 WS-DETALLE-AJUSTE.
          05 FILLER                    PIC X(12)
             VALUE 'AJUSTE NRO. '.
          05 WS-DET-AJU-NRO            PIC 9(06).
          05 FILLER                    PIC X(01) VALUE SPACES.
          05 WS-DET-AJU-MOTIVO         PIC X(03).
          05 FILLER                    PIC X(10) VALUE SPACES.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS                    PIC 9(05) VALUE 0.
          05 WS-CANT-FACTURADOS                PIC 9(05) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.
      * CLBLOQUE devuelve su propio RETURN-CODE: el del lote se
      * guarda antes de liberar y se repone despues
       77 WS-RC-LOTE                   PIC S9(9) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-FACTURAR-AJUSTE
              THRU 2000-FACTURAR-AJUSTE-EXIT
              VARYING WS-INDICE-AJU FROM 1 BY 1
              UNTIL WS-INDICE-AJU GREATER THAN WS-CANT-AJUSTES.

           PERFORM 2900-REGRABAR-COLA
              THRU 2900-REGRABAR-COLA-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
      * Ningun lote que consuma CONSUMOS.SEQ arranca sin el veredicto
      * OK de la validacion de integridad del feed (TP02VALID).
       1050-VERIFICAR-FEED.
           OPEN INPUT ENT-FEED-CONTROL.
           EVALUATE TRUE
               WHEN FS-ENT-FEED-CONTROL-OK
                   CONTINUE
               WHEN FS-ENT-FEED-CONTROL-NFD
                   DISPLAY 'NO SE ENCUENTRA FEED_CONTROL.TXT: CORRER '
                      'TP02VALID ANTES DE ESTE LOTE'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FEED_CONTROL.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-FEED-CONTROL
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           READ ENT-FEED-CONTROL.
           IF NOT FS-ENT-FEED-CONTROL-OK
              DISPLAY 'FEED_CONTROL.TXT VACIO O ILEGIBLE: CORRER '
                 'TP02VALID ANTES DE ESTE LOTE'
              CLOSE ENT-FEED-CONTROL
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT REG-FEED-OK
              DISPLAY 'EL FEED DE CONSUMOS NO BALANCEO: ESPERADOS '
                 REG-FEED-CANT-ESPERADA ' LEIDOS '
                 REG-FEED-CANT-LEIDA
              DISPLAY 'HASH ESPERADO ' REG-FEED-HASH-ESPERADO
                 ' LEIDO ' REG-FEED-HASH-LEIDO
              DISPLAY 'ESTE LOTE NO CORRE HASTA REPONER EL FEED'
              CLOSE ENT-FEED-CONTROL
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE ENT-FEED-CONTROL.

       1050-VERIFICAR-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-CICLO.
           IF WS-PARM-CICLO EQUAL SPACES
              DISPLAY 'USO: TP02AJAPL <CICLO AAAAMM>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1050-VERIFICAR-FEED
              THRU 1050-VERIFICAR-FEED-EXIT.

           MOVE WS-PARM-ANIO TO WS-FAJ-ANIO.
           MOVE WS-PARM-MES  TO WS-FAJ-MES.
           MOVE WS-PARM-CICLO TO WS-CICLO-NUMERICO-X.
           COMPUTE WS-ID-BASE = WS-CICLO-NUMERICO * 10000.

           OPEN INPUT ENT-AJUSTES.
           EVALUATE TRUE
               WHEN FS-ENT-AJUSTES-OK
                   PERFORM 1100-LEER-AJUSTE
                      THRU 1100-LEER-AJUSTE-EXIT
                      UNTIL WS-AJUSTES-EOF-YES
                   CLOSE ENT-AJUSTES
               WHEN FS-ENT-AJUSTES-NFD
                   DISPLAY 'NO HAY COLA DE AJUSTES: NADA QUE FACTURAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AJUSTES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AJUSTES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 1900-TOMAR-CONSUMOS
              THRU 1900-TOMAR-CONSUMOS-EXIT.

           OPEN EXTEND SAL-CONSUMOS.
           IF FS-SAL-CONSUMOS-NFD
              OPEN OUTPUT SAL-CONSUMOS
           END-IF.
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR CONSUMOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSUMOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

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
           MOVE 'TP02AJAPL' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02AJAPL TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-CONSUMOS-EXIT.
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
                   ELSE
                      DISPLAY 'LA COLA TIENE MAS DE 1000 AJUSTES, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
      * Una segunda corrida en el mismo ciclo sigue la serie de IDs
      * desde el ultimo ajuste ya facturado.
                   IF REG-AJU-FACTURADO
                      AND REG-AJU-CICLO EQUAL WS-PARM-CICLO
                      AND REG-AJU-ID-CONSUMO GREATER THAN WS-ID-BASE
                      COMPUTE WS-SECUENCIA-REG =
                         REG-AJU-ID-CONSUMO - WS-ID-BASE
                      IF WS-SECUENCIA-REG GREATER THAN WS-SECUENCIA-ID
                         MOVE WS-SECUENCIA-REG TO WS-SECUENCIA-ID
                      END-IF
                   END-IF
           END-READ.

       1100-LEER-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Linea de ajuste: un movimiento interno de una sola cuota,
      * fechado el dia 01 del ciclo, sin comercio.
       2000-FACTURAR-AJUSTE.
           MOVE WS-AJU-LINEA(WS-INDICE-AJU) TO REG-AJUSTE.
           ADD 1 TO WS-CANT-LEIDOS.

           IF NOT REG-AJU-APROBADO
              GO TO 2000-FACTURAR-AJUSTE-EXIT
           END-IF.

           ADD 1 TO WS-SECUENCIA-ID.

           INITIALIZE WS-CONSUMOS.
           COMPUTE WS-ID-CONSUMO = WS-ID-BASE + WS-SECUENCIA-ID.
           MOVE REG-AJU-CUENTA       TO WS-CUENTA-CREDITO.
           MOVE REG-AJU-TARJETA      TO WS-NUMERO-TARJETA.
           MOVE WS-FECHA-AJUSTE      TO WS-FECHA-CONSUMO.
           MOVE REG-AJU-NRO          TO WS-DET-AJU-NRO.
           MOVE REG-AJU-MOTIVO       TO WS-DET-AJU-MOTIVO.
           MOVE WS-DETALLE-AJUSTE    TO WS-DETALLE.
           MOVE 1                    TO WS-NUMERO-ACTUAL.
           MOVE 1                    TO WS-NUMERO-CUOTAS.
           MOVE REG-AJU-MONEDA       TO WS-TIPO-MONEDA.
           MOVE REG-AJU-IMPORTE      TO WS-IMPORTE.
           MOVE REG-AJU-MOTIVO       TO WS-COD-CONCEPTO.
           MOVE 0                    TO WS-ID-COMERCIO.
           MOVE 'J'                  TO WS-TIPO-OPERACION.
           MOVE REG-AJU-DEBITO-CREDITO TO WS-DEBITO-CREDITO.
           MOVE REG-AJU-NRO          TO WS-ID-CONSUMO-ORIGEN.
           MOVE SPACES               TO WS-COD-PROMOCION.

           WRITE FD-SAL-CONSUMO FROM WS-CONSUMOS.
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL GRABAR EL AJUSTE ' REG-AJU-NRO
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSUMOS
              GO TO 2000-FACTURAR-AJUSTE-EXIT
           END-IF.

           MOVE 'F'                  TO REG-AJU-ESTADO.
           MOVE WS-PARM-CICLO        TO REG-AJU-CICLO.
           MOVE WS-ID-CONSUMO        TO REG-AJU-ID-CONSUMO.
           MOVE REG-AJUSTE           TO WS-AJU-LINEA(WS-INDICE-AJU).
           ADD 1 TO WS-CANT-FACTURADOS.

       2000-FACTURAR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-REGRABAR-COLA.
           OPEN OUTPUT SAL-AJUSTES.
           IF NOT FS-SAL-AJUSTES-OK
              DISPLAY 'ERROR AL REGRABAR LA COLA DE AJUSTES'
              DISPLAY 'FILE STATUS: ' FS-SAL-AJUSTES
              MOVE 99 TO RETURN-CODE
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
           WRITE FD-SAL-AJUSTE FROM WS-AJU-LINEA(WS-INDICE-AJU).

       2910-GRABAR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-CONSUMOS.

           MOVE RETURN-CODE TO WS-RC-LOTE.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           MOVE WS-RC-LOTE TO RETURN-CODE.

           DISPLAY 'AJUSTES EN LA COLA  : ' WS-CANT-LEIDOS.
           DISPLAY 'AJUSTES FACTURADOS  : ' WS-CANT-FACTURADOS.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02AJAPL.
