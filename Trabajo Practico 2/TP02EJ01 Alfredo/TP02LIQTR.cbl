      *          y ningun comercio quede sin pagar en silencio.
      *          Las liquidaciones con neto cero (contracargos que se
      *          comieron el ciclo) no generan transferencia.
      *          Los comercios suspendidos en COMERCIOS_SUSPENDIDOS.TXT
      *          (coincidencia confirmada en las listas de sanciones,
      *          TP02SCDEC) no cobran: su liquidacion queda retenida
      *          en LIQ_RETENIDAS.TXT con el motivo de la suspension.
      *          TRANSFERENCIAS.TXT se toma via CLBLOQUE antes de
      *          grabarlo, asi no se cruza con otro que capture.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTA-LIQ.

      *    Nombre logico del archivo: ENT-SUSPENDIDOS
      *    Nombre fisico del archivo: ../COMERCIOS_SUSPENDIDOS.TXT
      *    Si no existe, no hay comercios suspendidos.
           SELECT ENT-SUSPENDIDOS
           ASSIGN TO '../COMERCIOS_SUSPENDIDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SUSPENDIDOS.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-TRANSFERENCIAS
      *    Nombre fisico del archivo: ../TRANSFERENCIAS.TXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTROL.

      *    Nombre logico del archivo: SAL-RETENIDAS
      *    Nombre fisico del archivo: ../LIQ_RETENIDAS.TXT
      *    Liquidaciones no pagadas por comercio suspendido. Se
      *    acumula de corrida en corrida (EXTEND): es lo que se le
      *    debe pagar al comercio si la suspension se levanta.
           SELECT SAL-RETENIDAS
           ASSIGN TO '../LIQ_RETENIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RETENIDAS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
          05 REG-CTA-LIQ-CBU           PIC X(22).
          05 REG-CTA-LIQ-DOCUMENTO     PIC X(15).

       FD ENT-SUSPENDIDOS.
           COPY COMSUSP.

       FD SAL-TRANSFERENCIAS.
      * Mismo formato de registro que espera CLINGDATO en su lote
      * de captura.
          05 FD-CTL-SEP-05             PIC X(01).
          05 FD-CTL-IMPORTE            PIC 9(10)V9(02).

       FD SAL-RETENIDAS.
       01 FD-RETENIDA.
          05 FD-RET-FECHA              PIC X(10).
          05 FD-RET-SEP-01             PIC X(01).
          05 FD-RET-ID-COMERCIO        PIC 9(6).
          05 FD-RET-SEP-02             PIC X(01).
          05 FD-RET-CBU                PIC X(22).
          05 FD-RET-SEP-03             PIC X(01).
          05 FD-RET-MONEDA             PIC X(03).
          05 FD-RET-SEP-04             PIC X(01).
          05 FD-RET-IMPORTE            PIC 9(10)V9(02).
          05 FD-RET-SEP-05             PIC X(01).
          05 FD-RET-MOTIVO             PIC X(02).
          05 FD-RET-SEP-06             PIC X(01).
          05 FD-RET-REFERENCIA         PIC X(12).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-SAL-CONTROL                    PIC X(2).
             88 FS-SAL-CONTROL-OK                  VALUE '00'.
             88 FS-SAL-CONTROL-NFD                 VALUE '35'.
          05 FS-ENT-SUSPENDIDOS                PIC X(2).
             88 FS-ENT-SUSPENDIDOS-OK              VALUE '00'.
             88 FS-ENT-SUSPENDIDOS-NFD             VALUE '35'.
          05 FS-SAL-RETENIDAS                  PIC X(2).
             88 FS-SAL-RETENIDAS-OK                VALUE '00'.
             88 FS-SAL-RETENIDAS-NFD               VALUE '35'.

      * Variable para indicar fin del archivo de liquidaciones
       01 WS-LIQ-EOF                           PIC X(5) VALUE 'FALSE'.
          88 WS-LIQ-EOF-YES                        VALUE 'TRUE'.
          88 WS-LIQ-EOF-NO                         VALUE 'FALSE'.
       01 WS-SUSPENDIDOS-EOF                   PIC X(5) VALUE 'FALSE'.
          88 WS-SUSPENDIDOS-EOF-YES                VALUE 'TRUE'.
          88 WS-SUSPENDIDOS-EOF-NO                 VALUE 'FALSE'.

      * Comercios suspendidos, con el motivo de la suspension
       77 WS-INDICE-SUSP                       PIC 9(05) VALUE 1.
       77 WS-CANT-SUSP                         PIC 9(05) VALUE 0.
       01 WS-TABLA-SUSPENDIDOS.
          05 WS-SUSP-ITEM OCCURS 9999 TIMES.
             10 WS-SUSP-ITEM-ID           PIC 9(06).
             10 WS-SUSP-ITEM-MOTIVO       PIC X(02).
             10 WS-SUSP-ITEM-REFERENCIA   PIC X(12).
       01 WS-COMERCIO-SUSPENDIDO               PIC X(03) VALUE 'NO'.
          88 WS-COMERCIO-SUSPENDIDO-SI             VALUE 'SI'.
          88 WS-COMERCIO-SUSPENDIDO-NO             VALUE 'NO'.

      * Fecha del proceso, que viaja como fecha de la transferencia
       01 WS-FECHA-PROCESO                     PIC 9(8).
          05 WS-CANT-GENERADAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-NETO-CERO                 PIC 9(05) VALUE 0.
          05 WS-CANT-MONEDA-INV                PIC 9(05) VALUE 0.
          05 WS-CANT-RETENIDAS                 PIC 9(05) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
                   STOP RUN
           END-EVALUATE.

           PERFORM 1100-CARGAR-SUSPENDIDOS
              THRU 1100-CARGAR-SUSPENDIDOS-EXIT.

           OPEN INPUT ENT-LIQ-CSV.
           EVALUATE TRUE
               WHEN FS-ENT-LIQ-CSV-OK
                   STOP RUN
           END-EVALUATE.

           PERFORM 1900-TOMAR-TRANSFERENCIAS
              THRU 1900-TOMAR-TRANSFERENCIAS-EXIT.

           OPEN OUTPUT SAL-TRANSFERENCIAS.
           IF NOT FS-SAL-TRANSFERENCIAS-OK
              DISPLAY 'ERROR AL ABRIR TRANSFERENCIAS.TXT'
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-RETENIDAS.
           IF FS-SAL-RETENIDAS-NFD
              OPEN OUTPUT SAL-RETENIDAS
           END-IF.
           IF NOT FS-SAL-RETENIDAS-OK
              DISPLAY 'ERROR AL ABRIR LIQ_RETENIDAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RETENIDAS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma TRANSFERENCIAS.TXT para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1900-TOMAR-TRANSFERENCIAS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'TRANSFERENCIAS.TXT' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02LIQTR' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02LIQTR TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-TRANSFERENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un comercio suspendido que no entra en la tabla cobraria: si
      * la lista no entra entera, no se paga nada.
       1100-CARGAR-SUSPENDIDOS.
           OPEN INPUT ENT-SUSPENDIDOS.
           EVALUATE TRUE
               WHEN FS-ENT-SUSPENDIDOS-OK
                   PERFORM 1110-LEER-SUSPENDIDO
                      THRU 1110-LEER-SUSPENDIDO-EXIT
                      UNTIL WS-SUSPENDIDOS-EOF-YES
                   CLOSE ENT-SUSPENDIDOS
               WHEN FS-ENT-SUSPENDIDOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COMERCIOS_SUSPENDIDOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SUSPENDIDOS
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-SUSPENDIDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-SUSPENDIDO.
           READ ENT-SUSPENDIDOS
               AT END
                   SET WS-SUSPENDIDOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-SUSP LESS THAN 9999
                      ADD 1 TO WS-CANT-SUSP
                      MOVE REG-CSU-ID-COMERCIO
                        TO WS-SUSP-ITEM-ID(WS-CANT-SUSP)
                      MOVE REG-CSU-MOTIVO
                        TO WS-SUSP-ITEM-MOTIVO(WS-CANT-SUSP)
                      MOVE REG-CSU-REFERENCIA
                        TO WS-SUSP-ITEM-REFERENCIA(WS-CANT-SUSP)
                   ELSE
                      DISPLAY 'COMERCIOS_SUSPENDIDOS.TXT TIENE MAS DE '
                         '9999 COMERCIOS: NO SE PUEDE PAGAR SIN '
                         'RIESGO'
                      CLOSE ENT-SUSPENDIDOS
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1110-LEER-SUSPENDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-LIQUIDACION.
           READ ENT-LIQ-CSV.
              GO TO 2200-GENERAR-TRANSFERENCIA-EXIT
           END-IF.

      * Comercio suspendido: la liquidacion queda retenida.
           SET WS-COMERCIO-SUSPENDIDO-NO TO TRUE.
           PERFORM 2250-BUSCAR-SUSPENDIDO
              THRU 2250-BUSCAR-SUSPENDIDO-EXIT
              VARYING WS-INDICE-SUSP FROM 1 BY 1
              UNTIL WS-INDICE-SUSP GREATER THAN WS-CANT-SUSP
                 OR WS-COMERCIO-SUSPENDIDO-SI.
           IF WS-COMERCIO-SUSPENDIDO-SI
              SUBTRACT 1 FROM WS-INDICE-SUSP
              PERFORM 2260-RETENER-LIQUIDACION
                 THRU 2260-RETENER-LIQUIDACION-EXIT
              GO TO 2200-GENERAR-TRANSFERENCIA-EXIT
           END-IF.

           EVALUATE REG-LIQ-CSV-MONEDA
               WHEN 'ARS'
                   MOVE '01' TO FD-TRANS-COD-MONEDA
       2200-GENERAR-TRANSFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2250-BUSCAR-SUSPENDIDO.
           IF WS-SUSP-ITEM-ID(WS-INDICE-SUSP) EQUAL REG-LIQ-CSV-ID
              SET WS-COMERCIO-SUSPENDIDO-SI TO TRUE
           END-IF.

       2250-BUSCAR-SUSPENDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2260-RETENER-LIQUIDACION.
           DISPLAY 'COMERCIO ' REG-LIQ-CSV-ID ' SUSPENDIDO: SE '
              'RETIENE LA LIQUIDACION'.

           MOVE ';' TO FD-RET-SEP-01 FD-RET-SEP-02 FD-RET-SEP-03
                       FD-RET-SEP-04 FD-RET-SEP-05 FD-RET-SEP-06.
           MOVE WS-FECHA-GUIONES      TO FD-RET-FECHA.
           MOVE REG-LIQ-CSV-ID        TO FD-RET-ID-COMERCIO.
           MOVE REG-LIQ-CSV-CBU       TO FD-RET-CBU.
           MOVE REG-LIQ-CSV-MONEDA    TO FD-RET-MONEDA.
           MOVE WS-IMPORTE-NETO       TO FD-RET-IMPORTE.
           MOVE WS-SUSP-ITEM-MOTIVO(WS-INDICE-SUSP) TO FD-RET-MOTIVO.
           MOVE WS-SUSP-ITEM-REFERENCIA(WS-INDICE-SUSP)
             TO FD-RET-REFERENCIA.
           WRITE FD-RETENIDA.
           IF NOT FS-SAL-RETENIDAS-OK
              DISPLAY 'ERROR AL GRABAR LIQ_RETENIDAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RETENIDAS
           END-IF.

           ADD 1 TO WS-CANT-RETENIDAS.

       2260-RETENER-LIQUIDACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-LIQ-CSV
                 SAL-TRANSFERENCIAS
                 SAL-CONTROL
                 SAL-RETENIDAS.

           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.

           DISPLAY 'LIQUIDACIONES LEIDAS      : ' WS-CANT-LEIDAS.
           DISPLAY 'TRANSFERENCIAS GENERADAS  : ' WS-CANT-GENERADAS.
           DISPLAY 'NETO CERO (SIN PAGO)      : ' WS-CANT-NETO-CERO.
           DISPLAY 'MONEDA INVALIDA           : ' WS-CANT-MONEDA-INV.
           DISPLAY 'RETENIDAS (SUSPENDIDOS)   : ' WS-CANT-RETENIDAS.

       3000-FINALIZAR-EXIT.
           EXIT.
