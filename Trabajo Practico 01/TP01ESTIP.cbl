      *          (mes, becario, operacion, importe): el total anual
      *          por alumno sale de una sola pasada, y el mismo mes
      *          no se paga dos veces.
      *          TRANSFERENCIAS.TXT se toma via CLBLOQUE antes de
      *          grabarlo, asi no se cruza con otro que capture.
      *          Uso: TP01ESTIP <FECHA AAAA-MM-DD>
      * Tectonics: cobc
      * NOTA DE ERRORES:
          05 WS-CONT-YA-PAGADOS        PIC 9(05) VALUE 0.
       01 WS-TOTAL-PAGADO           PIC 9(10)V9(2) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1300-CARGAR-PAGOS-DEL-MES
              THRU 1300-CARGAR-PAGOS-DEL-MES-FIN.

           PERFORM 1900-TOMAR-TRANSFERENCIAS
              THRU 1900-TOMAR-TRANSFERENCIAS-FIN.

           OPEN EXTEND SAL-TRANSFERENCIAS.
           IF FS-SAL-TRANSFER-NFD
              OPEN OUTPUT SAL-TRANSFERENCIAS
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Toma TRANSFERENCIAS.TXT para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1900-TOMAR-TRANSFERENCIAS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'TRANSFERENCIAS.TXT' TO LK-BLQ-ARCHIVO.
           MOVE 'TP01ESTIP' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP01ESTIP TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-TRANSFERENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-INSCRIPTOS.
      * Alcanza con que el becario figure inscripto en una materia
                 SAL-PAGOS
                 SAL-SUSPENDIDAS.

           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.

           DISPLAY 'BECARIOS LEIDOS      : ' WS-CONT-BECARIOS.
           DISPLAY 'ESTIPENDIOS PAGADOS  : ' WS-CONT-PAGADOS.
           DISPLAY 'BECARIOS SUSPENDIDOS : ' WS-CONT-SUSPENDIDOS.
