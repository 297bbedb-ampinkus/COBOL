      *          disputas abiertas de DISPUTAS.TXT, el saldo de
      *          puntos de PUNTOS.TXT, los planes de cuotas
      *          pendientes, el saldo de cierre del ultimo resumen
      *          (SALDOS_CICLO.TXT), los ultimos contactos del call
      *          center anotados en CONTACTOS.TXT por TP02CONTA y los
      *          reclamos formales abiertos de RECLAMOS.TXT (TP02RECLA)
      *          con su vencimiento en dias habiles.
      *            TP02V360 TARJETA <numero>
      *            TP02V360 CUENTA <numero>
      * Tectonics: cobc
           ASSIGN TO '../CONTACTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONTACTOS.

           SELECT ENT-RECLAMOS
           ASSIGN TO '../RECLAMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RECLAMOS.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FD ENT-CONTACTOS.
           COPY CONTACTO.

       FD ENT-RECLAMOS.
           COPY RECLAMO.

       WORKING-STORAGE SECTION.

      * File status de los archivos
             88 FS-ENT-CONTACTOS-OK                VALUE '00'.
             88 FS-ENT-CONTACTOS-EOF               VALUE '10'.
             88 FS-ENT-CONTACTOS-NFD               VALUE '35'.
          05 FS-ENT-RECLAMOS                   PIC X(2).
             88 FS-ENT-RECLAMOS-OK                 VALUE '00'.
             88 FS-ENT-RECLAMOS-EOF                VALUE '10'.
             88 FS-ENT-RECLAMOS-NFD                VALUE '35'.

      * Parametros: criterio y valor
       77 WS-LINEA-COMANDO              PIC X(40) VALUE SPACES.
             10 WS-CON-ITEM-TEXTO      PIC X(60).
             10 WS-CON-ITEM-SEGUIM     PIC X(10).

      * Reclamos formales abiertos de la cuenta y su vencimiento a
      * 10 dias habiles del alta (mismo calculo que TP02RECLA)
       01 WS-FECHAS.
           COPY CLFECHAS.
       77 WS-FECHA-PROCESO              PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY.
          05 WS-HOY-ANIO               PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-MES                PIC 9(02).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-DIA                PIC 9(02).
       77 WS-CANT-RECLAMOS              PIC 9(05) VALUE 0.
       77 WS-DIAS-PLAZO                 PIC 9(02) VALUE 10.
       77 WS-FECHA-CALCULO              PIC X(10) VALUE SPACES.
       77 WS-SITUACION-RECLAMO          PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 7000-MOSTRAR-CONTACTOS
              THRU 7000-MOSTRAR-CONTACTOS-EXIT.

           PERFORM 7500-MOSTRAR-RECLAMOS
              THRU 7500-MOSTRAR-RECLAMOS-EXIT.

           DISPLAY '================================================'.

           STOP RUN.

       7200-MOSTRAR-CONTACTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reclamos formales abiertos de la cuenta, con su vencimiento
      * y marcados si ya vencieron.
       7500-MOSTRAR-RECLAMOS.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'RECLAMOS ABIERTOS:'.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO(1:4) TO WS-HOY-ANIO.
           MOVE WS-FECHA-PROCESO(5:2) TO WS-HOY-MES.
           MOVE WS-FECHA-PROCESO(7:2) TO WS-HOY-DIA.

           OPEN INPUT ENT-RECLAMOS.
           IF FS-ENT-RECLAMOS-NFD
              DISPLAY '  (SIN RECLAMOS)'
              GO TO 7500-MOSTRAR-RECLAMOS-EXIT
           END-IF.
           IF NOT FS-ENT-RECLAMOS-OK
              DISPLAY 'ERROR AL ABRIR RECLAMOS.TXT'
              GO TO 7500-MOSTRAR-RECLAMOS-EXIT
           END-IF.

           MOVE 'N' TO WS-FIN-ARCHIVO.
           PERFORM 7600-LEER-RECLAMO
              THRU 7600-LEER-RECLAMO-EXIT
              UNTIL WS-EOF-ARCHIVO.
           CLOSE ENT-RECLAMOS.

           IF WS-CANT-RECLAMOS EQUAL 0
              DISPLAY '  (SIN RECLAMOS ABIERTOS DE ESTA CUENTA)'
           END-IF.

       7500-MOSTRAR-RECLAMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7600-LEER-RECLAMO.
           READ ENT-RECLAMOS.

           EVALUATE TRUE
               WHEN FS-ENT-RECLAMOS-OK
                    IF REG-REC-CUENTA EQUAL WS-CUENTA-CLIENTE
                       AND REG-REC-ABIERTO
                       PERFORM 7700-MOSTRAR-RECLAMO
                          THRU 7700-MOSTRAR-RECLAMO-EXIT
                    END-IF
               WHEN FS-ENT-RECLAMOS-EOF
                    SET WS-EOF-ARCHIVO TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER RECLAMOS.TXT'
                    SET WS-EOF-ARCHIVO TO TRUE
           END-EVALUATE.

       7600-LEER-RECLAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7700-MOSTRAR-RECLAMO.
           ADD 1 TO WS-CANT-RECLAMOS.

           MOVE REG-REC-FECHA-ALTA TO WS-FECHA-CALCULO.
           PERFORM 7750-SUMAR-DIA-HABIL
              THRU 7750-SUMAR-DIA-HABIL-EXIT
              WS-DIAS-PLAZO TIMES.

           IF WS-FECHA-HOY GREATER THAN WS-FECHA-CALCULO
              MOVE '*VENCIDO*' TO WS-SITUACION-RECLAMO
           ELSE
              MOVE SPACES TO WS-SITUACION-RECLAMO
           END-IF.

           DISPLAY '  ' REG-REC-NUMERO ' ' REG-REC-CATEGORIA
              ' ALTA ' REG-REC-FECHA-ALTA
              ' VENCE ' WS-FECHA-CALCULO ' ' WS-SITUACION-RECLAMO.
           DISPLAY '    TARJETA ' REG-REC-TARJETA
              ' ASIGNADO A ' REG-REC-ASIGNADO.
           DISPLAY '    ' REG-REC-DESCRIPCION.
           IF REG-REC-ID-CONSUMO NOT EQUAL 0
              DISPLAY '    CONSUMO RECLAMADO ' REG-REC-ID-CONSUMO
                 ' (VINCULO ' REG-REC-VINCULO ')'
           END-IF.

       7700-MOSTRAR-RECLAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7750-SUMAR-DIA-HABIL.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE WS-FECHA-CALCULO TO LK-FEC-FECHA-1.
           MOVE 1 TO LK-FEC-DIAS.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-FECHA-CALCULO.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIA-HABIL TO TRUE.
           MOVE WS-FECHA-CALCULO TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-FECHA-CALCULO.

       7750-SUMAR-DIA-HABIL-EXIT.
           EXIT.
