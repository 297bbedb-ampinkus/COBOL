      *----------------------------------------------------------------*
      *  Purpose: CLTOPEFX - Reporte mensual a cumplimiento del tope
      *           de compra de moneda extranjera por persona. Recorre
      *           el acumulado del mes que mantiene CLVALTRAN
      *           (FX_ACUMULADO.TXT, por cliente del maestro unico y
      *           moneda, sumando todas sus cuentas) y lo compara con
      *           el tope vigente al cierre del periodo en
      *           FX_TOPES.TXT. Salen en FX_TOPES_REPORTE.TXT las
      *           personas que alcanzaron el tope y las que superan el
      *           porcentaje de aviso de la tabla, con lo comprado, el
      *           tope y el porcentaje consumido.
      *           Uso: CLTOPEFX <PERIODO AAAA-MM>
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLTOPEFX.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-FX-ACUMULADO
           ASSIGN TO '../FX_ACUMULADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FX-ACUMULADO.

       SELECT ENT-TOPES-CAMBIO
           ASSIGN TO '../FX_TOPES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TOPES-CAMBIO.

       SELECT SAL-REPORTE
           ASSIGN TO '../FX_TOPES_REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-FX-ACUMULADO.
           COPY FXACUM.

       FD ENT-TOPES-CAMBIO.
           COPY TOPECAMB.

       FD SAL-REPORTE.
       01 REG-REPORTE-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-FX-ACUMULADO              PIC X(2).
             88 FS-ENT-FX-ACUMULADO-OK        VALUE '00'.
             88 FS-ENT-FX-ACUMULADO-EOF       VALUE '10'.
             88 FS-ENT-FX-ACUMULADO-NFD       VALUE '35'.
          05 FS-ENT-TOPES-CAMBIO              PIC X(2).
             88 FS-ENT-TOPES-CAMBIO-OK        VALUE '00'.
             88 FS-ENT-TOPES-CAMBIO-EOF       VALUE '10'.
             88 FS-ENT-TOPES-CAMBIO-NFD       VALUE '35'.
          05 FS-SAL-REPORTE                   PIC X(2).
             88 FS-SAL-REPORTE-OK             VALUE '00'.

      * Periodo pedido, y ultimo dia posible del periodo para elegir
      * el tope vigente al cierre
       01 WS-LINEA-COMANDO                    PIC X(40) VALUE SPACES.
       01 WS-PARM-PERIODO                     PIC X(07) VALUE SPACES.
       01 WS-PERIODO-R REDEFINES WS-PARM-PERIODO.
          05 WS-PER-ANIO                      PIC X(04).
          05 WS-PER-GUION                     PIC X(01).
          05 WS-PER-MES                       PIC X(02).
       01 WS-CIERRE-PERIODO.
          05 WS-CIE-PERIODO                   PIC X(07).
          05 FILLER                           PIC X(03) VALUE '-31'.

      * Switches de fin de archivo
       01 WS-FX-ACUM-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-FX-ACUM-EOF-YES               VALUE 'TRUE'.
          88 WS-FX-ACUM-EOF-NO                VALUE 'FALSE'.
       01 WS-TOPES-CAMBIO-EOF                 PIC X(05) VALUE 'FALSE'.
          88 WS-TOPES-CAMBIO-EOF-YES          VALUE 'TRUE'.
          88 WS-TOPES-CAMBIO-EOF-NO           VALUE 'FALSE'.

      * Topes por moneda con su vigencia, como los usa CLVALTRAN.
      * Sin FX_TOPES.TXT rige el tope por defecto (200 dolares, aviso
      * desde el 80%).
       77 WS-INDICE-TCA                       PIC 9(02) VALUE 1.
       77 WS-CANT-TCA                         PIC 9(02) VALUE 0.
       01 WS-TABLA-TOPES-CAMBIO.
          05 WS-TCA-ITEM OCCURS 50 TIMES.
             10 WS-TCA-VIGENCIA               PIC X(10).
             10 WS-TCA-MONEDA                 PIC X(03).
             10 WS-TCA-TOPE                   PIC 9(08)V9(02).
             10 WS-TCA-AVISO                  PIC 9(03).
       77 WS-TOPE-HALLADO                     PIC 9(08)V9(02) VALUE 0.
       77 WS-AVISO-HALLADO                    PIC 9(03) VALUE 0.
       77 WS-VIGENCIA-HALLADA                 PIC X(10) VALUE SPACES.

      * Porcentaje del tope consumido y umbral de aviso en moneda
       77 WS-PORCENTAJE                       PIC 9(05)V9(02) VALUE 0.
       77 WS-UMBRAL-AVISO                     PIC 9(10)V9(02) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                   PIC 9(05) VALUE 0.
          05 WS-CANT-DEL-PERIODO              PIC 9(05) VALUE 0.
          05 WS-CANT-EN-TOPE                  PIC 9(05) VALUE 0.
          05 WS-CANT-CERCA                    PIC 9(05) VALUE 0.

      * Lineas del reporte
       01 WS-REP-TITULO.
          05 FILLER                    PIC X(45) VALUE
             'COMPRA DE MONEDA EXTRANJERA - TOPE MENSUAL - '.
          05 WS-REP-TIT-PERIODO        PIC X(07).
       01 WS-REP-ENCABEZADO.
          05 FILLER                    PIC X(05) VALUE 'TIPO'.
          05 FILLER                    PIC X(23)
             VALUE 'DOCUMENTO / CUENTA'.
          05 FILLER                    PIC X(31) VALUE 'TITULAR'.
          05 FILLER                    PIC X(04) VALUE 'MON'.
          05 FILLER                    PIC X(06) VALUE ' CANT.'.
          05 FILLER                    PIC X(15) VALUE '      COMPRADO'.
          05 FILLER                    PIC X(13) VALUE '        TOPE'.
          05 FILLER                    PIC X(08) VALUE '      %'.
          05 FILLER                    PIC X(07) VALUE ' ESTADO'.
       01 WS-REP-DETALLE.
          05 WS-REP-DET-TIPO-DOC       PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-CLAVE          PIC X(22).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-TITULAR        PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-MONEDA         PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-CANTIDAD       PIC ZZZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-COMPRADO       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-TOPE           PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-PORCENTAJE     PIC ZZZZ9,99.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-REP-DET-ESTADO         PIC X(15).
       01 WS-REP-TOTAL.
          05 FILLER                    PIC X(25)
             VALUE 'PERSONAS QUE ALCANZARON: '.
          05 WS-REP-TOT-EN-TOPE        PIC ZZZZ9.
          05 FILLER                    PIC X(20)
             VALUE '   CERCA DEL TOPE: '.
          05 WS-REP-TOT-CERCA          PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-PERIODO.
           IF WS-PER-ANIO NOT NUMERIC
              OR WS-PER-GUION NOT EQUAL '-'
              OR WS-PER-MES NOT NUMERIC
              OR WS-PER-MES LESS THAN '01'
              OR WS-PER-MES GREATER THAN '12'
              PERFORM 1010-MOSTRAR-USO
                 THRU 1010-MOSTRAR-USO-EXIT
              STOP RUN
           END-IF.
           MOVE WS-PARM-PERIODO TO WS-CIE-PERIODO.

           PERFORM 1000-CARGAR-TOPES
              THRU 1000-CARGAR-TOPES-EXIT.

           PERFORM 2000-INICIAR-REPORTE
              THRU 2000-INICIAR-REPORTE-EXIT.

           PERFORM 2100-LEER-FX-ACUMULADO
              THRU 2100-LEER-FX-ACUMULADO-EXIT
              UNTIL WS-FX-ACUM-EOF-YES.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1010-MOSTRAR-USO.
           DISPLAY 'USO: CLTOPEFX <PERIODO AAAA-MM>'.
           MOVE 99 TO RETURN-CODE.

       1010-MOSTRAR-USO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-CARGAR-TOPES.
           OPEN INPUT ENT-TOPES-CAMBIO.
           EVALUATE TRUE
               WHEN FS-ENT-TOPES-CAMBIO-OK
                   PERFORM 1100-LEER-TOPE
                      THRU 1100-LEER-TOPE-EXIT
                      UNTIL WS-TOPES-CAMBIO-EOF-YES
                   CLOSE ENT-TOPES-CAMBIO
               WHEN FS-ENT-TOPES-CAMBIO-NFD
                   MOVE 1            TO WS-CANT-TCA
                   MOVE '0001-01-01' TO WS-TCA-VIGENCIA(1)
                   MOVE 'USD'        TO WS-TCA-MONEDA(1)
                   MOVE 200,00       TO WS-TCA-TOPE(1)
                   MOVE 80           TO WS-TCA-AVISO(1)
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FX_TOPES.TXT: '
                      FS-ENT-TOPES-CAMBIO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-CARGAR-TOPES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-TOPE.
           READ ENT-TOPES-CAMBIO
               AT END
                   SET WS-TOPES-CAMBIO-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-TCA LESS THAN 50
                      ADD 1 TO WS-CANT-TCA
                      MOVE REG-TCA-VIGENCIA
                        TO WS-TCA-VIGENCIA(WS-CANT-TCA)
                      MOVE REG-TCA-MONEDA
                        TO WS-TCA-MONEDA(WS-CANT-TCA)
                      MOVE REG-TCA-TOPE
                        TO WS-TCA-TOPE(WS-CANT-TCA)
                      MOVE REG-TCA-AVISO
                        TO WS-TCA-AVISO(WS-CANT-TCA)
                   ELSE
                      DISPLAY 'FX_TOPES.TXT TIENE MAS DE 50 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1100-LEER-TOPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-INICIAR-REPORTE.
           OPEN INPUT ENT-FX-ACUMULADO.
           EVALUATE TRUE
               WHEN FS-ENT-FX-ACUMULADO-OK
                   CONTINUE
               WHEN FS-ENT-FX-ACUMULADO-NFD
                   SET WS-FX-ACUM-EOF-YES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FX_ACUMULADO.TXT: '
                      FS-ENT-FX-ACUMULADO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR FX_TOPES_REPORTE.TXT: '
                 FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-PERIODO TO WS-REP-TIT-PERIODO.
           MOVE WS-REP-TITULO TO REG-REPORTE-LINEA.
           WRITE REG-REPORTE-LINEA.
           MOVE WS-REP-ENCABEZADO TO REG-REPORTE-LINEA.
           WRITE REG-REPORTE-LINEA.

       2000-INICIAR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-FX-ACUMULADO.
           READ ENT-FX-ACUMULADO
               AT END
                   SET WS-FX-ACUM-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   IF REG-FXA-PERIODO EQUAL WS-PARM-PERIODO
                      ADD 1 TO WS-CANT-DEL-PERIODO
                      PERFORM 2200-EVALUAR-PERSONA
                         THRU 2200-EVALUAR-PERSONA-EXIT
                   END-IF
           END-READ.

       2100-LEER-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La persona sale si lo comprado llega al tope vigente al
      * cierre del mes, o al porcentaje de aviso de ese tope. Una
      * moneda sin tope en la tabla no se informa.
       2200-EVALUAR-PERSONA.
           MOVE 0 TO WS-TOPE-HALLADO WS-AVISO-HALLADO.
           MOVE SPACES TO WS-VIGENCIA-HALLADA.
           PERFORM 2210-COMPARAR-TOPE
              THRU 2210-COMPARAR-TOPE-EXIT
              VARYING WS-INDICE-TCA FROM 1 BY 1
              UNTIL WS-INDICE-TCA GREATER THAN WS-CANT-TCA.

           IF WS-VIGENCIA-HALLADA EQUAL SPACES
              OR WS-TOPE-HALLADO EQUAL 0
              GO TO 2200-EVALUAR-PERSONA-EXIT
           END-IF.

           COMPUTE WS-UMBRAL-AVISO ROUNDED =
              WS-TOPE-HALLADO * WS-AVISO-HALLADO / 100.

           IF REG-FXA-COMPRADO NOT LESS THAN WS-TOPE-HALLADO
              MOVE 'ALCANZO EL TOPE' TO WS-REP-DET-ESTADO
              ADD 1 TO WS-CANT-EN-TOPE
           ELSE
              IF WS-AVISO-HALLADO EQUAL 0
                 OR REG-FXA-COMPRADO LESS THAN WS-UMBRAL-AVISO
                 GO TO 2200-EVALUAR-PERSONA-EXIT
              END-IF
              MOVE 'CERCA DEL TOPE' TO WS-REP-DET-ESTADO
              ADD 1 TO WS-CANT-CERCA
           END-IF.

           COMPUTE WS-PORCENTAJE ROUNDED =
              REG-FXA-COMPRADO * 100 / WS-TOPE-HALLADO.

           MOVE REG-FXA-TIPO-DOC  TO WS-REP-DET-TIPO-DOC.
           MOVE REG-FXA-CLAVE     TO WS-REP-DET-CLAVE.
           MOVE REG-FXA-TITULAR   TO WS-REP-DET-TITULAR.
           MOVE REG-FXA-MONEDA    TO WS-REP-DET-MONEDA.
           MOVE REG-FXA-CANTIDAD  TO WS-REP-DET-CANTIDAD.
           MOVE REG-FXA-COMPRADO  TO WS-REP-DET-COMPRADO.
           MOVE WS-TOPE-HALLADO   TO WS-REP-DET-TOPE.
           MOVE WS-PORCENTAJE     TO WS-REP-DET-PORCENTAJE.
           MOVE WS-REP-DETALLE TO REG-REPORTE-LINEA.
           WRITE REG-REPORTE-LINEA.

       2200-EVALUAR-PERSONA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-TOPE.
           IF WS-TCA-MONEDA(WS-INDICE-TCA) EQUAL REG-FXA-MONEDA
              AND WS-TCA-VIGENCIA(WS-INDICE-TCA) NOT GREATER
                 THAN WS-CIERRE-PERIODO
              AND WS-TCA-VIGENCIA(WS-INDICE-TCA) NOT LESS
                 THAN WS-VIGENCIA-HALLADA
              MOVE WS-TCA-VIGENCIA(WS-INDICE-TCA) TO WS-VIGENCIA-HALLADA
              MOVE WS-TCA-TOPE(WS-INDICE-TCA)     TO WS-TOPE-HALLADO
              MOVE WS-TCA-AVISO(WS-INDICE-TCA)    TO WS-AVISO-HALLADO
           END-IF.

       2210-COMPARAR-TOPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           MOVE WS-CANT-EN-TOPE TO WS-REP-TOT-EN-TOPE.
           MOVE WS-CANT-CERCA   TO WS-REP-TOT-CERCA.
           MOVE WS-REP-TOTAL TO REG-REPORTE-LINEA.
           WRITE REG-REPORTE-LINEA.

           IF FS-ENT-FX-ACUMULADO-OK
              OR FS-ENT-FX-ACUMULADO-EOF
              CLOSE ENT-FX-ACUMULADO
           END-IF.
           CLOSE SAL-REPORTE.

           DISPLAY 'ACUMULADOS LEIDOS       : ' WS-CANT-LEIDAS.
           DISPLAY 'PERSONAS DEL PERIODO    : ' WS-CANT-DEL-PERIODO.
           DISPLAY 'ALCANZARON EL TOPE      : ' WS-CANT-EN-TOPE.
           DISPLAY 'CERCA DEL TOPE          : ' WS-CANT-CERCA.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLTOPEFX.
