      *          becas otorgadas (BECAS_OTORGADAS.TXT) y la lista de
      *          cercanos (BECAS_CERCANOS.TXT) con la regla exacta
      *          que le fallo a cada uno, para poder responder las
      *          apelaciones desde la propia salida. Los promedios de
      *          cada alumno se juntan por legajo, y por nombre en los
      *          renglones de la historia que no lo tienen. Solo
      *          cuentan los promedios de cursada: las notas de examen
      *          final y los ausentes de la historia no entran.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
       01 WS-ALU-TABLA.
          05 WS-ALU-ENTRADA OCCURS 500 TIMES.
             10 WS-ALU-NOMBRE          PIC X(40).
             10 WS-ALU-LEGAJO          PIC 9(06).
             10 WS-ALU-SUMA            PIC 9(7)V9(2).
             10 WS-ALU-MATERIAS        PIC 9(3).
             10 WS-ALU-SUMA-ANT        PIC 9(7)V9(2).
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   IF FD-PROM-ANT-LEGAJO IS NOT NUMERIC
                      MOVE 0 TO FD-PROM-ANT-LEGAJO
                   END-IF
                   IF FD-PROM-ANT-CURSADA
                      AND FD-PROM-ANT-CICLO LESS THAN WS-REG-CICLO
                      AND FD-PROM-ANT-CICLO GREATER THAN
                          WS-CICLO-ANTERIOR
                      MOVE FD-PROM-ANT-CICLO TO WS-CICLO-ANTERIOR
                   END-IF
                   IF FD-PROM-ANT-CURSADA
                      AND FD-PROM-ANT-CICLO EQUAL WS-REG-CICLO
                      PERFORM 1300-ACUMULAR-ACTUAL
                         THRU 1300-ACUMULAR-ACTUAL-FIN
                   END-IF
                 MOVE WS-CANT-ALUMNOS TO WS-FILA
                 MOVE FD-PROM-ANT-APE-NOM
                   TO WS-ALU-NOMBRE(WS-FILA)
                 MOVE FD-PROM-ANT-LEGAJO
                   TO WS-ALU-LEGAJO(WS-FILA)
                 MOVE 0 TO WS-ALU-SUMA(WS-FILA)
                 MOVE 0 TO WS-ALU-MATERIAS(WS-FILA)
                 MOVE 0 TO WS-ALU-SUMA-ANT(WS-FILA)

      *----------------------------------------------------------------*
       1410-COMPARAR-ALUMNO.
      * Mismo alumno: los dos legajos estan y coinciden, o falta
      * alguno y coincide el nombre. Una entrada sin legajo se queda
      * con el primero que aparezca.
           IF WS-FILA NOT EQUAL 0
              GO TO 1410-COMPARAR-ALUMNO-FIN
           END-IF.
           IF (FD-PROM-ANT-LEGAJO NOT EQUAL 0
               AND WS-ALU-LEGAJO(WS-IDX) NOT EQUAL 0
               AND FD-PROM-ANT-LEGAJO EQUAL WS-ALU-LEGAJO(WS-IDX))
              OR ((FD-PROM-ANT-LEGAJO EQUAL 0
                   OR WS-ALU-LEGAJO(WS-IDX) EQUAL 0)
                  AND FD-PROM-ANT-APE-NOM EQUAL WS-ALU-NOMBRE(WS-IDX))
              MOVE WS-IDX TO WS-FILA
              IF WS-ALU-LEGAJO(WS-IDX) EQUAL 0
                 MOVE FD-PROM-ANT-LEGAJO TO WS-ALU-LEGAJO(WS-IDX)
              END-IF
           END-IF.

       1410-COMPARAR-ALUMNO-FIN.
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   IF FD-PROM-ANT-LEGAJO IS NOT NUMERIC
                      MOVE 0 TO FD-PROM-ANT-LEGAJO
                   END-IF
                   IF FD-PROM-ANT-CICLO EQUAL WS-CICLO-ANTERIOR
                      AND FD-PROM-ANT-CURSADA
                      MOVE 0 TO WS-FILA
                      PERFORM 1410-COMPARAR-ALUMNO
                         THRU 1410-COMPARAR-ALUMNO-FIN
