      *          anteriores al campo de cantidad ponderan 1). El
      *          resto sale en MATERIAS_PENDIENTES.TXT con el estado
      *          de cada materia del plan, listo para entregar en
      *          ventanilla. La historia de cada alumno se junta por
      *          legajo; los renglones viejos sin legajo se juntan
      *          por nombre. Una materia que tiene mesas de examen
      *          final (MESAS_FINAL.TXT) solo queda APROBADA con la
      *          nota del final (TP01ACTAS) y vale esa nota; con la
      *          cursada aprobada y el final pendiente sale como
      *          REGULAR. Los ausentes a un final no cambian nada.
      *          Una materia aprobada por equivalencia (TP01EQUIV)
      *          cuenta como aprobada para egresar y sale como
      *          EQUIVALENCIA; su nota entra en el promedio de
      *          carrera solo si la equivalencia se otorgo con nota
      *          que promedia (cantidad de notas 1; con 0 no pesa).
      *          Si despues la aprueba aca, vale lo de aca.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROM-HIST.

      * Mesas de examen final: las materias que se aprueban por
      * final
       SELECT ENT-MESAS
           ASSIGN TO '../MESAS_FINAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MESAS.

      * Egresados: completaron todo el plan
       SELECT SAL-EGRESADOS
           ASSIGN TO '../EGRESADOS.TXT'
       FD ENT-PROM-HIST.
           COPY PROMANT.

       FD ENT-MESAS.
           COPY MESAFIN.

       FD SAL-EGRESADOS.
       01 REG-EGRESADO.
          05 REG-EGR-ALUMNO            PIC X(40).
          05 REG-PEN-SEP-01            PIC X(03).
          05 REG-PEN-MATERIA           PIC X(30).
          05 REG-PEN-SEP-02            PIC X(03).
          05 REG-PEN-ESTADO            PIC X(12).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
             88 FS-ENT-PROM-HIST-OK               VALUE '00'.
             88 FS-ENT-PROM-HIST-EOF              VALUE '10'.
             88 FS-ENT-PROM-HIST-NFD              VALUE '35'.
          05 FS-ENT-MESAS                      PIC X(2).
             88 FS-ENT-MESAS-OK                   VALUE '00'.
             88 FS-ENT-MESAS-EOF                  VALUE '10'.
             88 FS-ENT-MESAS-NFD                  VALUE '35'.
          05 FS-SAL-EGRESADOS                  PIC X(2).
             88 FS-SAL-EGRESADOS-OK               VALUE '00'.
          05 FS-SAL-PENDIENTES                 PIC X(2).
       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
          88 WS-HIST-EOF-NO            VALUE 'FALSE'.
       01 WS-MESAS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-MESAS-EOF-YES          VALUE 'TRUE'.
          88 WS-MESAS-EOF-NO           VALUE 'FALSE'.

      * Nota minima para dar una materia por aprobada, igual que en
      * el control de correlativas
          05 WS-PLAN-ENTRADA OCCURS 30 TIMES
                              INDEXED BY WS-PLAN-IDX.
             10 WS-PLAN-MATERIA        PIC X(30).
      * S si la materia tiene mesas de final: se aprueba por final
             10 WS-PLAN-CON-FINAL      PIC X(01).
                88 WS-PLAN-CON-FINAL-SI   VALUE 'S'.

      * Estado del plan por alumno: por cada materia del plan, si
      * esta aprobada (con el mejor promedio y su cantidad de
          05 WS-ALU-ENTRADA OCCURS 300 TIMES
                             INDEXED BY WS-ALU-IDX.
             10 WS-ALU-APE-NOM         PIC X(40).
             10 WS-ALU-LEGAJO          PIC 9(06).
             10 WS-ALU-MATERIA OCCURS 30 TIMES.
      * Estado: ' ' pendiente, 'A' aprobada, 'D' desaprobada, 'R'
      * regular (cursada aprobada, falta el final), 'E' aprobada
      * por equivalencia
                15 WS-ALU-ESTADO       PIC X(1).
                15 WS-ALU-PROMEDIO     PIC 9(5)V9(2).
                15 WS-ALU-CANT-NOTAS   PIC 9(2).
              STOP RUN
           END-IF.

           PERFORM 1200-CARGAR-MESAS
              THRU 1200-CARGAR-MESAS-FIN.

           OPEN INPUT ENT-PROM-HIST.
           EVALUATE TRUE
               WHEN FS-ENT-PROM-HIST-OK
                      ADD 1 TO WS-PLAN-CANTIDAD
                      MOVE REG-PLAN-MATERIA
                        TO WS-PLAN-MATERIA(WS-PLAN-CANTIDAD)
                      MOVE 'N' TO WS-PLAN-CON-FINAL(WS-PLAN-CANTIDAD)
                   ELSE
                      DISPLAY 'PLAN_ESTUDIO.TXT TIENE MAS DE 30 '
                         'MATERIAS, SE IGNORAN LAS EXCEDENTES'
       1110-LEER-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-MESAS.
      * Sin mesas de final todas las materias se aprueban con la
      * cursada, como siempre.
           OPEN INPUT ENT-MESAS.
           EVALUATE TRUE
               WHEN FS-ENT-MESAS-OK
                   PERFORM 1210-LEER-MESA
                      THRU 1210-LEER-MESA-FIN
                      UNTIL WS-MESAS-EOF-YES
                   CLOSE ENT-MESAS
               WHEN FS-ENT-MESAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MESAS_FINAL.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MESAS
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-MESAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-MESA.
           READ ENT-MESAS
               AT END
                   SET WS-MESAS-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 1220-MARCAR-CON-FINAL
                      THRU 1220-MARCAR-CON-FINAL-FIN
                      VARYING WS-PLAN-IDX FROM 1 BY 1
                      UNTIL WS-PLAN-IDX GREATER THAN WS-PLAN-CANTIDAD
           END-READ.

       1210-LEER-MESA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1220-MARCAR-CON-FINAL.
           IF WS-PLAN-MATERIA(WS-PLAN-IDX) EQUAL FD-MFI-MATERIA
              SET WS-PLAN-CON-FINAL-SI(WS-PLAN-IDX) TO TRUE
           END-IF.

       1220-MARCAR-CON-FINAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-HISTORIA.
           READ ENT-PROM-HIST
              GO TO 2100-PROCESAR-HISTORIA-FIN
           END-IF.

      * Un ausente a un final no cambia el estado de la materia.
           IF FD-PROM-ANT-AUSENTE
              GO TO 2100-PROCESAR-HISTORIA-FIN
           END-IF.

      * Aprobada gana a todo (y entre aprobadas queda el mejor
      * promedio); desaprobada solo pisa a pendiente.
           SET WS-ALU-IDX TO WS-FILA-ALU.
           IF FD-PROM-ANT-EQUIVALENCIA
              PERFORM 2170-PROCESAR-EQUIVALENCIA
                 THRU 2170-PROCESAR-EQUIVALENCIA-FIN
              GO TO 2100-PROCESAR-HISTORIA-FIN
           END-IF.
           IF WS-PLAN-CON-FINAL-SI(WS-FILA-PLAN)
              PERFORM 2150-PROCESAR-CON-FINAL
                 THRU 2150-PROCESAR-CON-FINAL-FIN
              GO TO 2100-PROCESAR-HISTORIA-FIN
           END-IF.
           IF FD-PROM-ANT-PROMEDIO NOT LESS THAN WS-NOTA-APROBACION
              IF WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN)
                    NOT EQUAL 'A'
       2100-PROCESAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2150-PROCESAR-CON-FINAL.
      * Materia con final: solo un final aprobado la aprueba (vale
      * la mejor nota de final, con ponderacion 1); la cursada
      * aprobada la deja regular; lo demas solo pisa a pendiente.
           EVALUATE TRUE
               WHEN FD-PROM-ANT-FINAL
                    AND FD-PROM-ANT-PROMEDIO NOT LESS THAN
                        WS-NOTA-APROBACION
                   IF WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN)
                         NOT EQUAL 'A'
                      OR FD-PROM-ANT-PROMEDIO GREATER THAN
                         WS-ALU-PROMEDIO(WS-ALU-IDX, WS-FILA-PLAN)
                      MOVE 'A'
                        TO WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN)
                      MOVE FD-PROM-ANT-PROMEDIO
                        TO WS-ALU-PROMEDIO(WS-ALU-IDX, WS-FILA-PLAN)
                      MOVE 1
                        TO WS-ALU-CANT-NOTAS(WS-ALU-IDX, WS-FILA-PLAN)
                   END-IF
               WHEN FD-PROM-ANT-CURSADA
                    AND FD-PROM-ANT-PROMEDIO NOT LESS THAN
                        WS-NOTA-APROBACION
                   IF WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN)
                         NOT EQUAL 'A'
                      AND WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN)
                         NOT EQUAL 'E'
                      MOVE 'R'
                        TO WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN)
                   END-IF
               WHEN OTHER
                   IF WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN)
                         EQUAL SPACE
                      MOVE 'D'
                        TO WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN)
                   END-IF
           END-EVALUATE.

       2150-PROCESAR-CON-FINAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2170-PROCESAR-EQUIVALENCIA.
      * La equivalencia aprueba la materia (con o sin final) si no
      * estaba ya aprobada; pondera con su cantidad de notas, que es
      * 0 cuando la nota de origen no entra en el promedio.
           IF WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN) EQUAL 'A'
              OR WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN) EQUAL 'E'
              GO TO 2170-PROCESAR-EQUIVALENCIA-FIN
           END-IF.
           MOVE 'E' TO WS-ALU-ESTADO(WS-ALU-IDX, WS-FILA-PLAN).
           MOVE FD-PROM-ANT-PROMEDIO
             TO WS-ALU-PROMEDIO(WS-ALU-IDX, WS-FILA-PLAN).
           IF FD-PROM-ANT-CANT-NOTAS IS NUMERIC
              MOVE FD-PROM-ANT-CANT-NOTAS
                TO WS-ALU-CANT-NOTAS(WS-ALU-IDX, WS-FILA-PLAN)
           ELSE
              MOVE 0 TO WS-ALU-CANT-NOTAS(WS-ALU-IDX, WS-FILA-PLAN)
           END-IF.

       2170-PROCESAR-EQUIVALENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-BUSCAR-EN-PLAN.
           MOVE 0 TO WS-FILA-PLAN.

      *----------------------------------------------------------------*
       2300-UBICAR-ALUMNO.
           IF FD-PROM-ANT-LEGAJO IS NOT NUMERIC
              MOVE 0 TO FD-PROM-ANT-LEGAJO
           END-IF.
           MOVE 0 TO WS-FILA-ALU.
           PERFORM 2310-COMPARAR-ALUMNO
              THRU 2310-COMPARAR-ALUMNO-FIN
                 SET WS-ALU-IDX TO WS-ALU-CANTIDAD
                 MOVE FD-PROM-ANT-APE-NOM
                   TO WS-ALU-APE-NOM(WS-ALU-IDX)
                 MOVE FD-PROM-ANT-LEGAJO
                   TO WS-ALU-LEGAJO(WS-ALU-IDX)
                 PERFORM VARYING WS-INDICE FROM 1 BY 1
                    UNTIL WS-INDICE GREATER THAN 30
                    MOVE SPACE

      *----------------------------------------------------------------*
       2310-COMPARAR-ALUMNO.
      * Mismo alumno: los dos legajos estan y coinciden, o falta
      * alguno y coincide el nombre. Si la entrada venia de un
      * renglon sin legajo, se queda con el primero que aparezca.
           IF WS-FILA-ALU NOT EQUAL 0
              GO TO 2310-COMPARAR-ALUMNO-FIN
           END-IF.
           IF (WS-ALU-LEGAJO(WS-ALU-IDX) NOT EQUAL 0
               AND FD-PROM-ANT-LEGAJO NOT EQUAL 0
               AND WS-ALU-LEGAJO(WS-ALU-IDX) EQUAL FD-PROM-ANT-LEGAJO)
              OR ((WS-ALU-LEGAJO(WS-ALU-IDX) EQUAL 0
                   OR FD-PROM-ANT-LEGAJO EQUAL 0)
                  AND WS-ALU-APE-NOM(WS-ALU-IDX) EQUAL
                      FD-PROM-ANT-APE-NOM)
              SET WS-FILA-ALU TO WS-ALU-IDX
              IF WS-ALU-LEGAJO(WS-ALU-IDX) EQUAL 0
                 MOVE FD-PROM-ANT-LEGAJO TO WS-ALU-LEGAJO(WS-ALU-IDX)
              END-IF
           END-IF.

       2310-COMPARAR-ALUMNO-FIN.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE GREATER THAN WS-PLAN-CANTIDAD
              IF WS-ALU-ESTADO(WS-ALU-IDX, WS-INDICE) EQUAL 'A'
                 OR WS-ALU-ESTADO(WS-ALU-IDX, WS-INDICE) EQUAL 'E'
                 MOVE WS-ALU-CANT-NOTAS(WS-ALU-IDX, WS-INDICE)
                   TO WS-CAR-PONDERACION
                 COMPUTE WS-CAR-NOTA-ACUM = WS-CAR-NOTA-ACUM
              END-IF
           END-PERFORM.

      * Un plan aprobado todo por equivalencias que no promedian no
      * tiene notas propias: el promedio de carrera queda en cero.
           IF WS-ALU-EGRESA-SI
              IF WS-CAR-CANT-NOTAS GREATER THAN 0
                 DIVIDE WS-CAR-NOTA-ACUM BY WS-CAR-CANT-NOTAS
                    GIVING WS-CAR-PROMEDIO
              ELSE
                 MOVE 0 TO WS-CAR-PROMEDIO
              END-IF
              MOVE WS-ALU-APE-NOM(WS-ALU-IDX) TO REG-EGR-ALUMNO
              MOVE ' | '                      TO REG-EGR-SEP-01
              MOVE WS-CAR-PROMEDIO            TO REG-EGR-PROMEDIO
                         MOVE 'APROBADA'    TO REG-PEN-ESTADO
                     WHEN 'D'
                         MOVE 'DESAPROBADA' TO REG-PEN-ESTADO
                     WHEN 'R'
                         MOVE 'REGULAR'     TO REG-PEN-ESTADO
                     WHEN 'E'
                         MOVE 'EQUIVALENCIA' TO REG-PEN-ESTADO
                     WHEN OTHER
                         MOVE 'PENDIENTE'   TO REG-PEN-ESTADO
                 END-EVALUATE
