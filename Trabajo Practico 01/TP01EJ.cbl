             10 WS-HIST-MATERIA                PIC X(30).
             10 WS-HIST-PROMEDIO               PIC 9(5)V9(2).
             10 WS-HIST-CICLO                  PIC X(06).
             10 WS-HIST-LEGAJO                 PIC 9(06).
      * Ciclo mas alto hallado al buscar el promedio anterior de una
      * materia: la tendencia se compara contra el ciclo previo mas
      * reciente, ahora que el archivo acumula toda la historia
                             INDEXED BY WS-INS-IDX.
             10 WS-INS-TAB-APE-NOM             PIC X(40).
             10 WS-INS-TAB-MATERIA             PIC X(30).
             10 WS-INS-TAB-LEGAJO              PIC 9(06).

      * Variable que guarda el nombre de cada materia
       01 WS-MATERIA                         PIC X(30).
      * Registro que guarda el nombre del alumno leido.
      * Es para ver si cambi{o el nombre del alumno.
          05 WS-CONTROL-APE-NOM            PIC X(40).
      * Legajo del alumno leido (0 si el registro no lo trae). Con
      * legajo de los dos lados el alumno se reconoce por el legajo;
      * si falta de alguno de los dos lados, por el nombre.
          05 WS-CONTROL-LEGAJO             PIC 9(06) VALUE 0.
      * Registro que indica inicio del programa
          05 WS-CONTROL-INICIO             PIC X(5) VALUE 'SI'.

      * proceso principal a fin de calcular el promedio para el último
      * alumno del archivo alumno.txt
           MOVE "NN" TO APELLIDO-NOMBRE
           MOVE 0 TO LEGAJO
           PERFORM 2000-EJECUTAR-PROC-PPAL
              THRU 2000-EJECUTAR-PROC-PPAL-FIN.

               NOT AT END
                   IF WS-HIST-CANTIDAD LESS THAN 500
                      AND FD-PROM-ANT-CICLO LESS THAN WS-CICLO-ACTUAL
                      AND FD-PROM-ANT-CURSADA
      * Los promedios del propio ciclo (de una corrida repetida) no
      * cuentan como "anteriores" para la tendencia, ni las notas de
      * examen final, que no son promedios de cursada
                      ADD 1 TO WS-HIST-CANTIDAD
                      MOVE FD-PROM-ANT-APE-NOM
                        TO WS-HIST-APE-NOM(WS-HIST-CANTIDAD)
                        TO WS-HIST-PROMEDIO(WS-HIST-CANTIDAD)
                      MOVE FD-PROM-ANT-CICLO
                        TO WS-HIST-CICLO(WS-HIST-CANTIDAD)
                      IF FD-PROM-ANT-LEGAJO IS NUMERIC
                         MOVE FD-PROM-ANT-LEGAJO
                           TO WS-HIST-LEGAJO(WS-HIST-CANTIDAD)
                      ELSE
                         MOVE 0 TO WS-HIST-LEGAJO(WS-HIST-CANTIDAD)
                      END-IF
                   ELSE
                      IF WS-HIST-CANTIDAD NOT LESS THAN 500
                         DISPLAY 'PROMEDIOS_HIST.TXT TIENE MAS DE '
                        TO WS-INS-TAB-APE-NOM(WS-INS-CANTIDAD)
                      MOVE WS-INS-MATERIA
                        TO WS-INS-TAB-MATERIA(WS-INS-CANTIDAD)
                      IF WS-INS-LEGAJO IS NUMERIC
                         MOVE WS-INS-LEGAJO
                           TO WS-INS-TAB-LEGAJO(WS-INS-CANTIDAD)
                      ELSE
                         MOVE 0 TO WS-INS-TAB-LEGAJO(WS-INS-CANTIDAD)
                      END-IF
                   ELSE
                      DISPLAY 'INSCRIPCIONES.TXT TIENE MAS DE 1000 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
      * en WS-CONTROL-APE-NOM previo a revisar si cambio el nombre
           IF WS-CONTROL-INICIO EQUAL 'SI'
              MOVE APELLIDO-NOMBRE TO WS-CONTROL-APE-NOM
              MOVE LEGAJO TO WS-CONTROL-LEGAJO
      * Para indicar que ya pasé una vez
              MOVE 'NO' TO WS-CONTROL-INICIO
           END-IF.

      * Con legajo de los dos lados manda el legajo: un nombre mal
      * tipeado no corta al alumno y dos homonimos no se juntan.
           IF (LEGAJO NOT EQUAL 0 AND WS-CONTROL-LEGAJO NOT EQUAL 0
               AND LEGAJO EQUAL WS-CONTROL-LEGAJO)
              OR ((LEGAJO EQUAL 0 OR WS-CONTROL-LEGAJO EQUAL 0)
               AND APELLIDO-NOMBRE EQUAL WS-CONTROL-APE-NOM)
      * Sigue siendo el mismo alumno (si hasta aca venia sin legajo,
      * se queda con el del registro)
                IF WS-CONTROL-LEGAJO EQUAL 0
                   MOVE LEGAJO TO WS-CONTROL-LEGAJO
                END-IF
                PERFORM 2400-PROCESAR-MATERIA
                   THRU 2400-PROCESAR-MATERIA-FIN

      * Si la lectura fue sin errores:
      * Sumo 1 al contador de registros de alumnos leidos
                 ADD 1 TO WS-CONT-REG-ALUMNOS
      * Un registro anterior al legajo lo trae en blanco: queda en
      * cero y el alumno se reconoce por el nombre
                 IF LEGAJO IS NOT NUMERIC
                    MOVE 0 TO LEGAJO
                 END-IF
      * Controlo que el registro leido sea válido
                 PERFORM 2200-PROCESAR-ALUMNO-VALIDO
                    THRU 2200-PROCESAR-ALUMNO-VALIDO-FIN

      *----------------------------------------------------------------*
       2225-COMPARAR-INSCRIPCION.
           IF MATERIA EQUAL WS-INS-TAB-MATERIA(WS-INS-IDX)
              AND ((LEGAJO NOT EQUAL 0
                    AND WS-INS-TAB-LEGAJO(WS-INS-IDX) NOT EQUAL 0
                    AND LEGAJO EQUAL WS-INS-TAB-LEGAJO(WS-INS-IDX))
               OR ((LEGAJO EQUAL 0
                    OR WS-INS-TAB-LEGAJO(WS-INS-IDX) EQUAL 0)
                    AND APELLIDO-NOMBRE EQUAL
                        WS-INS-TAB-APE-NOM(WS-INS-IDX)))
              SET WS-INS-ENCONTRADA-SI TO TRUE
           END-IF.

      * Actualizo el nombre del alumno en WS-CONTROL-APE-NOM ya que
      * de esta forma controlo cuando ocurre un cambio de alumno.
           MOVE APELLIDO-NOMBRE TO WS-CONTROL-APE-NOM.
           MOVE LEGAJO TO WS-CONTROL-LEGAJO.

      * Guardo el separador de alumnos
           MOVE WS-SEPARADOR-ALUMNOS TO WS-SALIDA-PROMEDIOS

      *----------------------------------------------------------------*
       2615-COMPARAR-INS-MATERIA.
           IF WS-LI-MATERIAS(WS-INDICE)
                  EQUAL WS-INS-TAB-MATERIA(WS-INS-IDX)
              AND ((WS-CONTROL-LEGAJO NOT EQUAL 0
                    AND WS-INS-TAB-LEGAJO(WS-INS-IDX) NOT EQUAL 0
                    AND WS-CONTROL-LEGAJO EQUAL
                        WS-INS-TAB-LEGAJO(WS-INS-IDX))
               OR ((WS-CONTROL-LEGAJO EQUAL 0
                    OR WS-INS-TAB-LEGAJO(WS-INS-IDX) EQUAL 0)
                    AND WS-CONTROL-APE-NOM EQUAL
                        WS-INS-TAB-APE-NOM(WS-INS-IDX)))
              SET WS-INS-ENCONTRADA-SI TO TRUE
           END-IF.

           MOVE WS-CICLO-ACTUAL TO FD-PROM-HIST-CICLO.
           MOVE WS-LI-CANTIDAD-NOTAS(WS-INDICE)
             TO FD-PROM-HIST-CANT-NOTAS.
           MOVE WS-CONTROL-LEGAJO TO FD-PROM-HIST-LEGAJO.
           SET FD-PROM-HIST-CURSADA TO TRUE.
           WRITE FD-PROM-HIST.

       2650-PROCESAR-ARCH-PROM-FIN.
      * Con la historia acumulada puede haber varias entradas de la
      * misma materia: la tendencia se compara contra la del ciclo
      * previo mas reciente.
           IF ((WS-CONTROL-LEGAJO NOT EQUAL 0
                AND WS-HIST-LEGAJO(WS-HIST-IDX) NOT EQUAL 0
                AND WS-CONTROL-LEGAJO EQUAL
                    WS-HIST-LEGAJO(WS-HIST-IDX))
               OR ((WS-CONTROL-LEGAJO EQUAL 0
                    OR WS-HIST-LEGAJO(WS-HIST-IDX) EQUAL 0)
                AND WS-CONTROL-APE-NOM EQUAL
                    WS-HIST-APE-NOM(WS-HIST-IDX)))
              AND WS-LI-MATERIAS(WS-INDICE)
                  EQUAL WS-HIST-MATERIA(WS-HIST-IDX)
              AND WS-HIST-CICLO(WS-HIST-IDX) GREATER THAN
