      *          rearma CATEDRAS_FALTAN.TXT: las materias del ciclo
      *          que todavia no entregaron, para salir a corretear
      *          a las catedras antes de la fecha de cierre.
      *          El detalle puede traer el legajo del alumno al final;
      *          si no lo trae se toma el de su inscripcion, asi la
      *          nota llega a ALUMNOS.TXT con legajo y el alumno se
      *          reconoce por el legajo y no por como se tipeo el
      *          nombre.
      *          Uso: TP01CATED <archivo de la catedra>
      * Tectonics: cobc
      * NOTA DE ERRORES:
          05 REG-CAT-DET-APE-NOM       PIC X(40).
          05 REG-CAT-DET-MATERIA       PIC X(30).
          05 REG-CAT-DET-NOTA          PIC 9(02).
      * Legajo del alumno (opcional: en blanco se toma el de la
      * inscripcion)
          05 REG-CAT-DET-LEGAJO        PIC 9(06).

       FD ENT-MATERIAS.
           COPY MATERIAS.
                             INDEXED BY WS-INS-IDX.
             10 WS-INS-TAB-APE-NOM     PIC X(40).
             10 WS-INS-TAB-MATERIA     PIC X(30).
             10 WS-INS-TAB-LEGAJO      PIC 9(06).

      * Entregas ya aceptadas (materia + ciclo)
       01 WS-REC-TABLA.
             10 WS-DET-APE-NOM         PIC X(40).
             10 WS-DET-MATERIA         PIC X(30).
             10 WS-DET-NOTA            PIC 9(02).
             10 WS-DET-LEGAJO          PIC 9(06).

      * Datos del encabezado de la entrega
       01 WS-ENC-DATOS.
          88 WS-ENCONTRADO-NO          VALUE 'NO'.
       01 WS-ALUMNO-BUSCADO         PIC X(40) VALUE SPACES.
       01 WS-MATERIA-BUSCADA        PIC X(30) VALUE SPACES.
       01 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       01 WS-INDICE                 PIC 9(2) VALUE 0.

      * Variables para contar registros
                        TO WS-INS-TAB-APE-NOM(WS-INS-IDX)
                      MOVE WS-INS-MATERIA
                        TO WS-INS-TAB-MATERIA(WS-INS-IDX)
                      IF WS-INS-LEGAJO IS NUMERIC
                         MOVE WS-INS-LEGAJO
                           TO WS-INS-TAB-LEGAJO(WS-INS-IDX)
                      ELSE
                         MOVE 0 TO WS-INS-TAB-LEGAJO(WS-INS-IDX)
                      END-IF
                   ELSE
                      DISPLAY 'INSCRIPCIONES.TXT TIENE MAS DE 1000 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                TO WS-DET-MATERIA(WS-DET-IDX)
              MOVE REG-CAT-DET-NOTA
                TO WS-DET-NOTA(WS-DET-IDX)
              IF REG-CAT-DET-LEGAJO IS NUMERIC
                 MOVE REG-CAT-DET-LEGAJO
                   TO WS-DET-LEGAJO(WS-DET-IDX)
              ELSE
                 MOVE 0 TO WS-DET-LEGAJO(WS-DET-IDX)
              END-IF
           ELSE
              MOVE 'LA ENTREGA SUPERA LOS 500 DETALLES'
                TO WS-ARCHIVO-RECHAZO
       2600-CONSOLIDAR-DETALLE.
           MOVE WS-DET-APE-NOM(WS-DET-IDX) TO WS-ALUMNO-BUSCADO.
           MOVE WS-DET-MATERIA(WS-DET-IDX) TO WS-MATERIA-BUSCADA.
           MOVE WS-DET-LEGAJO(WS-DET-IDX)  TO WS-LEGAJO-BUSCADO.
           PERFORM 2610-BUSCAR-INSCRIPTO
              THRU 2610-BUSCAR-INSCRIPTO-FIN.

              MOVE WS-DET-APE-NOM(WS-DET-IDX) TO APELLIDO-NOMBRE
              MOVE WS-DET-MATERIA(WS-DET-IDX) TO MATERIA
              MOVE WS-DET-NOTA(WS-DET-IDX)    TO NOTA
              MOVE WS-LEGAJO-BUSCADO          TO LEGAJO
              WRITE WS-ENT-ALUMNOS
              ADD 1 TO WS-CONT-CONSOLIDADOS
           ELSE

      *----------------------------------------------------------------*
       2620-COMPARAR-INSCRIPTO.
      * Con legajo de los dos lados se compara el legajo; si falta de
      * alguno, el nombre. El detalle sin legajo toma el de la
      * inscripcion que le corresponde.
           IF WS-INS-TAB-MATERIA(WS-INS-IDX) EQUAL
                 WS-MATERIA-BUSCADA
              AND ((WS-LEGAJO-BUSCADO NOT EQUAL 0
                    AND WS-INS-TAB-LEGAJO(WS-INS-IDX) NOT EQUAL 0
                    AND WS-INS-TAB-LEGAJO(WS-INS-IDX) EQUAL
                        WS-LEGAJO-BUSCADO)
               OR ((WS-LEGAJO-BUSCADO EQUAL 0
                    OR WS-INS-TAB-LEGAJO(WS-INS-IDX) EQUAL 0)
                    AND WS-INS-TAB-APE-NOM(WS-INS-IDX) EQUAL
                        WS-ALUMNO-BUSCADO))
              SET WS-ENCONTRADO-SI TO TRUE
              IF WS-LEGAJO-BUSCADO EQUAL 0
                 MOVE WS-INS-TAB-LEGAJO(WS-INS-IDX)
                   TO WS-LEGAJO-BUSCADO
              END-IF
           END-IF.

       2620-COMPARAR-INSCRIPTO-FIN.
