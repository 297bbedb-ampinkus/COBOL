      ******************************************************************
      * CPY de MESAS_INSCRIPTOS.TXT: alumnos inscriptos a cada mesa
      * de examen final, uno por linea. Lo graba TP01MESAS con las
      * inscripciones que pasaron los controles, acumulando turno a
      * turno, y lo lee TP01ACTAS para validar las notas del acta.
      ******************************************************************
       01 FD-MESA-INSCRIPTO.
           05 FD-MIN-MESA              PIC 9(04).
           05 FD-MIN-LEGAJO            PIC 9(06).
           05 FD-MIN-APE-NOM           PIC X(40).
           05 FD-MIN-MATERIA           PIC X(30).
