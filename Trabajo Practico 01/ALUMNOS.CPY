           05 APELLIDO-NOMBRE          PIC X(40).
           05 MATERIA                  PIC X(30).
           05 NOTA                     PIC 9(02).
      * Legajo del alumno en ALUMNOS_MAESTRO.TXT. Los registros
      * anteriores al legajo vienen cortos: el campo llega en blanco
      * y el alumno se identifica por el nombre, como antes.
           05 LEGAJO                   PIC 9(06).
