          05 WS-INS-APE-NOM            PIC X(40).
      * Materia de MATERIAS.TXT en la que esta inscripto
          05 WS-INS-MATERIA            PIC X(30).
      * Legajo del alumno en ALUMNOS_MAESTRO.TXT (en blanco en las
      * inscripciones anteriores al legajo: vale el nombre)
          05 WS-INS-LEGAJO             PIC 9(06).
