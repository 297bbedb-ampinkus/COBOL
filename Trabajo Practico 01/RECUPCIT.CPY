      ******************************************************************
      * CPY de RECUP_CITADOS.TXT: un renglon por cada citacion a mesa
      * de recuperatorio que arma TP01RECUP, con el ciclo, para poder
      * medir despues cuantos citados terminaron aprobando la materia.
      * Acumula de ciclo en ciclo.
      ******************************************************************
       01 FD-CITADO.
      * Ciclo lectivo (AAAA-N)
           05 FD-CIT-CICLO             PIC X(06).
           05 FD-CIT-MATERIA           PIC X(30).
      * Legajo del alumno (en cero si la nota no lo traia)
           05 FD-CIT-LEGAJO            PIC 9(06).
           05 FD-CIT-APE-NOM           PIC X(40).
