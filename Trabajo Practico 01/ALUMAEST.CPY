      ******************************************************************
      * CPY del maestro de alumnos ALUMNOS_MAESTRO.TXT: un registro
      * por alumno, ordenado por legajo. El legajo es la clave que
      * identifica al alumno en ALUMNOS.TXT, INSCRIPCIONES.TXT y
      * PROMEDIOS_HIST.TXT; el nombre puede cambiar (un error de
      * tipeo, un apellido de casada) sin partir la historia, y dos
      * alumnos con el mismo nombre quedan separados. Lo mantiene
      * TP01ALUMN; la carga inicial sale de TP01CONVL.
      ******************************************************************
       01 FD-ALU-MAE.
           05 FD-ALU-MAE-LEGAJO        PIC 9(06).
           05 FD-ALU-MAE-APE-NOM       PIC X(40).
      * Documento (DNI o pasaporte), sin puntos
           05 FD-ALU-MAE-DOCUMENTO     PIC X(10).
      * Ciclo lectivo de ingreso (AAAA-N)
           05 FD-ALU-MAE-CICLO-INGRESO PIC X(06).
           05 FD-ALU-MAE-CARRERA       PIC X(30).
      * Estado: A activo, E egresado, B baja. La baja es logica: el
      * legajo queda en el maestro porque la historia lo sigue usando.
           05 FD-ALU-MAE-ESTADO        PIC X(01).
              88 FD-ALU-MAE-ACTIVO        VALUE 'A'.
              88 FD-ALU-MAE-EGRESADO      VALUE 'E'.
              88 FD-ALU-MAE-BAJA          VALUE 'B'.
