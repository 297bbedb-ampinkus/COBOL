      * Cantidad de notas del promedio (registros de ciclos viejos
      * vienen cortos: el campo llega en blanco y se pondera 1)
           05 FD-PROM-ANT-CANT-NOTAS   PIC 9(02).
      * Legajo del alumno (en blanco en la historia anterior al
      * maestro de alumnos y no convertida: vale el nombre)
           05 FD-PROM-ANT-LEGAJO       PIC 9(06).
      * Origen: C cursada (en blanco en la historia anterior), F nota
      * de examen final, A ausente a un examen final, E equivalencia
      * por materia aprobada en otra institucion (TP01EQUIV; con
      * cantidad de notas 0 la nota no entra en los promedios)
           05 FD-PROM-ANT-ORIGEN       PIC X(01).
              88 FD-PROM-ANT-CURSADA      VALUE 'C' ' '.
              88 FD-PROM-ANT-FINAL        VALUE 'F'.
              88 FD-PROM-ANT-AUSENTE      VALUE 'A'.
              88 FD-PROM-ANT-EQUIVALENCIA VALUE 'E'.
