      * ponderar igual que TP01EJ01. Registros de ciclos anteriores
      * a este campo vienen cortos: se toman como ponderacion 1.
           05 FD-PROM-HIST-CANT-NOTAS  PIC 9(02).
      * Legajo del alumno en ALUMNOS_MAESTRO.TXT, para que la
      * historia no dependa de como se tipeo el nombre. Registros
      * anteriores al maestro vienen cortos (ver TP01CONVL).
           05 FD-PROM-HIST-LEGAJO      PIC 9(06).
      * Origen del renglon: C promedio de cursada (en blanco en los
      * registros anteriores a este campo), F nota de examen final y
      * A ausente a un examen final (los dos de TP01ACTAS), E materia
      * aprobada por equivalencia (TP01EQUIV): la nota de origen con
      * cantidad de notas 1 si entra en los promedios, 0 si no.
           05 FD-PROM-HIST-ORIGEN      PIC X(01).
              88 FD-PROM-HIST-CURSADA     VALUE 'C' ' '.
              88 FD-PROM-HIST-FINAL       VALUE 'F'.
              88 FD-PROM-HIST-AUSENTE     VALUE 'A'.
              88 FD-PROM-HIST-EQUIVALENCIA VALUE 'E'.
