      ******************************************************************
      * CPY de MESAS_FINAL.TXT: las mesas de examen final de cada
      * materia, una por linea. La carga la secretaria academica al
      * abrir cada turno de examen. El numero de mesa es unico en el
      * archivo y es la clave que usan las inscripciones
      * (MESAS_INSCRIPTOS.TXT) y la carga de notas del acta
      * (ACTAS_NOTAS.TXT).
      ******************************************************************
       01 FD-MESA-FINAL.
           05 FD-MFI-MESA              PIC 9(04).
           05 FD-MFI-MATERIA           PIC X(30).
      * Fecha del examen (AAAAMMDD)
           05 FD-MFI-FECHA             PIC 9(08).
      * Ciclo lectivo al que se imputa la nota final (AAAA-N)
           05 FD-MFI-CICLO             PIC X(06).
           05 FD-MFI-AULA              PIC X(10).
