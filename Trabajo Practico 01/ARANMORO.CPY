      ******************************************************************
      * CPY de ARANCELES_MOROSOS.TXT: alumnos con mas de dos cuotas
      * de arancel impagas de meses anteriores al de la corrida. Lo
      * regraba completo TP01ARANC; lo leen TP01CORRE y TP01MESAS
      * para no dejarlos inscribirse a materias ni a mesas de final
      * hasta que regularicen.
      ******************************************************************
       01 FD-MOROSO.
      * Legajo del alumno (en cero si la cuota no lo traia)
           05 FD-MOR-LEGAJO            PIC 9(06).
           05 FD-MOR-APE-NOM           PIC X(40).
      * Cuotas impagas, deuda total y primer mes adeudado (AAAA-MM)
           05 FD-MOR-MESES             PIC 9(02).
           05 FD-MOR-DEUDA             PIC 9(8)V9(2).
           05 FD-MOR-MES-DESDE         PIC X(07).
