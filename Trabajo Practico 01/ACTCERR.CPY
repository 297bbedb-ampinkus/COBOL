      ******************************************************************
      * CPY de ACTAS_CERRADAS.TXT: una linea por mesa de examen final
      * cuya acta ya se paso a PROMEDIOS_HIST.TXT. La graba TP01ACTAS
      * al cerrar el acta; una mesa cerrada no admite mas inscriptos
      * (TP01MESAS) ni una segunda carga de notas.
      ******************************************************************
       01 FD-ACTA-CERRADA.
           05 FD-ACC-MESA              PIC 9(04).
      * Fecha en que se cerro el acta (AAAAMMDD)
           05 FD-ACC-FECHA-CIERRE      PIC 9(08).
           05 FD-ACC-CANT-NOTAS        PIC 9(03).
           05 FD-ACC-CANT-AUSENTES     PIC 9(03).
