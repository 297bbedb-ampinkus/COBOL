      ******************************************************************
      * CPY del registro de equivalencias otorgadas EQUIVALENCIAS.TXT:
      * un renglon por materia del plan aprobada por equivalencia,
      * con lo que no entra en PROMEDIOS_HIST.TXT (institucion de
      * origen, resolucion y quien la aprobo). Lo acumula TP01EQUIV;
      * la historia lleva la materia con origen E.
      ******************************************************************
       01 FD-EQUIV.
      * Fecha de la carga (AAAAMMDD)
           05 FD-EQV-FECHA             PIC 9(08).
           05 FD-EQV-LEGAJO            PIC 9(06).
           05 FD-EQV-APE-NOM           PIC X(40).
      * Materia de nuestro plan que se da por aprobada
           05 FD-EQV-MATERIA           PIC X(30).
      * Ciclo al que se imputo en la historia (AAAA-N)
           05 FD-EQV-CICLO             PIC X(06).
           05 FD-EQV-INSTITUCION       PIC X(40).
      * Nota con la que se aprobo en la institucion de origen
           05 FD-EQV-NOTA              PIC 9(2)V9(2).
      * S si la nota entra en los promedios, N si no
           05 FD-EQV-PROMEDIA          PIC X(01).
              88 FD-EQV-PROMEDIA-SI       VALUE 'S'.
              88 FD-EQV-PROMEDIA-NO       VALUE 'N'.
           05 FD-EQV-RESOLUCION        PIC X(15).
      * Operador que aprobo la equivalencia
           05 FD-EQV-OPERADOR          PIC X(10).
