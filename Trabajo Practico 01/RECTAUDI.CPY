      ******************************************************************
      * CPY del registro de auditoria de rectificaciones
      * RECTIFICACIONES_AUDIT.TXT: un renglon por campo de
      * PROMEDIOS_HIST.TXT que se modifico, con el valor anterior y
      * el nuevo, la resolucion que lo autorizo y el operador que lo
      * firmo. Lo acumula TP01RECTI.
      ******************************************************************
       01 FD-RECT-AUDIT.
      * Fecha y hora de la modificacion (AAAAMMDD, HHMMSS)
           05 FD-RCT-FECHA             PIC 9(08).
           05 FD-RCT-HORA              PIC 9(06).
           05 FD-RCT-OPERADOR          PIC X(08).
           05 FD-RCT-RESOLUCION        PIC X(15).
      * Renglon de la historia que se modifico
           05 FD-RCT-LEGAJO            PIC 9(06).
           05 FD-RCT-APE-NOM           PIC X(40).
           05 FD-RCT-MATERIA           PIC X(30).
           05 FD-RCT-CICLO             PIC X(06).
           05 FD-RCT-ORIGEN            PIC X(01).
      * Campo modificado y sus valores, como se muestran
           05 FD-RCT-CAMPO             PIC X(15).
           05 FD-RCT-VALOR-ANTERIOR    PIC X(10).
           05 FD-RCT-VALOR-NUEVO       PIC X(10).
