      ******************************************************************
      * CPY del archivo de COMERCIOS_SUSPENDIDOS.TXT: comercios a los
      * que no se les paga la liquidacion. TP02LIQTR no genera la
      * transferencia de un comercio que figure aca y la deja en
      * LIQ_RETENIDAS.TXT. Hoy lo alimenta TP02SCDEC con las
      * coincidencias confirmadas contra las listas de sanciones;
      * la suspension se levanta sacando la linea del archivo.
      ******************************************************************
       01 REG-COM-SUSPENDIDO.
          05 REG-CSU-ID-COMERCIO       PIC 9(06).
      * Fecha de la suspension (aaaammdd)
          05 REG-CSU-FECHA             PIC 9(08).
      * Motivo: SC - coincidencia confirmada en listas de sanciones
          05 REG-CSU-MOTIVO            PIC X(02).
      * Referencia del motivo (identificador en la nomina)
          05 REG-CSU-REFERENCIA        PIC X(12).
