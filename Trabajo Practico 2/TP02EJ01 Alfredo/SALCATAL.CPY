      ******************************************************************
      * CPY del archivo SALIDAS_CATALOGO.TXT: catalogo de las salidas
      * de lote que se guardan por generaciones (RESUMENES.TXT,
      * ERRORES.TXT, ALERTAS.TXT, MOVIMIENTOS.TXT, RECIBOS.TXT, ...).
      * Cada fila dice que programa produce la salida y cuanto se
      * retiene: una cantidad de generaciones o una cantidad de
      * dias. TP02GENER GUARDAR copia las salidas del programa como
      * generacion nueva y TP02GENER PURGAR borra las que vencieron.
      ******************************************************************
       01 REG-SALIDA-CAT.
      * Nombre del archivo de salida, sin directorio
          05 REG-SCAT-ARCHIVO          PIC X(30).
      * Programa (paso) que la produce
          05 REG-SCAT-PROGRAMA         PIC X(10).
      * Regla de retencion: G cantidad de generaciones, D dias desde
      * que se guardo la generacion
          05 REG-SCAT-REGLA            PIC X(01).
             88 REG-SCAT-POR-GENERACIONES  VALUE 'G'.
             88 REG-SCAT-POR-DIAS          VALUE 'D'.
             88 REG-SCAT-REGLA-VALIDA      VALUE 'G' 'D'.
      * Generaciones o dias que se retienen
          05 REG-SCAT-CANTIDAD         PIC 9(04).
