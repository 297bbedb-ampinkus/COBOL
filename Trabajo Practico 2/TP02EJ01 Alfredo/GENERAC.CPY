      ******************************************************************
      * CPY del archivo GENERACIONES.TXT: indice de las generaciones
      * guardadas de las salidas catalogadas en SALIDAS_CATALOGO.TXT.
      * TP02GENER agrega una fila por copia, en orden de generacion;
      * la copia queda en ../GENERACIONES/<archivo>.G<numero>.D<fecha>.
      * Cuando la purga borra una copia, la fila sale del indice y
      * pasa, con la fecha y el operador de la purga, a
      * GENERACIONES_PURGA.TXT (mismo formato).
      ******************************************************************
       01 REG-GENERACION.
      * Salida catalogada y numero de generacion (correlativo por
      * archivo, nunca se reutiliza)
          05 REG-GEN-ARCHIVO           PIC X(30).
          05 REG-GEN-NUMERO            PIC 9(06).
      * Fecha (AAAAMMDD) y hora (HHMMSS) en que se guardo
          05 REG-GEN-FECHA             PIC 9(08).
          05 REG-GEN-HORA              PIC 9(06).
      * Programa despues del cual se guardo
          05 REG-GEN-PROGRAMA          PIC X(10).
      * Ruta de la copia
          05 REG-GEN-COPIA             PIC X(70).
      * Fecha (AAAAMMDD) y operador de la purga; cero y blanco
      * mientras la generacion esta vigente
          05 REG-GEN-FECHA-PURGA       PIC 9(08).
          05 REG-GEN-OPERADOR-PURGA    PIC X(08).
