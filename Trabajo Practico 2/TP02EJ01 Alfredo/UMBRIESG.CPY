      ******************************************************************
      * CPY del archivo de UMBRALES_RIESGO.TXT: umbrales del monitoreo
      * de riesgo de comercios (TP02RIESG). Los ratios son fracciones
      * del volumen capturado del mes (por ejemplo 0,0100 = 1%): el
      * comercio que supera cualquiera de ellos queda marcado para
      * retener su liquidacion. Es una tabla fechada como RUBROS.TXT:
      * las versiones nuevas las agrega TP02PARAM (tabla RIESGOCOM)
      * y el reporte toma la vigente a la fecha del proceso.
      ******************************************************************
       01 REG-UMBRAL-RIESGO.
      * Contracargos confirmados sobre consumos capturados, por
      * cantidad y por importe
          05 REG-URI-CC-CANTIDAD       PIC 9V9(4).
          05 REG-URI-CC-IMPORTE        PIC 9V9(4).
      * Devoluciones conciliadas sobre consumos capturados, por
      * cantidad y por importe
          05 REG-URI-DEV-CANTIDAD      PIC 9V9(4).
          05 REG-URI-DEV-IMPORTE       PIC 9V9(4).
      * Minimo de consumos capturados en el mes para evaluar los
      * umbrales: con menos operaciones los ratios no son
      * representativos y el comercio se informa sin marcar
          05 REG-URI-MIN-OPERACIONES   PIC 9(05).
      * Fecha desde la que rige esta version (yyyy-mm-dd, en blanco
      * rige desde siempre)
          05 REG-URI-VIGENCIA-DESDE    PIC X(10).
