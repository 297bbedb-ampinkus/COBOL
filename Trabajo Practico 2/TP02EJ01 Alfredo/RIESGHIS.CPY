      ******************************************************************
      * CPY del archivo de RIESGO_COMERCIOS_HIST.TXT: historia mensual
      * del monitoreo de riesgo de comercios. TP02RIESG graba una
      * linea por ciclo, comercio y moneda con lo capturado, los
      * contracargos confirmados y las devoluciones conciliadas del
      * mes, y contra los tres ciclos anteriores arma la tendencia.
      * Reprocesar un ciclo reemplaza sus lineas; se conservan los
      * doce ciclos anteriores al procesado.
      ******************************************************************
       01 REG-RIESGO-HIST.
      * Ciclo (AAAAMM)
          05 REG-RHI-CICLO             PIC 9(06).
          05 REG-RHI-ID-COMERCIO       PIC 9(06).
          05 REG-RHI-MONEDA            PIC X(03).
      * Consumos capturados del mes (debitos del comercio)
          05 REG-RHI-CANT-CAPTURA      PIC 9(07).
          05 REG-RHI-IMP-CAPTURA       PIC 9(11)V9(02).
      * Contracargos confirmados (estado X de DISPUTAS.TXT) sobre
      * consumos del mes
          05 REG-RHI-CANT-CC           PIC 9(07).
          05 REG-RHI-IMP-CC            PIC 9(11)V9(02).
      * Devoluciones del mes conciliadas por TP02DEVOL
          05 REG-RHI-CANT-DEV          PIC 9(07).
          05 REG-RHI-IMP-DEV           PIC 9(11)V9(02).
