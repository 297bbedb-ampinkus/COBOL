      *            1) lo capturado por comercio contra los brutos de
      *               LIQUIDACION.CSV de la liquidacion a comercios;
      *            2) el total del feed en pesos equivalentes (con la
      *               tabla fechada COTIZACIONES.TXT, sin los ajustes
      *               manuales, que tienen su propia cuenta) contra
      *               las lineas COMPRAS al DEBE de
      *               ASIENTOS_CONTABLES.TXT.
      *          Toda diferencia sale detallada en el reporte de
      *          cortes CONCILIACION_CICLO.TXT, con un veredicto
      *          CONCILIA / REVISAR al final, para que un asiento

      *----------------------------------------------------------------*
       2200-TOTALIZAR-CONSUMO.
      * Los ajustes manuales de back-office se asientan en su propia
      * cuenta (AJUSTDEB / AJUSTCRE), no en COMPRAS: quedan fuera
      * de esta comparacion.
           IF WS-OPER-AJUSTE
              GO TO 2200-TOTALIZAR-CONSUMO-EXIT
           END-IF.

      * Pesos equivalentes del consumo, con la cotizacion vigente a
      * su fecha. Las devoluciones restan.
           IF WS-TIPO-MONEDA EQUAL 'ARS'
