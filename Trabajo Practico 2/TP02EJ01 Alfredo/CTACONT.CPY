      * del sistema de tarjetas a cuentas del mayor general. Cada
      * concepto que el sistema asienta (compras, intereses,
      * recargos, impuestos, puntos, descuentos, cargos de adelanto,
      * pagos, ajustes manuales al debito AJUSTDEB y al credito
      * AJUSTCRE) tiene su cuenta al DEBE y su cuenta al HABER, de modo
      * que cada asiento nace balanceado. Si el archivo no existe,
      * la corrida no genera asientos y lo avisa por consola.
      ******************************************************************
