      ******************************************************************
      * CPY del archivo de SUSCRIPCIONES.TXT: registro de los debitos
      * automaticos en tarjeta (streaming, gimnasio, seguros, ...)
      * que el cliente adhiere o da de baja por el call center
      * (TP02SUSCR). Cada cargo recurrente que llega en el feed de
      * consumos se controla contra este registro en TP02VALID: si la
      * suscripcion no existe, esta cancelada, el cargo supera el
      * tope o llega antes de lo que marca la frecuencia, el cargo se
      * rechaza y no se factura. Al reemplazar una tarjeta, TP02REPLA
      * pasa sus suscripciones al numero nuevo.
      ******************************************************************
       01 REG-SUSCRIPCION.
      * Tarjeta adherida
          05 REG-SUS-TARJETA           PIC X(19).
      * Comercio que cobra (clave de COMERCIOS.VSAM) y referencia del
      * servicio con la que el comercio identifica al cliente (numero
      * de socio, de poliza, ...); es la que viaja en el feed
          05 REG-SUS-COMERCIO          PIC 9(06).
          05 REG-SUS-REFERENCIA        PIC X(12).
      * Moneda e importe maximo que se acepta por cargo
          05 REG-SUS-MONEDA            PIC X(03).
          05 REG-SUS-TOPE              PIC 9(08)V9(02).
      * Frecuencia del cobro: M mensual, B bimestral, T trimestral,
      * S semestral, A anual
          05 REG-SUS-FRECUENCIA        PIC X(01).
             88 REG-SUS-FREC-VALIDA        VALUE 'M' 'B' 'T' 'S' 'A'.
      * Estado: A activa, C cancelada a pedido del cliente
          05 REG-SUS-ESTADO            PIC X(01).
             88 REG-SUS-ACTIVA             VALUE 'A'.
             88 REG-SUS-CANCELADA          VALUE 'C'.
      * Fechas de adhesion y de baja (yyyy-mm-dd; la baja en blanco
      * mientras esta activa)
          05 REG-SUS-FECHA-ALTA        PIC X(10).
          05 REG-SUS-FECHA-BAJA        PIC X(10).
      * Operador firmado que tomo el ultimo pedido (alta o baja)
          05 REG-SUS-OPERADOR          PIC X(08).
      * Fecha del ultimo cargo aceptado (yyyy-mm-dd, en blanco si
      * todavia no cobro): contra ella se controla la frecuencia
          05 REG-SUS-ULTIMO-COBRO      PIC X(10).
