      ******************************************************************
      * CPY del archivo de CAMBIOS_PRODUCTO.TXT: auditoria de los
      * cambios de producto (upgrade/downgrade) que aplica TP02CPROD.
      * Un registro por cambio aplicado, con el producto anterior y
      * el nuevo, el operador firmado y el neto del prorrateo de los
      * cargos anuales que se agrego al feed de consumos. Se acumula
      * (EXTEND) y no se regraba.
      ******************************************************************
       01 REG-CAMBIO-PRODUCTO.
      * Fecha de proceso (aaaammdd) y ciclo desde el que rige el
      * producto nuevo
          05 REG-CPR-FECHA             PIC 9(08).
          05 REG-CPR-CICLO             PIC X(06).
      * Cuenta y tarjeta
          05 REG-CPR-CUENTA            PIC 9(10).
          05 REG-CPR-TARJETA           PIC X(19).
      * Producto anterior y producto nuevo (C/G/B)
          05 REG-CPR-PRODUCTO-ANT      PIC X(01).
          05 REG-CPR-PRODUCTO-NUEVO    PIC X(01).
      * Operador firmado que aplico el cambio
          05 REG-CPR-OPERADOR          PIC X(08).
      * Lineas de prorrateo agregadas a CONSUMOS.SEQ y neto por
      * moneda: positivo es un cargo adicional, negativo una
      * devolucion del cargo anual ya cobrado
          05 REG-CPR-CANT-LINEAS       PIC 9(02).
          05 REG-CPR-NETO-ARS          PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
          05 REG-CPR-NETO-USD          PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
      * Ultimo ID de consumo generado por el cambio (cero si el
      * prorrateo no genero lineas)
          05 REG-CPR-ID-CONSUMO        PIC 9(10).
