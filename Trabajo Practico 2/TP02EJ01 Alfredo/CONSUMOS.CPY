      * efectivo por cajero. Los adelantos llevan su propia seccion
      * en el resumen, cargo fijo por operacion, interes desde la
      * fecha del consumo, no suman puntos y tienen tope por ciclo.
      * J es un ajuste manual de back-office aprobado (TP02AJAPL): el
      * codigo de concepto trae el motivo del ajuste y el consumo de
      * origen el numero de ajuste; sale impreso como AJUSTE y se
      * asienta en su propia cuenta contable, no en COMPRAS.
          05 WS-TIPO-OPERACION         PIC X(1).
             88 WS-OPER-COMPRA             VALUE 'C' ' '.
             88 WS-OPER-ADELANTO           VALUE 'A'.
             88 WS-OPER-AJUSTE             VALUE 'J'.
      * Indicador debito/credito: D (o blanco) es un consumo comun,
      * C es una devolucion o nota de credito del comercio. Las
      * devoluciones restan de los totales del ciclo (con piso en
