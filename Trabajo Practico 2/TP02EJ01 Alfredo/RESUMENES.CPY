             05 FILLER             PIC X.
             05 FD-PAGAR-MINIMO    PIC ZZ.ZZZ.ZZZ,9(2).

      * Costo financiero del producto al cierre del ciclo (TNA, TEA y
      * CFT con impuestos), informado junto al pago minimo
          01 FD-COSTO-FINANCIERO.
             05 FILLER             PIC X(05).
             05 FD-CFIN-TNA-MSG    PIC X(05).
             05 FD-CFIN-TNA        PIC ZZZZ9,99.
             05 FD-CFIN-TEA-MSG    PIC X(08).
             05 FD-CFIN-TEA        PIC ZZZZ9,99.
             05 FD-CFIN-CFT-MSG    PIC X(21).
             05 FD-CFIN-CFT        PIC ZZZZ9,99.
             05 FD-CFIN-PORC       PIC X(01).

      * Fecha de vencimiento del pago, ajustada al dia habil con el
      * calendario de FERIADOS.TXT via CLFECHAS
          01 FD-VENCIMIENTO-PAGO.
             05 FD-DEV-TOT-MSG     PIC X(09).
             05 FD-DEV-TOTAL       PIC ZZ.ZZZ.ZZ9,99.

      * Renglon de precancelaciones de planes en cuotas del ciclo:
      * cantidad de planes y total de las cuotas que restaban, en
      * pesos equivalentes
          01 FD-PRECANCELACION.
             05 FILLER             PIC X(05).
             05 FD-PREC-MSG        PIC X(22).
             05 FD-PREC-CANTIDAD   PIC ZZ9.
             05 FD-PREC-TOT-MSG    PIC X(08).
             05 FD-PREC-TOTAL      PIC ZZ.ZZZ.ZZ9,99.

      * Renglon de cada ajuste manual de back-office del ciclo: la
      * palabra AJUSTE, la descripcion del motivo, la moneda y el
      * importe (con CR si es un credito, que ya resto de los totales
      * de arriba)
          01 FD-AJUSTE.
             05 FILLER             PIC X(05).
             05 FD-AJU-MSG         PIC X(07).
             05 FD-AJU-MOTIVO      PIC X(30).
             05 FILLER             PIC X(01).
             05 FD-AJU-MONEDA      PIC X(03).
             05 FILLER             PIC X(01).
             05 FD-AJU-IMPORTE     PIC ZZ.ZZZ.ZZ9,99.
             05 FD-AJU-CR          PIC X(03).

      * Seccion de adelantos de efectivo del ciclo: cantidad, total
      * en pesos equivalentes y cargos (fijo por operacion + interes
      * desde la fecha de cada adelanto)
