             05 FD-CSV-RECARGO-FINANC     PIC ZZZZZZZZ9,99.
             05 FD-CSV-SEP-14             PIC X(01) VALUE ';'.
             05 FD-CSV-CARGOS             PIC ZZZZZZZZ9,99.
      * Costo financiero informado en el resumen, en porcentaje:
      * tasa nominal anual, tasa efectiva anual y costo financiero
      * total con impuestos
             05 FD-CSV-SEP-15             PIC X(01) VALUE ';'.
             05 FD-CSV-TNA                PIC ZZZZ9,99.
             05 FD-CSV-SEP-16             PIC X(01) VALUE ';'.
             05 FD-CSV-TEA                PIC ZZZZ9,99.
             05 FD-CSV-SEP-17             PIC X(01) VALUE ';'.
             05 FD-CSV-CFT                PIC ZZZZ9,99.
