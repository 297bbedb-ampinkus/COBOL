      * (S/N), necesaria para poder restaurar el master completo
      * desde el export
          05 REG-EXPORT-LIMCOMP           PIC X(01).
          05 REG-EXPORT-SEP-15            PIC X(01) VALUE ';'.
      * Marca de domicilio devuelto por el correo (S/N)
          05 REG-EXPORT-DOMDEV            PIC X(01).
