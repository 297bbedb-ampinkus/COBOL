      ******************************************************************
      * CPY del registro de firmantes autorizados FIRMANTES.TXT: una
      * linea por firmante de cada cuenta de empresa. El firmante se
      * identifica por su documento, el mismo que la transferencia
      * trae como documento origen. Una cuenta sin firmantes
      * cargados no tiene regimen de firmas y valida como siempre.
      * Lo leen CLVALTRAN (primera firma) y CLFIRMAS (segunda).
      ******************************************************************
       01 REG-FIRMANTE.
          05 REG-FIR-CUENTA            PIC X(22).
          05 REG-FIR-DOCUMENTO         PIC X(15).
          05 REG-FIR-NOMBRE            PIC X(30).
      * Importe hasta el que firma solo
          05 REG-FIR-LIMITE            PIC 9(10)V9(02).
      * Por encima del limite: S necesita la firma conjunta de otro
      * firmante de la cuenta, N no puede ordenarla
          05 REG-FIR-CONJUNTA          PIC X(01).
             88 REG-FIR-CONJUNTA-SI        VALUE 'S'.
             88 REG-FIR-CONJUNTA-NO        VALUE 'N'.
