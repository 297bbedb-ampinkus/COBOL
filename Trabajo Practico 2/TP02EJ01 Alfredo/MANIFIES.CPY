      ******************************************************************
      * CPY del archivo MANIFIESTO.TXT de cada juego de respaldo de
      * fin de dia (../RESPALDOS/<AAAAMMDD>/). TP02RESPA RESPALDAR
      * deja una fila por archivo respaldado, con la cantidad de
      * registros y el total de control que tenia el original al
      * copiarlo; TP02RESPA VERIFICAR relee la copia y la compara
      * contra esta fila.
      ******************************************************************
       01 REG-MANIFIESTO.
      * Archivo respaldado, sin directorio
          05 REG-MAN-ARCHIVO           PIC X(30).
      * Organizacion: I indexado (copia del archivo tal cual), S
      * secuencial (copia registro a registro)
          05 REG-MAN-TIPO              PIC X(01).
             88 REG-MAN-INDEXADO           VALUE 'I'.
             88 REG-MAN-SECUENCIAL         VALUE 'S'.
      * P presente y copiado; A no existia en el origen al respaldar
          05 REG-MAN-ESTADO            PIC X(01).
             88 REG-MAN-PRESENTE           VALUE 'P'.
             88 REG-MAN-AUSENTE            VALUE 'A'.
      * Cantidad de registros y total de control (suma de cada byte
      * de cada registro por su posicion en el registro)
          05 REG-MAN-REGISTROS         PIC 9(09).
          05 REG-MAN-HASH              PIC 9(18).
      * Fecha (AAAAMMDD), hora (HHMMSS) y operador del respaldo
          05 REG-MAN-FECHA             PIC 9(08).
          05 REG-MAN-HORA              PIC 9(06).
          05 REG-MAN-OPERADOR          PIC X(08).
