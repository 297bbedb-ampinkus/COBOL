      ******************************************************************
      * CPY del registro de embargos judiciales EMBARGOS.TXT: una
      * linea por oficio judicial sobre una cuenta de CUENTAS.TXT.
      * Lo mantiene CLEMBARG (altas y levantamientos); CLPOSTEO y
      * CLINTERB le suman lo que retienen de los creditos entrantes,
      * y CLVALTRAN/CLPOSTEO no dejan debitar lo retenido.
      * Lo retenido queda inmovilizado en la cuenta (forma parte del
      * saldo pero no se puede girar) hasta que el juzgado levante
      * la orden.
      ******************************************************************
       01 REG-EMBARGO.
      * Numero de oficio judicial, unico en el registro
          05 REG-EMB-OFICIO            PIC X(20).
          05 REG-EMB-CUENTA            PIC X(22).
          05 REG-EMB-JUZGADO           PIC X(30).
      * Importe que ordena embargar el juzgado
          05 REG-EMB-IMPORTE           PIC 9(10)V9(02).
      * Lo retenido hasta ahora (saldo inmovilizado en el alta mas
      * los creditos capturados despues), nunca mayor que el importe
          05 REG-EMB-RETENIDO          PIC 9(10)V9(02).
      * Fecha de recepcion del oficio (yyyy-mm-dd)
          05 REG-EMB-FECHA             PIC X(10).
      * A activo (sigue capturando creditos), C cubierto (retenido
      * igual al importe, sigue inmovilizado), L levantado (lo
      * retenido se libera)
          05 REG-EMB-ESTADO            PIC X(01).
             88 REG-EMB-ACTIVO             VALUE 'A'.
             88 REG-EMB-CUBIERTO           VALUE 'C'.
             88 REG-EMB-LEVANTADO          VALUE 'L'.
          05 REG-EMB-FECHA-LEVANTA     PIC X(10).
