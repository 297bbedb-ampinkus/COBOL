      ******************************************************************
      * CPY del archivo de PREAVISOS_ENVIADOS.TXT: constancia de cada
      * aviso de aumento de tasas o cargos que TP02PREAV mando a un
      * titular, con la fecha y hora del envio, el canal y el destino
      * (domicilio o correo). Se acumula: es la prueba ante el
      * regulador de que el aviso salio en termino.
      ******************************************************************
       01 REG-PREAVISO.
          05 REG-PRV-FECHA             PIC 9(08).
          05 REG-PRV-HORA              PIC 9(06).
          05 REG-PRV-CUENTA            PIC 9(10).
          05 REG-PRV-TARJETA           PIC X(19).
      * Canal por el que salio el aviso:
      *   P - Papel, E - Email, A - Ambos
      *   R - Retenido: domicilio devuelto por el correo y sin correo
      *       electronico cargado, el aviso no pudo salir
          05 REG-PRV-CANAL             PIC X(01).
             88 REG-PRV-PAPEL              VALUE 'P'.
             88 REG-PRV-EMAIL              VALUE 'E'.
             88 REG-PRV-AMBOS              VALUE 'A'.
             88 REG-PRV-RETENIDO           VALUE 'R'.
      * Aumento avisado: tabla, producto, codigo de cargo (en blanco
      * para PRODUCTOS) y fecha de vigencia
          05 REG-PRV-TABLA             PIC X(10).
          05 REG-PRV-PRODUCTO          PIC X(01).
          05 REG-PRV-CODIGO            PIC X(04).
          05 REG-PRV-VIGENCIA          PIC X(10).
      * Destino: domicilio y codigo postal para el papel, correo
      * electronico para el email
          05 REG-PRV-DESTINO           PIC X(44).
