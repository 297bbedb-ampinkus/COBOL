      ******************************************************************
      * CPY del archivo de HABEAS_PEDIDOS.TXT: registro de los pedidos
      * de acceso a datos personales (habeas data). La ley da al
      * titular el derecho a conocer todo lo que el sistema guarda
      * sobre el y fija 10 dias corridos para contestar. TP02HABEA da
      * de alta cada pedido con su vencimiento, arma el informe al
      * responderlo (HABEAS_<numero>.TXT) y deja aca quien lo
      * respondio y cuando; el control de vencimientos sale de este
      * mismo registro.
      ******************************************************************
       01 REG-HABEAS.
      * Numero de pedido, correlativo
          05 REG-HAB-NUMERO            PIC 9(08).
      * Fecha en que se recibio el pedido (yyyy-mm-dd)
          05 REG-HAB-FECHA-PEDIDO      PIC X(10).
      * Documento de la persona sobre la que se piden los datos
      * (tipo DNI, CUIT o CUIL, como en CLIENTES.VSAM)
          05 REG-HAB-TIPO-DOC          PIC X(04).
          05 REG-HAB-NUMERO-DOC        PIC 9(11).
      * Quien hizo el pedido: el titular o su representante
          05 REG-HAB-SOLICITANTE       PIC X(40).
      * Operador firmado que registro el pedido
          05 REG-HAB-OPERADOR-ALTA     PIC X(08).
      * Vencimiento legal de la respuesta (yyyy-mm-dd)
          05 REG-HAB-VENCIMIENTO       PIC X(10).
      * Estado: P pendiente, R respondido
          05 REG-HAB-ESTADO            PIC X(01).
             88 REG-HAB-PENDIENTE          VALUE 'P'.
             88 REG-HAB-RESPONDIDO         VALUE 'R'.
      * Respuesta: fecha (yyyy-mm-dd, en blanco mientras esta
      * pendiente) y operador supervisor que emitio el informe
          05 REG-HAB-FECHA-RESPUESTA   PIC X(10).
          05 REG-HAB-OPERADOR-RESP     PIC X(08).
