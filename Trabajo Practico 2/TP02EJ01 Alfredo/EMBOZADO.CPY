      ******************************************************************
      * CPY del archivo de EMBOZADO.TXT: lote nocturno de plasticos a
      * fabricar, en el formato fijo que pide el fabricante (sin
      * separadores). Una cabecera H con el lote, un detalle D por
      * tarjeta y un pie T con la cantidad de detalles, para que el
      * fabricante controle que recibio el lote completo. Lo arma
      * TP02EMBOS.
      ******************************************************************
       01 REG-EMBOZADO.
      * Tipo de registro: H cabecera, D detalle, T pie
          05 REG-EMB-TIPO              PIC X(01).
             88 REG-EMB-CABECERA           VALUE 'H'.
             88 REG-EMB-DETALLE            VALUE 'D'.
             88 REG-EMB-PIE                VALUE 'T'.
          05 REG-EMB-DATOS.
             10 REG-EMB-TARJETA        PIC X(19).
      * Nombre a embozar: NOMBRE APELLIDO, hasta 26 posiciones
             10 REG-EMB-NOMBRE         PIC X(26).
      * Vencimiento a embozar: MM/AA
             10 REG-EMB-VENCE          PIC X(05).
      * Producto (C/G/B), que define el diseno del plastico
             10 REG-EMB-PRODUCTO       PIC X(01).
      * Domicilio de entrega
             10 REG-EMB-DIRECCION      PIC X(40).
             10 REG-EMB-CODIGO-POSTAL  PIC X(04).
      * Vista de la cabecera
          05 REG-EMB-DATOS-CABECERA REDEFINES REG-EMB-DATOS.
             10 REG-EMB-CAB-LOTE       PIC 9(08).
             10 REG-EMB-CAB-EMISOR     PIC X(20).
             10 FILLER                 PIC X(67).
      * Vista del pie
          05 REG-EMB-DATOS-PIE REDEFINES REG-EMB-DATOS.
             10 REG-EMB-PIE-LOTE       PIC 9(08).
             10 REG-EMB-PIE-CANTIDAD   PIC 9(06).
             10 FILLER                 PIC X(81).
