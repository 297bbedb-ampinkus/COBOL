      ******************************************************************
      * CPY del archivo de AUMENTOS_PREAVISO.TXT: cola de aumentos de
      * tasas y cargos a preavisar a los titulares. TP02PARAM agrega
      * una entrada (estado P) cada vez que carga una version futura
      * de PRODUCTOS.TXT o CARGOS.TXT que sube alguna tasa o cargo
      * respecto de la version que rige antes de ella, y TP02PREAV
      * manda el aviso a cada tarjeta activa del producto y deja la
      * entrada en N (o en T si el aviso salio con menos de los 60
      * dias de anticipacion que exige la norma y la vigencia se
      * corrio).
      ******************************************************************
       01 REG-AUMENTO.
      * Tabla de la version nueva: PRODUCTOS o CARGOS
          05 REG-AUM-TABLA             PIC X(10).
             88 REG-AUM-PRODUCTOS          VALUE 'PRODUCTOS '.
             88 REG-AUM-CARGOS             VALUE 'CARGOS    '.
      * Fecha desde la que rige la version nueva (yyyy-mm-dd)
          05 REG-AUM-VIGENCIA          PIC X(10).
      * Fecha de carga y operador que cargo la version
          05 REG-AUM-FECHA-CARGA       PIC 9(08).
          05 REG-AUM-OPERADOR          PIC X(08).
      * Version que rige hasta entonces (en blanco si es un cargo
      * nuevo) y version nueva, con el layout de su tabla
          05 REG-AUM-REG-ANTERIOR      PIC X(80).
          05 REG-AUM-REG-NUEVO         PIC X(80).
      * Estado del preaviso:
      *   P - Pendiente de avisar
      *   N - Notificado en termino
      *   T - Notificado fuera de termino (menos de 60 dias antes
      *       de la vigencia): la vigencia de la version se corrio a
      *       la fecha del aviso mas 60 dias, en la tabla y aca
          05 REG-AUM-ESTADO            PIC X(01).
             88 REG-AUM-PENDIENTE          VALUE 'P'.
             88 REG-AUM-NOTIFICADO         VALUE 'N'.
             88 REG-AUM-FUERA-TERMINO      VALUE 'T'.
      * Fecha en que salieron los avisos y cantidad de tarjetas
      * avisadas
          05 REG-AUM-FECHA-AVISO       PIC 9(08).
          05 REG-AUM-CANT-AVISOS       PIC 9(06).
