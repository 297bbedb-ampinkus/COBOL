      ******************************************************************
      * CPY del archivo de LISTAS_SANCIONES.TXT: nomina unificada de
      * las listas oficiales de personas y entidades sancionadas y de
      * personas expuestas politicamente (PEP), tal como la baja
      * cumplimiento normativo de los organismos. Un nombre por linea,
      * apellido y nombre en cualquier orden: la comparacion de
      * TP02SCREE normaliza y trabaja por palabras.
      ******************************************************************
       01 REG-SANCION.
      * Tipo de lista: S - sanciones, P - persona expuesta politicamente
          05 REG-SAN-TIPO              PIC X(01).
             88 REG-SAN-SANCIONES          VALUE 'S'.
             88 REG-SAN-PEP                VALUE 'P'.
      * Lista de origen (ONU, OFAC, UIF-RePET, PEP-UIF, ...)
          05 REG-SAN-LISTA             PIC X(10).
      * Identificador de la entrada en la lista de origen
          05 REG-SAN-ID                PIC X(12).
      * Nombre completo o razon social, tal cual figura en la lista
          05 REG-SAN-NOMBRE            PIC X(60).
