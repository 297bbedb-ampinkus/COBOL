      ******************************************************************
      * CPY del archivo de SCREENING_COLA.TXT: coincidencias de
      * nombres contra las listas de sanciones y PEP pendientes de
      * revision por cumplimiento normativo. Las graba TP02SCREE;
      * TP02SCDEC les aplica las decisiones de SCREENING_DECISIONES
      * y las pasa, con este mismo layout, al historial
      * SCREENING_HISTORIA.TXT.
      ******************************************************************
       01 REG-SCR-COLA.
      * Fecha en que se detecto la coincidencia (aaaammdd)
          05 REG-SCQ-FECHA             PIC 9(08).
      * Origen: T - titular de tarjeta, C - comercio
          05 REG-SCQ-ORIGEN            PIC X(01).
             88 REG-SCQ-ORIGEN-TARJETA     VALUE 'T'.
             88 REG-SCQ-ORIGEN-COMERCIO    VALUE 'C'.
      * Numero de tarjeta, o identificador del comercio
          05 REG-SCQ-CLAVE             PIC X(19).
          05 REG-SCQ-CUENTA            PIC 9(10).
      * Nombre controlado, tal cual esta en el maestro
          05 REG-SCQ-NOMBRE            PIC X(60).
      * Entrada de la nomina con la que coincidio
          05 REG-SCQ-TIPO-LISTA        PIC X(01).
          05 REG-SCQ-LISTA             PIC X(10).
          05 REG-SCQ-ID-LISTA          PIC X(12).
          05 REG-SCQ-NOMBRE-LISTA      PIC X(60).
      * Porcentaje de palabras de la nomina halladas en el nombre
          05 REG-SCQ-PUNTAJE           PIC 9(03).
      * Decision de cumplimiento:
      *   blanco - pendiente de revisar
      *   C - confirmada: se bloquea la tarjeta o se suspende el
      *       pago de las liquidaciones del comercio
      *   D - descartada: homonimo, no se vuelve a encolar
          05 REG-SCQ-ESTADO            PIC X(01).
             88 REG-SCQ-PENDIENTE          VALUE ' '.
             88 REG-SCQ-CONFIRMADA         VALUE 'C'.
             88 REG-SCQ-DESCARTADA         VALUE 'D'.
          05 REG-SCQ-FECHA-DECISION    PIC 9(08).
          05 REG-SCQ-OPERADOR          PIC X(08).
