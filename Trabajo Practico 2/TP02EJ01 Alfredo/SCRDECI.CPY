      ******************************************************************
      * CPY del archivo de SCREENING_DECISIONES.TXT: decisiones de
      * cumplimiento normativo sobre las coincidencias de
      * SCREENING_COLA.TXT, identificadas por origen, clave y entrada
      * de la nomina. Las aplica TP02SCDEC.
      ******************************************************************
       01 REG-SCR-DECISION.
          05 REG-SCD-ORIGEN            PIC X(01).
          05 REG-SCD-CLAVE             PIC X(19).
          05 REG-SCD-ID-LISTA          PIC X(12).
      * C - confirmada, D - descartada
          05 REG-SCD-DECISION          PIC X(01).
             88 REG-SCD-CONFIRMA           VALUE 'C'.
             88 REG-SCD-DESCARTA           VALUE 'D'.
      * Analista de cumplimiento que tomo la decision
          05 REG-SCD-OPERADOR          PIC X(08).
