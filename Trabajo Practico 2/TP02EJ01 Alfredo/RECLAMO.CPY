      ******************************************************************
      * CPY del archivo de RECLAMOS.TXT: legajo de reclamos formales
      * de los clientes. A diferencia de las notas de CONTACTOS.TXT,
      * un reclamo tiene numero, categoria, operador asignado y un
      * plazo de respuesta de 10 dias habiles (calendario de
      * FERIADOS.TXT) que controla el regulador. Lo mantiene TP02RECLA
      * (alta y resolucion) y lo muestra TP02V360 en el panel.
      ******************************************************************
       01 REG-RECLAMO.
      * Numero de reclamo, correlativo
          05 REG-REC-NUMERO            PIC 9(08).
      * Cuenta y tarjeta del reclamo
          05 REG-REC-CUENTA            PIC 9(10).
          05 REG-REC-TARJETA           PIC X(19).
      * Categoria del reclamo
          05 REG-REC-CATEGORIA         PIC X(04).
             88 REG-REC-CATEGORIA-VALIDA   VALUE 'FACT' 'CARG' 'TASA'
                                                 'TARJ' 'ATEN' 'OTRO'.
      * Consumo reclamado (WS-ID-CONSUMO), en cero si el reclamo no
      * es por un consumo
          05 REG-REC-ID-CONSUMO        PIC 9(10).
      * Vinculo del consumo reclamado:
      *   C - Consumo
      *   D - Consumo con disputa registrada en DISPUTAS.TXT
      *   blanco - sin consumo vinculado
          05 REG-REC-VINCULO           PIC X(01).
             88 REG-REC-VINCULO-CONSUMO    VALUE 'C'.
             88 REG-REC-VINCULO-DISPUTA    VALUE 'D'.
      * Estado del reclamo:
      *   A - Abierto
      *   R - Resuelto
          05 REG-REC-ESTADO            PIC X(01).
             88 REG-REC-ABIERTO            VALUE 'A'.
             88 REG-REC-RESUELTO           VALUE 'R'.
      * Operador asignado para responderlo
          05 REG-REC-ASIGNADO          PIC X(08).
      * Alta: fecha (yyyy-mm-dd), operador firmado y texto del
      * reclamo
          05 REG-REC-FECHA-ALTA        PIC X(10).
          05 REG-REC-OPERADOR-ALTA     PIC X(08).
          05 REG-REC-DESCRIPCION       PIC X(60).
      * Resolucion: fecha, resultado (F favorable al cliente, D
      * desestimado), respuesta dada y operador que la registro
          05 REG-REC-FECHA-RESOL       PIC X(10).
          05 REG-REC-RESULTADO         PIC X(01).
             88 REG-REC-FAVORABLE          VALUE 'F'.
             88 REG-REC-DESESTIMADO        VALUE 'D'.
          05 REG-REC-RESOLUCION        PIC X(60).
          05 REG-REC-OPERADOR-RESOL    PIC X(08).
