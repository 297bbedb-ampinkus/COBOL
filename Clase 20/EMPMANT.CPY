      * 0 = fuera de convenio, y en la modificacion conserva la
      * que habia)
          05 LK-EMP-CATEGORIA-I        PIC 9(02).
      * Documento del empleado (DNI, CUIT o CUIL y numero): exigido
      * en el alta, lo valida CLCLIENT y ata el legajo al maestro de
      * clientes; la modificacion no lo usa
          05 LK-EMP-TIPO-DOC-I         PIC X(04).
          05 LK-EMP-NUMERO-DOC-I       PIC 9(11).
      * CUIL del empleado para la declaracion de seguridad social
      * (lo valida CLCLIENT). En el alta, en cero toma el documento
      * si ese documento es un CUIL; en la modificacion, en cero
      * conserva el que habia
          05 LK-EMP-CUIL-I             PIC 9(11).

       02 LK-EMP-O.
          05 LK-EMP-ID-O               PIC 9(08).
          05 LK-EMP-VAC-PEND-O         PIC 9(03).
          05 LK-EMP-CBU-O              PIC X(22).
          05 LK-EMP-CATEGORIA-O        PIC 9(02).
          05 LK-EMP-CUIL-O             PIC 9(11).
      * Resultado de la operacion:
      *   OK - se realizo con exito
      *   NF - el empleado no existe (modificacion/baja/consulta)
