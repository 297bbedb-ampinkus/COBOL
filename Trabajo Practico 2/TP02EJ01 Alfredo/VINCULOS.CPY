      ******************************************************************
      * CPY del registro de CLIENTES_VINCULOS.VSAM: ata cada clave de
      * los distintos sistemas al cliente de CLIENTES.VSAM que es su
      * titular. Lo graba la rutina CLCLIENT, en el alta de cada
      * mantenimiento (MAESTARJ, CLCTAMNT, CL20MANT) o al confirmar el
      * operador las propuestas del lote de coincidencias TP02VINCU.
      * Clave primaria: VIN-CLAVE (origen y referencia).
      * Clave alternativa (con duplicados): VIN-DOCUMENTO, para traer
      * todo lo que tiene un mismo cliente.
      ******************************************************************
       01 FD-VINCULOS.
          05 VIN-CLAVE.
      * Origen de la referencia:
      *   T cuenta de tarjeta (NUMERO-CUENTA de MAESTRO-TARJETAS)
      *   B cuenta bancaria (numero de cuenta de CUENTAS.TXT)
      *   A contacto de la agenda (ID de AGENDA.VSAM)
      *   E legajo de empleado (EMPLEADOS.VSAM)
             10 VIN-ORIGEN             PIC X(01).
                88 VIN-ORIGEN-TARJETA      VALUE 'T'.
                88 VIN-ORIGEN-BANCO        VALUE 'B'.
                88 VIN-ORIGEN-AGENDA       VALUE 'A'.
                88 VIN-ORIGEN-EMPLEADO     VALUE 'E'.
                88 VIN-ORIGEN-VALIDO       VALUE 'T' 'B' 'A' 'E'.
      * Clave en el sistema de origen, alineada a izquierda
             10 VIN-REFERENCIA         PIC X(22).
      * Documento del cliente (clave de CLIENTES.VSAM)
          05 VIN-DOCUMENTO.
             10 VIN-TIPO-DOC           PIC X(04).
             10 VIN-NUMERO-DOC         PIC 9(11).
      * Forma en que se hizo el vinculo: C capturado en el alta del
      * mantenimiento, M propuesto por TP02VINCU y confirmado
          05 VIN-FORMA                 PIC X(01).
             88 VIN-FORMA-ALTA             VALUE 'C'.
             88 VIN-FORMA-MATCHING         VALUE 'M'.
      * Fecha (yyyy-mm-dd) y operador del vinculo
          05 VIN-FECHA                 PIC X(10).
          05 VIN-OPERADOR              PIC X(08).
