      ******************************************************************
      * CPY del registro del maestro de clientes CLIENTES.VSAM: una
      * persona (o empresa) por documento, la identidad comun que
      * comparten sus cuentas de tarjeta (MAESTRO-TARJETAS), sus
      * cuentas bancarias (CUENTAS.TXT), sus contactos de la agenda
      * (AGENDA.VSAM) y su legajo de empleado (EMPLEADOS.VSAM). Cada
      * una de esas claves se ata al cliente en CLIENTES_VINCULOS.VSAM
      * (VINCULOS.CPY). Lo mantiene solo la rutina CLCLIENT.
      * Clave primaria: CLI-DOCUMENTO (tipo y numero).
      * Clave alternativa (con duplicados): CLI-DNI, el DNI de la
      * persona, tambien cuando se la dio de alta por CUIT/CUIL, para
      * que el mismo titular no quede como dos clientes distintos.
      ******************************************************************
       01 FD-CLIENTES.
      * Documento con el que se dio de alta el cliente
          05 CLI-DOCUMENTO.
      * Tipo de documento: DNI, CUIT o CUIL
             10 CLI-TIPO-DOC           PIC X(04).
      * Numero de documento: el DNI a 8 digitos o el CUIT/CUIL
      * completo a 11 (prefijo, numero y digito verificador)
             10 CLI-NUMERO-DOC         PIC 9(11).
      * DNI de la persona (en un CUIT/CUIL de persona fisica, los 8
      * digitos del medio); cero para las personas juridicas
          05 CLI-DNI                   PIC 9(08).
      * CUIT/CUIL de la persona si se conoce; cero si no
          05 CLI-CUIT                  PIC 9(11).
      * Apellido y nombre (o razon social en el apellido)
          05 CLI-APELLIDO              PIC X(25).
          05 CLI-NOMBRE                PIC X(25).
      * Estado del cliente: A-ctivo
          05 CLI-ESTADO                PIC X(01).
             88 CLI-ACTIVO                 VALUE 'A'.
      * Fecha de alta (yyyy-mm-dd) y operador que la hizo
          05 CLI-FECHA-ALTA            PIC X(10).
          05 CLI-OPERADOR              PIC X(08).
