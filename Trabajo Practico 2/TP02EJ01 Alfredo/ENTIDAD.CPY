      ******************************************************************
      * CPY del archivo de ENTIDAD.TXT: datos fiscales de la entidad
      * emisora, los que se imprimen como agente de percepcion o de
      * retencion en los certificados que el sistema entrega a
      * terceros. Un unico registro.
      ******************************************************************
       01 REG-ENTIDAD.
      * Razon social de la entidad
          05 REG-ENT-RAZON-SOCIAL      PIC X(40).
      * CUIT con guiones (99-99999999-9)
          05 REG-ENT-CUIT              PIC X(13).
      * Domicilio fiscal
          05 REG-ENT-DOMICILIO         PIC X(40).
