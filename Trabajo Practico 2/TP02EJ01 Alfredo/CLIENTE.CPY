      ******************************************************************
      * CPY del area de comunicacion con la rutina CLCLIENT, la
      * identidad unica del cliente por documento (mismo esquema de
      * subprograma que CLVALCP). Valida el documento, da de alta el
      * cliente en CLIENTES.VSAM si todavia no existe y ata la clave
      * del sistema que llama (cuenta de tarjeta, cuenta bancaria,
      * contacto de agenda o legajo) en CLIENTES_VINCULOS.VSAM.
      * La usan MAESTARJ, CLCTAMNT y CL20MANT en el alta, el lote de
      * coincidencias TP02VINCU y el informe de datos personales
      * TP02HABEA.
      ******************************************************************
       02 LK-CLI-I.
      * Modo: V valida el documento, R valida y registra cliente y
      * vinculo, C consulta el vinculo de una referencia, B busca el
      * cliente de un documento
          05 LK-CLI-MODO               PIC X(01).
             88 LK-CLI-VALIDAR             VALUE 'V'.
             88 LK-CLI-REGISTRAR           VALUE 'R'.
             88 LK-CLI-CONSULTAR           VALUE 'C'.
             88 LK-CLI-BUSCAR              VALUE 'B'.
      * Documento: tipo DNI, CUIT o CUIL y numero
          05 LK-CLI-TIPO-DOC           PIC X(04).
          05 LK-CLI-NUMERO-DOC         PIC 9(11).
      * Apellido y nombre, para el alta de un cliente nuevo
          05 LK-CLI-APELLIDO           PIC X(25).
          05 LK-CLI-NOMBRE             PIC X(25).
      * Referencia a vincular/consultar: origen (T tarjeta, B banco,
      * A agenda, E empleado) y clave en ese sistema
          05 LK-CLI-ORIGEN             PIC X(01).
          05 LK-CLI-REFERENCIA         PIC X(22).
      * Forma del vinculo: C alta del mantenimiento, M matching
          05 LK-CLI-FORMA              PIC X(01).
      * Operador firmado que hace la operacion
          05 LK-CLI-OPERADOR           PIC X(08).

       02 LK-CLI-O.
      * Documento y nombre del cliente al que quedo (o estaba) atada
      * la referencia
          05 LK-CLI-TIPO-DOC-O         PIC X(04).
          05 LK-CLI-NUMERO-DOC-O       PIC 9(11).
          05 LK-CLI-APELLIDO-O         PIC X(25).
          05 LK-CLI-NOMBRE-O           PIC X(25).
      * S si el registro creo un cliente nuevo
          05 LK-CLI-NUEVO-O            PIC X(01).
             88 LK-CLI-ES-NUEVO            VALUE 'S'.
      * Resultado:
      *   00 - ok
      *   10 - la referencia ya estaba atada a otro cliente: no se
      *        cambia, se devuelve el cliente que tiene
      *   20 - documento invalido (tipo, largo, prefijo o digito
      *        verificador del CUIT/CUIL)
      *   23 - consulta: la referencia no esta vinculada;
      *        busqueda: el documento no es de ningun cliente
      *   99 - error de E/S
          05 LK-CLI-RETORNO            PIC X(02).
             88 LK-CLI-RETORNO-OK          VALUE '00'.
             88 LK-CLI-OTRO-CLIENTE        VALUE '10'.
             88 LK-CLI-DOC-INVALIDO        VALUE '20'.
             88 LK-CLI-SIN-VINCULO         VALUE '23'.
             88 LK-CLI-ERROR               VALUE '99'.
