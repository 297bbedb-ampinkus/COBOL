      * (PERMISOS.TXT + EMPLEADOS.VSAM). Queda estampado en la
      * auditoria.
          05 LK-OPERADOR-I             PIC X(08).
      * Marca de domicilio devuelto por el correo (S/N), la que
      * pone TP02CORRE al registrar un resumen devuelto. En alta se
      * ignora (la tarjeta nace sin marca); en modificacion, en
      * blanco se conserva, y un cambio de direccion o de codigo
      * postal la limpia aunque no venga informada.
          05 LK-DOMICILIO-DEVUELTO-I   PIC X(01).
              88 LK-DOMICILIO-DEVUELTO-I-BLANCO VALUE ' '.
      * Documento del titular (DNI, CUIT o CUIL y numero), para ligar
      * la cuenta al maestro de clientes via CLCLIENT. Obligatorio en
      * el alta de una cuenta nueva; las renovaciones, reemplazos y
      * adicionales de una cuenta que ya tiene tarjetas lo pueden
      * mandar en blanco (la cuenta ya tiene su titular).
          05 LK-TIPO-DOC-I             PIC X(04).
          05 LK-NUMERO-DOC-I           PIC 9(11).
      * Para indicar que no se encontr� la tarjeta
       02  LK-ERROR-I.
           05 LK-ID-EXISTE-I             PIC X.
          05 LK-EMAIL-O                PIC X(40).
      * Grupo de ciclo de facturacion de la tarjeta (1 a 4)
          05 LK-GRUPO-O                PIC 9(01).
      * Domicilio devuelto por el correo: S el resumen en papel no
      * llega a la direccion cargada
          05 LK-DOMICILIO-DEVUELTO-O   PIC X(01).
              88 LK-DOMICILIO-DEVUELTO-O-SI     VALUE 'S'.
      * Para indicar que no se encontr� la tarjeta
       02  LK-ERROR-O.
           05 LK-ID-EXISTE-O             PIC X.
      *        Luhn o BIN): la operacion no toco el master
      *   CP - el codigo postal no figura en el maestro de codigos
      *        postales (CLVALCP): la operacion no toco el master
      *   DI - falta el documento del titular en el alta de una
      *        cuenta nueva, o no valida (CLCLIENT): la operacion no
      *        toco el master
          05 LK-RETORNO-O               PIC X(02).
              88 LK-RETORNO-OK               VALUE 'OK'.
              88 LK-RETORNO-NO-ENCONTRADA    VALUE 'NF'.
              88 LK-RETORNO-SIN-PERMISO      VALUE 'NP'.
              88 LK-RETORNO-PAN-INVALIDO     VALUE 'PI'.
              88 LK-RETORNO-CP-INVALIDO      VALUE 'CP'.
              88 LK-RETORNO-DOC-INVALIDO     VALUE 'DI'.
