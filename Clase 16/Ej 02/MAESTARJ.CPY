      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 10/11/2023
      * Purpose: Archivo CPY para la descripcion de los datos
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************

       02  LK-TARJETA-I.
      * Modo de operacion solicitado a MAESTARJ:
      *   L - Leer (default, comportamiento historico)
      *   A - Alta de tarjeta nueva
      *   M - Modificacion de una tarjeta existente
      *   B - Baja de una tarjeta existente
      *   C - Consulta para call center: si viene LK-NUMERO-CUENTA-I
      *       busca por numero de cuenta (primera tarjeta de la
      *       cuenta); si no, busca por LK-APELLIDO-I/LK-NOMBRE-I
      *   X - Exporta todo el master a TARJETAS_EXPORT.TXT, para lotes
      *       externos que necesitan recorrer todas las tarjetas
          05 LK-MODO-I                 PIC X(01).
              88 LK-MODO-LEER               VALUE 'L' ' '.
              88 LK-MODO-ALTA               VALUE 'A'.
              88 LK-MODO-MODIFICACION       VALUE 'M'.
              88 LK-MODO-BAJA               VALUE 'B'.
              88 LK-MODO-CONSULTA           VALUE 'C'.
              88 LK-MODO-EXPORTAR           VALUE 'X'.
      * N�mero de cuenta cr�dito: num�rico de 10 d�gitos
          05 LK-NUMERO-CUENTA-I        PIC 9(10).
      * N�mero de tarjeta: alfanum�rico de 19 caracteres
          05 LK-NUMERO-I               PIC X(19).
      * Apellido: alfanum�rico de 20 caracteres
          05 LK-APELLIDO-I             PIC X(20).
      * Nombre: alfanum�rico de 20 caracteres
          05 LK-NOMBRE-I               PIC X(20).
      * Direcci�n: alfanum�rico de 40 caracteres
          05 LK-DIRECCION-I            PIC X(40).
      * C�digo postal: num�rico de 4 d�gitos
          05 LK-CODIGO-I               PIC X(4).
      *  Moneda de la tarjeta: alfanumerico de 3 caracteres, segun
      *  la tabla de monedas validas del sistema (MONEDAS.TXT)
          05 LK-MONEDA-I               PIC X(3).
      * Importe l�mite de compra: num�rico de 8 d�gitos enteros con 2 d�gitos decimales
          05 LK-LIMITE-I               PIC 9(8)V9(2).
      * Estado de la tarjeta: A-ctiva, B-loqueada, C-errada,
      * P-endiente de activacion (plastico emitido que el titular
      * todavia no confirmo haber recibido; lo activa TP02ACTIV).
      * En alta, si viene en blanco la tarjeta nace pendiente de
      * activacion (queda asentada en PENDIENTES_ACTIVACION.TXT y
      * la activa TP02ACTIV cuando el titular confirma recibirla);
      * en modificacion, si viene en blanco se conserva el estado
      * que ya tenia la tarjeta.
          05 LK-ESTADO-I                PIC X(01).
              88 LK-ESTADO-I-BLANCO          VALUE ' '.
              88 LK-ESTADO-I-ACTIVA          VALUE 'A'.
              88 LK-ESTADO-I-BLOQUEADA       VALUE 'B'.
              88 LK-ESTADO-I-CERRADA         VALUE 'C'.
              88 LK-ESTADO-I-PENDIENTE       VALUE 'P'.
      * Indica si el limite de compra de esta tarjeta se comparte con
      * el resto de las tarjetas de la misma cuenta (una cuenta con
      * varias tarjetas, un unico techo de compra entre todas). En
      * blanco se conserva el valor que ya tenia la tarjeta (o 'N',
      * no compartido, si es una tarjeta nueva).
          05 LK-LIMITE-COMPARTIDO-I    PIC X(01).
              88 LK-LIMITE-COMPARTIDO-I-BLANCO  VALUE ' '.
              88 LK-LIMITE-COMPARTIDO-I-SI      VALUE 'S'.
              88 LK-LIMITE-COMPARTIDO-I-NO      VALUE 'N'.
      * Fecha de vencimiento de la tarjeta: alfanumerico de 10
      * caracteres (formato yyyy-mm-dd). En blanco, la tarjeta no
      * tiene vencimiento cargado y el lote de renovacion la ignora.
      * En modificacion, en blanco se conserva la que ya tenia.
          05 LK-FECHA-VENCIMIENTO-I    PIC X(10).
      * Producto (segmento) de la tarjeta: C-lasica, G-old, B-lack,
      * segun la tabla de precios PRODUCTOS.TXT. En alta, en blanco
      * se asume Clasica; en modificacion, en blanco se conserva el
      * que ya tenia.
          05 LK-PRODUCTO-I             PIC X(01).
              88 LK-PRODUCTO-I-BLANCO       VALUE ' '.
      * Canal de envio del resumen: P-apel, E-mail, A-mbos. En alta,
      * en blanco se asume papel; en modificacion, en blanco se
      * conserva el que tenia.
          05 LK-ENVIO-I                PIC X(01).
              88 LK-ENVIO-I-BLANCO          VALUE ' '.
      * Correo electronico del titular para el resumen digital. En
      * modificacion, en blanco se conserva el que tenia.
          05 LK-EMAIL-I                PIC X(40).
      * Grupo de ciclo de facturacion (1 a 4). En el alta, cero o
      * invalido toma el grupo 1; en la modificacion, cero deja el
      * grupo como esta.
          05 LK-GRUPO-I                PIC 9(01).
              88 LK-GRUPO-I-VALIDO          VALUE 1 THRU 4.
      * Operador firmado que pide la operacion: obligatorio para
      * alta, modificacion y baja, que se validan contra TP02SIGN
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

       02  LK-TARJETA-O.
      * N�mero de cuenta cr�dito: num�rico de 10 d�gitos
          05 LK-NUMERO-CUENTA-O        PIC 9(10).
      * N�mero de tarjeta: alfanum�rico de 19 caracteres
          05 LK-NUMERO-O               PIC X(19).
      * Apellido: alfanum�rico de 20 caracteres
          05 LK-APELLIDO-O             PIC X(20).
      * Nombre: alfanum�rico de 20 caracteres
          05 LK-NOMBRE-O               PIC X(20).
      * Direcci�n: alfanum�rico de 40 caracteres
          05 LK-DIRECCION-O            PIC X(40).
      * C�digo postal: num�rico de 4 d�gitos
          05 LK-CODIGO-O               PIC X(4).
      *  Moneda de la tarjeta: alfanumerico de 3 caracteres, segun
      *  la tabla de monedas validas del sistema (MONEDAS.TXT)
          05 LK-MONEDA-O               PIC X(3).
      * Importe l�mite de compra: num�rico de 8 d�gitos enteros con 2 d�gitos decimales
          05 LK-LIMITE-O               PIC 9(8)V9(2).
      * Estado de la tarjeta: A-ctiva, B-loqueada, C-errada,
      * P-endiente de activacion
          05 LK-ESTADO-O                PIC X(01).
              88 LK-ESTADO-O-ACTIVA          VALUE 'A'.
              88 LK-ESTADO-O-BLOQUEADA       VALUE 'B'.
              88 LK-ESTADO-O-CERRADA         VALUE 'C'.
              88 LK-ESTADO-O-PENDIENTE       VALUE 'P'.
      * Indica si el limite de compra de esta tarjeta se comparte con
      * el resto de las tarjetas de la misma cuenta
          05 LK-LIMITE-COMPARTIDO-O    PIC X(01).
              88 LK-LIMITE-COMPARTIDO-O-SI      VALUE 'S'.
              88 LK-LIMITE-COMPARTIDO-O-NO      VALUE 'N' ' '.
      * Fecha de vencimiento de la tarjeta: alfanumerico de 10
      * caracteres (formato yyyy-mm-dd), en blanco si no tiene
          05 LK-FECHA-VENCIMIENTO-O    PIC X(10).
      * Producto (segmento) de la tarjeta: C-lasica, G-old, B-lack
          05 LK-PRODUCTO-O             PIC X(01).
      * Canal de envio del resumen: P-apel, E-mail, A-mbos
          05 LK-ENVIO-O                PIC X(01).
              88 LK-ENVIO-O-PAPEL           VALUE 'P' ' '.
              88 LK-ENVIO-O-EMAIL           VALUE 'E'.
              88 LK-ENVIO-O-AMBOS           VALUE 'A'.
      * Correo electronico del titular para el resumen digital
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
      * Resultado de la operacion de alta/modificacion/baja solicitada:
      *   OK - la operacion se realizo con exito
      *   NF - no se encontro la tarjeta (modificacion/baja)
      *   DU - la tarjeta ya existe (alta)
      *   ER - otro error de E/S
      *   NP - operador sin sign-on valido o sin el nivel de
      *        permisos que pide el modo (alta/modificacion piden
      *        mantenimiento, la baja supervisor)
      *   PI - el numero de tarjeta no valida (largo, digitos,
      *        Luhn o BIN): la operacion no toco el master
      *   CP - el codigo postal no figura en el maestro de codigos
      *        postales (CLVALCP): la operacion no toco el master
      *   DI - falta el documento del titular en el alta de una
      *        cuenta nueva, o no valida (CLCLIENT): la operacion no
      *        toco el master
          05 LK-RETORNO-O               PIC X(02).
              88 LK-RETORNO-OK               VALUE 'OK'.
              88 LK-RETORNO-NO-ENCONTRADA    VALUE 'NF'.
              88 LK-RETORNO-DUPLICADA        VALUE 'DU'.
              88 LK-RETORNO-ERROR            VALUE 'ER'.
              88 LK-RETORNO-SIN-PERMISO      VALUE 'NP'.
              88 LK-RETORNO-PAN-INVALIDO     VALUE 'PI'.
              88 LK-RETORNO-CP-INVALIDO      VALUE 'CP'.
              88 LK-RETORNO-DOC-INVALIDO     VALUE 'DI'.
