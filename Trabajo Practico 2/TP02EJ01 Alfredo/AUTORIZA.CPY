      * LK-AUT-I con el consumo tal cual llega del comercio y recibe
      * en LK-AUT-O la decision (aprobado/rechazado) con su codigo de
      * motivo, para poder devolverle al comercio el porque.
      * Cuando TP02AUTH o el master no estan disponibles, el front
      * llama con la misma estructura a TP02STIN (autorizacion
      * stand-in contra los limites de piso por producto).
      ******************************************************************
       02 LK-AUT-I.
      * Numero de tarjeta: alfanumerico de 19 caracteres
      * Codigo de concepto del consumo (WS-COD-CONCEPTO), para el
      * perfil de control de gasto de la tarjeta
          05 LK-AUT-COD-CONCEPTO       PIC X(03).
      * Origen de la llamada: blanco es la autorizacion en linea del
      * front; R es la revision del dia siguiente de una aprobacion
      * stand-in (TP02STREV): se aplican las mismas reglas, pero el
      * rechazo no va a AUTH_RECHAZOS.TXT, la reserva se graba
      * igual (la aprobacion ya se le dio al comercio) y no se cae
      * al stand-in si el master sigue sin responder.
          05 LK-AUT-ORIGEN             PIC X(01).
             88 LK-AUT-ORIGEN-LINEA        VALUE ' '.
             88 LK-AUT-ORIGEN-REVISION     VALUE 'R'.

       02 LK-AUT-O.
      * Decision de la autorizacion:
      *        por el perfil de control de la tarjeta
      *   09 - La tarjeta esta pendiente de activacion: el titular
      *        todavia no confirmo haber recibido el plastico
      *   10 - Stand-in: fuera de los limites de piso del producto
      *        (importe, tope diario de la tarjeta o adelanto)
      *   99 - Error de acceso al master o a los consumos
          05 LK-AUT-MOTIVO             PIC X(02).
             88 LK-AUT-MOTIVO-OK           VALUE '00'.
             88 LK-AUT-MOTIVO-SIN-ADELANTO VALUE '07'.
             88 LK-AUT-MOTIVO-CONCEPTO     VALUE '08'.
             88 LK-AUT-MOTIVO-SIN-ACTIVAR  VALUE '09'.
             88 LK-AUT-MOTIVO-PISO         VALUE '10'.
             88 LK-AUT-MOTIVO-ERROR        VALUE '99'.
      * Credito disponible que le quedaba a la tarjeta (o al pozo
      * compartido de la cuenta) antes de este consumo, informativo
          05 LK-AUT-DISPONIBLE         PIC S9(9)V9(2).
      * S si la decision la tomo el stand-in (TP02STIN) y no las
      * reglas completas de TP02AUTH
          05 LK-AUT-STAND-IN           PIC X(01).
             88 LK-AUT-STAND-IN-SI         VALUE 'S'.
