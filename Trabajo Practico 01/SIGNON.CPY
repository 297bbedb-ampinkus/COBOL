      ******************************************************************
      * CPY del area de comunicacion con la rutina TP02SIGN, el
      * sign-on de operadores de los programas de mantenimiento.
      * La rutina valida que el operador exista en PERMISOS.TXT
      * (operador;legajo;nivel), que su legajo exista y este activo
      * en EMPLEADOS.VSAM, y devuelve su nivel de permisos:
      *   C - consulta solamente
      *   M - mantenimiento (altas y modificaciones)
      *   S - supervisor (ademas bajas y aplicaciones sensibles)
      * Los lotes internos firman solo con el operador (la clave en
      * blanco saltea el control de clave: son programas de la casa
      * corriendo adentro de la cadena). Las capturas interactivas
      * mandan ademas LK-SGN-CLAVE y pasan por el control completo
      * contra CLAVES.TXT: bloqueo tras N intentos fallidos,
      * vencimiento de la clave a los dias configurados
      * (CLAVES_PARAM.TXT), historia de claves que no se pueden
      * repetir, y cambio forzado mandando LK-SGN-CLAVE-NUEVA. El
      * desbloqueo/reset (funcion R) exige un supervisor firmante en
      * LK-SGN-SUPERVISOR. Todo queda en SIGNON_EVENTOS.TXT.
      ******************************************************************
       02 LK-SGN-I.
          05 LK-SGN-OPERADOR           PIC X(08).
      * Funcion pedida: F (o blanco) firma; R reset de clave por
      * supervisor (desbloquea y pisa la clave con la nueva)
          05 LK-SGN-FUNCION            PIC X(01).
              88 LK-SGN-FIRMAR              VALUE 'F' ' '.
              88 LK-SGN-RESETEAR            VALUE 'R'.
      * Clave del operador (en blanco: firma de lote sin clave)
          05 LK-SGN-CLAVE              PIC X(10).
      * Clave nueva, para el cambio (clave vencida) o el reset
          05 LK-SGN-CLAVE-NUEVA        PIC X(10).
      * Supervisor firmante que autoriza el reset
          05 LK-SGN-SUPERVISOR         PIC X(08).

       02 LK-SGN-O.
          05 LK-SGN-NIVEL              PIC X(01).
              88 LK-SGN-PUEDE-CONSULTAR     VALUE 'C' 'M' 'S'.
              88 LK-SGN-PUEDE-MANTENER      VALUE 'M' 'S'.
              88 LK-SGN-ES-SUPERVISOR       VALUE 'S'.
          05 LK-SGN-LEGAJO             PIC 9(08).
          05 LK-SGN-RETORNO            PIC X(02).
              88 LK-SGN-RETORNO-OK          VALUE '00'.
              88 LK-SGN-SIN-PERMISOS        VALUE '10'.
              88 LK-SGN-EMPLEADO-INEXISTE   VALUE '20'.
              88 LK-SGN-EMPLEADO-DE-BAJA    VALUE '30'.
              88 LK-SGN-CLAVE-INVALIDA      VALUE '40'.
              88 LK-SGN-BLOQUEADO           VALUE '41'.
              88 LK-SGN-CLAVE-VENCIDA       VALUE '42'.
              88 LK-SGN-RESET-SIN-NIVEL     VALUE '43'.
              88 LK-SGN-CLAVE-REPETIDA      VALUE '44'.
              88 LK-SGN-ERROR               VALUE '99'.
