      ******************************************************************
      * CPY del area de comunicacion con la rutina TP02SCREE, el
      * control de nombres contra las listas de sanciones y PEP
      * (LISTAS_SANCIONES.TXT). La llaman MAESTARJ en el alta de
      * tarjetas, TP02COMCA en la carga de comercios y el lote
      * nocturno TP02SCNOC sobre toda la base. Cada coincidencia nueva
      * queda en la cola de revision de cumplimiento
      * SCREENING_COLA.TXT; las ya encoladas o ya decididas no se
      * vuelven a encolar.
      * Si la nomina no existe, el control se saltea con aviso
      * (retorno 90), como CLVALCP cuando falta su maestro.
      ******************************************************************
       02 LK-SCR-I.
      * Origen del nombre: T - titular de tarjeta, C - comercio
          05 LK-SCR-ORIGEN             PIC X(01).
             88 LK-SCR-ORIGEN-TARJETA      VALUE 'T'.
             88 LK-SCR-ORIGEN-COMERCIO     VALUE 'C'.
      * Numero de tarjeta, o identificador del comercio
          05 LK-SCR-CLAVE              PIC X(19).
      * Cuenta de la tarjeta (en cero para los comercios)
          05 LK-SCR-CUENTA             PIC 9(10).
      * Nombre a controlar: apellido y nombre, o razon social
          05 LK-SCR-NOMBRE             PIC X(60).

       02 LK-SCR-O.
      * Entradas de la nomina que coinciden con el nombre
          05 LK-SCR-COINCIDENCIAS      PIC 9(03).
      * De ellas, las que se encolaron en esta llamada
          05 LK-SCR-NUEVAS             PIC 9(03).
          05 LK-SCR-RETORNO            PIC X(02).
              88 LK-SCR-RETORNO-OK          VALUE '00'.
              88 LK-SCR-CON-COINCIDENCIA    VALUE '10'.
              88 LK-SCR-SIN-NOMINA          VALUE '90'.
              88 LK-SCR-ERROR               VALUE '99'.
