      ******************************************************************
      * CPY del area de comunicacion con la rutina CLTITULA, que lee
      * los titulares de una cuenta en CUENTAS_TITULARES.TXT (registro
      * COTITUL.CPY). Funciones:
      *   L - lista los titulares de la cuenta en orden de prelacion
      *   F - lista y ademas verifica que los documentos firmantes
      *       recibidos cubran las firmas que exige el regimen de la
      *       cuenta (todos los conjuntos, o un indistinto si no hay
      *       conjuntos)
      * La usan CLCTAMNT (cierre de cuenta), CLEMBARG (levantamiento
      * de embargo), CLEXTRAC (encabezado del extracto) y CLALIAS
      * (titulares del alias).
      ******************************************************************
       02 LK-TIT-I.
          05 LK-TIT-FUNCION            PIC X(01).
             88 LK-TIT-LISTAR              VALUE 'L'.
             88 LK-TIT-VERIFICAR           VALUE 'F'.
          05 LK-TIT-CUENTA             PIC X(22).
      * Documentos de quienes firman el pedido (funcion F)
          05 LK-TIT-FIRMA OCCURS 5 TIMES.
             10 LK-TIT-FIRMA-TIPO-DOC  PIC X(04).
             10 LK-TIT-FIRMA-NUMERO-DOC PIC 9(11).

       02 LK-TIT-O.
          05 LK-TIT-CANT               PIC 9(01).
          05 LK-TIT-ITEM OCCURS 5 TIMES.
             10 LK-TIT-ORDEN           PIC 9(02).
             10 LK-TIT-TIPO-DOC        PIC X(04).
             10 LK-TIT-NUMERO-DOC      PIC 9(11).
             10 LK-TIT-NOMBRE          PIC X(30).
             10 LK-TIT-ROL             PIC X(01).
      * Nombres de todos los titulares en orden, separados por ' / '
          05 LK-TIT-NOMBRES            PIC X(160).
      * Primer titular cuya firma falta (funcion F)
          05 LK-TIT-FALTANTE           PIC X(30).
      * Resultado:
      *   00 - ok (en F: las firmas alcanzan)
      *   10 - la cuenta no tiene titulares cargados: sin regimen
      *   20 - faltan firmas (funcion F)
      *   30 - funcion invalida
      *   99 - error de E/S
          05 LK-TIT-RETORNO            PIC X(02).
             88 LK-TIT-RETORNO-OK          VALUE '00'.
             88 LK-TIT-SIN-TITULARES       VALUE '10'.
             88 LK-TIT-FALTAN-FIRMAS       VALUE '20'.
             88 LK-TIT-FUNCION-INVALIDA    VALUE '30'.
             88 LK-TIT-ERROR               VALUE '99'.
