      ******************************************************************
      * CPY del registro de titulares de cuenta CUENTAS_TITULARES.TXT:
      * una linea por persona titular de cada cuenta de CUENTAS.TXT,
      * con su orden de prelacion (el 01 es el titular que figura en
      * el maestro) y su rol en el regimen de firmas:
      *   I - indistinta: opera sola
      *   C - conjunta: firma junto con los demas titulares conjuntos
      * Para cerrar la cuenta o levantar un embargo firman todos los
      * titulares conjuntos; si la cuenta no tiene conjuntos basta la
      * firma de cualquier titular indistinto. Una cuenta sin
      * titulares cargados no tiene regimen y valida como siempre.
      * Lo mantiene CLCTAMNT (modos T y R); lo consulta la rutina
      * CLTITULA.
      ******************************************************************
       01 REG-COTITULAR.
          05 REG-COT-CUENTA            PIC X(22).
          05 REG-COT-ORDEN             PIC 9(02).
      * Documento del titular: tipo DNI, CUIT o CUIL y numero
          05 REG-COT-TIPO-DOC          PIC X(04).
          05 REG-COT-NUMERO-DOC        PIC 9(11).
          05 REG-COT-NOMBRE            PIC X(30).
          05 REG-COT-ROL               PIC X(01).
             88 REG-COT-INDISTINTA         VALUE 'I'.
             88 REG-COT-CONJUNTA           VALUE 'C'.
