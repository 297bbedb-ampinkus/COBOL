           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PEND-ACT.

      *****ARCHIVO DE SALIDA
      *    Nombre logico del archivo: SAL-EMB-CONTROL
      *    Nombre fisico del archivo: ../EMBOZADO_CONTROL.TXT
      *    Toda alta, nazca pendiente o activa (renovaciones y
      *    reemplazos incluidos), queda asentada aca para que
      *    TP02EMBOS la mande una unica vez al fabricante de
      *    plasticos. Se abre y cierra dentro de la propia alta.
           SELECT SAL-EMB-CONTROL
           ASSIGN TO '../EMBOZADO_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EMB-CTRL.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
      * Grupo de ciclo de facturacion (1 a 4): cada grupo cierra en
      * su propia fecha segun CICLOS.TXT, y TP02EJ01 corre por grupo
          05 GRUPO-CICLO                   PIC 9(01).
      * Domicilio devuelto por el correo: S si el ultimo resumen en
      * papel volvio (lo marca TP02CORRE); se limpia solo cuando se
      * registra un cambio de direccion o codigo postal
          05 DOMICILIO-DEVUELTO            PIC X(01).
              88 DOMICILIO-DEVUELTO-SI          VALUE 'S'.
              88 DOMICILIO-DEVUELTO-NO          VALUE 'N' ' '.

       FD SAL-AUDITDIR.
           COPY AUDITDIR.
          05 FD-PACT-TARJETA           PIC X(19).
          05 FD-PACT-FECHA             PIC 9(08).

       FD SAL-EMB-CONTROL.
           COPY EMBCTRL.

       WORKING-STORAGE SECTION.
       01 FS-TARJETAS              PIC X(2).
           88 FS-TARJETAS-FILE-OK            VALUE '00'.
           88 FS-SAL-PEND-ACT-OK             VALUE '00'.
           88 FS-SAL-PEND-ACT-NFD            VALUE '35'.

       01 FS-SAL-EMB-CTRL          PIC X(2).
           88 FS-SAL-EMB-CTRL-OK             VALUE '00'.
           88 FS-SAL-EMB-CTRL-NFD            VALUE '35'.

      * Fecha del proceso, para el sello de la auditoria de domicilio
       01 WS-FECHA-PROCESO         PIC 9(8).

       77 WS-CP-VALIDO                  PIC X(01) VALUE 'N'.
          88 WS-CP-ACEPTADO                 VALUE 'S'.

      * Control del titular contra las listas de sanciones y PEP via
      * TP02SCREE en cada alta: la coincidencia no frena el alta (la
      * tarjeta nace pendiente), queda en la cola de cumplimiento, y
      * si cumplimiento la confirma TP02SCDEC bloquea la tarjeta.
       01 WS-SCREENING.
           COPY SCREEN.

      * Identidad del titular via CLCLIENT: el alta de una cuenta
      * nueva exige el documento, que se valida antes de grabar; con
      * la tarjeta ya grabada la cuenta se ata al cliente en
      * CLIENTES_VINCULOS.VSAM.
       01 WS-CLIENTE.
           COPY CLIENTE.
       77 WS-DOC-VALIDO                 PIC X(01) VALUE 'N'.
          88 WS-DOC-ACEPTADO                VALUE 'S'.

       LINKAGE SECTION.
      * ESTRUCTURA DE DATOS DE COMUNICACION RUTINA MAESTARJ
       01  LK-TARJETA.
       1960-VALIDAR-CODIGO-POSTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin documento solo se acepta el alta si la cuenta ya tiene
      * tarjetas (renovacion, reemplazo o adicional: el titular ya
      * esta identificado); con documento, se valida via CLCLIENT.
      * En ambos casos lo que no cierra vuelve con retorno DI sin
      * tocar el master.
       1970-VALIDAR-DOCUMENTO.
           MOVE 'N' TO WS-DOC-VALIDO.

           IF LK-TIPO-DOC-I EQUAL SPACES
              MOVE LK-NUMERO-CUENTA-I TO NUMERO-CUENTA
              START TARJETAS KEY IS EQUAL TO NUMERO-CUENTA
              IF FS-TARJETAS-FILE-OK
                 SET WS-DOC-ACEPTADO TO TRUE
              ELSE
                 MOVE 'DI' TO LK-RETORNO-O
                 DISPLAY 'EL ALTA DE UNA CUENTA NUEVA REQUIERE EL '
                    'DOCUMENTO DEL TITULAR: ' LK-NUMERO-CUENTA-I
              END-IF
              GO TO 1970-VALIDAR-DOCUMENTO-EXIT
           END-IF.

           INITIALIZE WS-CLIENTE.
           SET LK-CLI-VALIDAR TO TRUE.
           MOVE LK-TIPO-DOC-I   TO LK-CLI-TIPO-DOC.
           MOVE LK-NUMERO-DOC-I TO LK-CLI-NUMERO-DOC.
           CALL 'CLCLIENT' USING WS-CLIENTE.

           IF LK-CLI-RETORNO-OK
              SET WS-DOC-ACEPTADO TO TRUE
           ELSE
              MOVE 'DI' TO LK-RETORNO-O
              DISPLAY 'DOCUMENTO DEL TITULAR INVALIDO (RETORNO '
                 LK-CLI-RETORNO '): ' LK-TIPO-DOC-I ' '
                 LK-NUMERO-DOC-I
           END-IF.

       1970-VALIDAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-TARJETA.

                   MOVE GRUPO-CICLO     TO REG-EXPORT-GRUPO
                   MOVE ';' TO REG-EXPORT-SEP-14
                   MOVE LIMITE-COMPARTIDO TO REG-EXPORT-LIMCOMP
                   MOVE ';' TO REG-EXPORT-SEP-15
                   MOVE DOMICILIO-DEVUELTO TO REG-EXPORT-DOMDEV
                   WRITE REG-EXPORT-TARJETA
               WHEN FS-TARJETAS-FILE-EOF
                   CONTINUE
              GO TO 2100-ALTA-TARJETA-EXIT
           END-IF.

      * El titular tiene que venir identificado por su documento,
      * salvo que la cuenta ya tenga tarjetas.
           PERFORM 1970-VALIDAR-DOCUMENTO
              THRU 1970-VALIDAR-DOCUMENTO-EXIT.
           IF NOT WS-DOC-ACEPTADO
              GO TO 2100-ALTA-TARJETA-EXIT
           END-IF.

      * Doy de alta una tarjeta nueva a partir de los datos de entrada.
           MOVE LK-NUMERO-CUENTA-I  TO NUMERO-CUENTA.
           MOVE LK-NUMERO-I         TO NUMERO-TARJETA.
               MOVE LK-LIMITE-COMPARTIDO-I TO LIMITE-COMPARTIDO
           END-IF.

      * La tarjeta nueva nace con el domicilio sin devoluciones.
           MOVE 'N' TO DOMICILIO-DEVUELTO.

           WRITE FD-TARJETAS.
           EVALUATE TRUE
               WHEN FS-TARJETAS-FILE-OK
                       PERFORM 2180-REGISTRAR-PENDIENTE
                          THRU 2180-REGISTRAR-PENDIENTE-EXIT
                   END-IF
      * Toda alta tiene un plastico que fabricar.
                   PERFORM 2190-REGISTRAR-EMBOZADO
                      THRU 2190-REGISTRAR-EMBOZADO-EXIT
                   PERFORM 2195-CONTROLAR-LISTAS
                      THRU 2195-CONTROLAR-LISTAS-EXIT
                   IF LK-TIPO-DOC-I NOT EQUAL SPACES
                       PERFORM 2197-REGISTRAR-CLIENTE
                          THRU 2197-REGISTRAR-CLIENTE-EXIT
                   END-IF
               WHEN FS-TARJETAS-CLAVE-DUP
                   DISPLAY "ERROR: LA TARJETA INGRESADA YA EXISTE"
                   SET LK-RETORNO-DUPLICADA TO TRUE
       2180-REGISTRAR-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Asienta la tarjeta recien emitida en el log de control del
      * embozado, pendiente de envio al fabricante.
       2190-REGISTRAR-EMBOZADO.
           OPEN EXTEND SAL-EMB-CONTROL.
           IF FS-SAL-EMB-CTRL-NFD
               OPEN OUTPUT SAL-EMB-CONTROL
           END-IF.
           IF NOT FS-SAL-EMB-CTRL-OK
               DISPLAY 'ERROR AL ABRIR EMBOZADO_CONTROL.TXT'
               DISPLAY 'FILE STATUS: ' FS-SAL-EMB-CTRL
               GO TO 2190-REGISTRAR-EMBOZADO-EXIT
           END-IF.

           INITIALIZE REG-EMB-CONTROL.
           MOVE NUMERO-TARJETA   TO REG-EMBC-TARJETA.
           SET REG-EMBC-PENDIENTE TO TRUE.
           MOVE WS-FECHA-PROCESO TO REG-EMBC-FECHA-ALTA.
           WRITE REG-EMB-CONTROL.
           IF NOT FS-SAL-EMB-CTRL-OK
               DISPLAY 'ERROR AL GRABAR EMBOZADO_CONTROL.TXT'
               DISPLAY 'FILE STATUS: ' FS-SAL-EMB-CTRL
           END-IF.
           CLOSE SAL-EMB-CONTROL.

       2190-REGISTRAR-EMBOZADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pasa al titular recien dado de alta por el control de listas
      * de sanciones y PEP; las coincidencias quedan encoladas para
      * cumplimiento y se le avisan al operador.
       2195-CONTROLAR-LISTAS.
           INITIALIZE WS-SCREENING.
           SET LK-SCR-ORIGEN-TARJETA TO TRUE.
           MOVE NUMERO-TARJETA TO LK-SCR-CLAVE.
           MOVE NUMERO-CUENTA  TO LK-SCR-CUENTA.
           MOVE APELLIDO       TO LK-SCR-NOMBRE(1:20).
           MOVE NOMBRE         TO LK-SCR-NOMBRE(22:20).

           CALL 'TP02SCREE' USING WS-SCREENING.

           EVALUATE TRUE
               WHEN LK-SCR-CON-COINCIDENCIA
                   DISPLAY 'ATENCION: EL TITULAR COINCIDE CON LAS '
                      'LISTAS DE SANCIONES/PEP, QUEDA EN REVISION '
                      'DE CUMPLIMIENTO'
               WHEN LK-SCR-ERROR
                   DISPLAY 'NO SE PUDO CONTROLAR AL TITULAR CONTRA '
                      'LAS LISTAS DE SANCIONES/PEP'
           END-EVALUATE.

       2195-CONTROLAR-LISTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ata la cuenta recien dada de alta al cliente del documento
      * (dandolo de alta si es nuevo). Si la cuenta ya estaba atada a
      * otro cliente el vinculo no se cambia: se le avisa al operador.
      * El alta de la tarjeta queda hecha en cualquier caso.
       2197-REGISTRAR-CLIENTE.
           INITIALIZE WS-CLIENTE.
           SET LK-CLI-REGISTRAR TO TRUE.
           MOVE LK-TIPO-DOC-I   TO LK-CLI-TIPO-DOC.
           MOVE LK-NUMERO-DOC-I TO LK-CLI-NUMERO-DOC.
           MOVE APELLIDO        TO LK-CLI-APELLIDO.
           MOVE NOMBRE          TO LK-CLI-NOMBRE.
           MOVE 'T'             TO LK-CLI-ORIGEN.
           MOVE NUMERO-CUENTA   TO LK-CLI-REFERENCIA.
           MOVE 'C'             TO LK-CLI-FORMA.
           MOVE LK-OPERADOR-I   TO LK-CLI-OPERADOR.

           CALL 'CLCLIENT' USING WS-CLIENTE.

           EVALUATE TRUE
               WHEN LK-CLI-OTRO-CLIENTE
                   DISPLAY 'LA CUENTA ' NUMERO-CUENTA ' YA PERTENECE '
                      'AL CLIENTE ' LK-CLI-TIPO-DOC-O ' '
                      LK-CLI-NUMERO-DOC-O ': EL VINCULO NO SE CAMBIA'
               WHEN NOT LK-CLI-RETORNO-OK
                   DISPLAY 'NO SE PUDO VINCULAR LA CUENTA '
                      NUMERO-CUENTA ' AL MAESTRO DE CLIENTES (RETORNO '
                      LK-CLI-RETORNO ')'
           END-EVALUATE.

       2197-REGISTRAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-MODIFICAR-TARJETA.
      * La clave con la que se modifica tambien tiene que ser un
                       MOVE LK-LIMITE-COMPARTIDO-I TO LIMITE-COMPARTIDO
                   END-IF

      * Marca de domicilio devuelto por el correo: en blanco se
      * conserva. Un cambio de direccion o de codigo postal la
      * limpia sola, porque el domicilio malo ya se corrigio.
                   IF NOT LK-DOMICILIO-DEVUELTO-I-BLANCO
                       MOVE LK-DOMICILIO-DEVUELTO-I
                         TO DOMICILIO-DEVUELTO
                   END-IF
                   IF DIRECCION NOT EQUAL WS-DIRECCION-ANTERIOR
                      OR CODIGO NOT EQUAL WS-CODIGO-ANTERIOR
                       MOVE 'N' TO DOMICILIO-DEVUELTO
                   END-IF

                   REWRITE FD-TARJETAS
                   IF FS-TARJETAS-FILE-OK
                       MOVE FD-TARJETAS TO LK-TARJETA-O
