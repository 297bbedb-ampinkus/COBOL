      *           area LINKAGE de CTAMANT.CPY. Cada cambio queda en
      *           CUENTAS_AUDIT.TXT campo por campo con el valor
      *           anterior, el nuevo, la fecha y el operador.
      *           El alta exige el documento del titular, validado
      *           por CLCLIENT; con el maestro ya regrabado la cuenta
      *           se ata al cliente en CLIENTES_VINCULOS.VSAM.
      *           Las personas titulares de cada cuenta, con su rol
      *           (firma indistinta o conjunta) y su orden de
      *           prelacion, se llevan en CUENTAS_TITULARES.TXT: el
      *           alta carga al primer titular, el modo T agrega un
      *           titular o le cambia rol, orden o nombre y el modo R
      *           lo retira (nunca al ultimo). El nombre del maestro
      *           sigue siempre al titular de menor orden. Cerrar la
      *           cuenta (baja, o modificacion a estado C) exige las
      *           firmas que pide el regimen, verificadas por la
      *           rutina CLTITULA.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCTAMNT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CUENTAS.

       SELECT ENT-TITULARES
           ASSIGN TO '../CUENTAS_TITULARES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TITULARES.

       SELECT SAL-TITULARES
           ASSIGN TO '../CUENTAS_TITULARES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-TITULARES.

       SELECT SAL-AUDITORIA
           ASSIGN TO '../CUENTAS_AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
          05 REG-SAL-CUENTAS-ESTADO           PIC X(01).
          05 REG-SAL-CUENTAS-APERTURA         PIC X(10).

       FD ENT-TITULARES.
           COPY COTITUL.

       FD SAL-TITULARES.
       01 REG-SAL-TITULAR                     PIC X(70).

       FD SAL-AUDITORIA.
       01 REG-AUDITORIA.
          05 REG-AUD-FECHA                    PIC 9(08).
          05 FS-SAL-AUDITORIA                 PIC X(02).
             88 FS-SAL-AUDITORIA-OK               VALUE '00'.
             88 FS-SAL-AUDITORIA-NFD              VALUE '35'.
          05 FS-ENT-TITULARES                 PIC X(02).
             88 FS-ENT-TITULARES-OK               VALUE '00'.
             88 FS-ENT-TITULARES-NFD              VALUE '35'.
          05 FS-SAL-TITULARES                 PIC X(02).
             88 FS-SAL-TITULARES-OK               VALUE '00'.

      * Maestro completo en memoria para aplicar el cambio y
      * regrabarlo entero, como regraban CLPOSTEO y CLINTERB
             10 WS-CUENTA-ESTADO              PIC X(01).
             10 WS-CUENTA-APERTURA            PIC X(10).

      * Titulares de todas las cuentas en memoria, para aplicar el
      * alta, el cambio o el retiro y regrabar el archivo entero
       77 WS-CANT-TITULARES                   PIC 9(04) VALUE 0.
       77 WS-INDICE-TITU                      PIC 9(04) VALUE 1.
       77 WS-FILA-TITU                        PIC 9(04) VALUE 0.
       77 WS-FILA-PRIMER-TITU                 PIC 9(04) VALUE 0.
       77 WS-TITULARES-CUENTA                 PIC 9(02) VALUE 0.
       77 WS-MAYOR-ORDEN                      PIC 9(02) VALUE 0.
       77 WS-ORDEN-REPETIDO                   PIC 9(02) VALUE 0.
       77 WS-INDICE-FIRMA                     PIC 9(01) VALUE 1.
       01 WS-TABLA-TITULARES.
          05 WS-TITU OCCURS 1000 TIMES.
             10 WS-TITU-CUENTA                PIC X(22).
             10 WS-TITU-ORDEN                 PIC 9(02).
             10 WS-TITU-TIPO-DOC              PIC X(04).
             10 WS-TITU-NUMERO-DOC            PIC 9(11).
             10 WS-TITU-NOMBRE                PIC X(30).
             10 WS-TITU-ROL                   PIC X(01).
       01 WS-TITULARES-CAMBIADOS              PIC X(02) VALUE 'NO'.
          88 WS-TITULARES-CAMBIADOS-SI            VALUE 'SI'.
          88 WS-TITULARES-CAMBIADOS-NO            VALUE 'NO'.

      * Titular como queda en la auditoria: orden, rol y documento
       01 WS-AUD-TITULAR.
          05 WS-AUD-TIT-ORDEN                 PIC 9(02).
          05 FILLER                           PIC X(01) VALUE SPACE.
          05 WS-AUD-TIT-ROL                   PIC X(01).
          05 FILLER                           PIC X(01) VALUE SPACE.
          05 WS-AUD-TIT-TIPO-DOC              PIC X(04).
          05 FILLER                           PIC X(01) VALUE SPACE.
          05 WS-AUD-TIT-NUMERO-DOC            PIC 9(11).

      * Area de comunicacion con CLTITULA (regimen de firmas)
       01 WS-TITULARIDAD.
           COPY CLTITULA.

      * Area de comunicacion con CLVALCBU
       01 LK-CBU-AREA.
          05 LK-CBU-I                         PIC X(22).
          05 LK-CBU-RETORNO                   PIC X(02).
             88 LK-CBU-OK                     VALUE '00'.

      * Area de comunicacion con CLCLIENT (identidad del titular)
       01 WS-CLIENTE.
           COPY CLIENTE.
       77 WS-PUNTERO-TITULAR                  PIC 9(02) VALUE 1.

       77 WS-FECHA-PROCESO                    PIC 9(08) VALUE 0.

       01 WS-FIN-ARCHIVO                      PIC X(02) VALUE 'NO'.
              GOBACK
           END-IF.

           SET WS-TITULARES-CAMBIADOS-NO TO TRUE.
           IF LK-CTA-MODO-ALTA
              OR LK-CTA-MODO-MODIF
              OR LK-CTA-MODO-TITULAR
              OR LK-CTA-MODO-RETIRO
              PERFORM 1300-CARGAR-TITULARES
                 THRU 1300-CARGAR-TITULARES-EXIT
              IF LK-CTA-ERROR
                 GOBACK
              END-IF
           END-IF.

           MOVE 0 TO WS-FILA-CTA.
           PERFORM 1200-BUSCAR-CUENTA
              THRU 1200-BUSCAR-CUENTA-EXIT
               WHEN LK-CTA-MODO-BAJA
                    PERFORM 5000-BAJA-LOGICA
                       THRU 5000-BAJA-LOGICA-EXIT
               WHEN LK-CTA-MODO-TITULAR
                    PERFORM 8000-TITULAR
                       THRU 8000-TITULAR-EXIT
               WHEN LK-CTA-MODO-RETIRO
                    PERFORM 8100-RETIRAR-TITULAR
                       THRU 8100-RETIRAR-TITULAR-EXIT
               WHEN OTHER
                    MOVE 'IN' TO LK-CTA-RETORNO
           END-EVALUATE.
                 THRU 6000-REGRABAR-CUENTAS-EXIT
           END-IF.

           IF LK-CTA-RETORNO-OK
              AND WS-TITULARES-CAMBIADOS-SI
              PERFORM 8500-REGRABAR-TITULARES
                 THRU 8500-REGRABAR-TITULARES-EXIT
           END-IF.

           IF LK-CTA-RETORNO-OK
              AND LK-CTA-MODO-ALTA
              PERFORM 3100-REGISTRAR-CLIENTE
                 THRU 3100-REGISTRAR-CLIENTE-EXIT
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       1200-BUSCAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-TITULARES.
           MOVE 0 TO WS-CANT-TITULARES.

           OPEN INPUT ENT-TITULARES.
           IF FS-ENT-TITULARES-NFD
      * Ninguna cuenta tiene titulares cargados todavia.
              GO TO 1300-CARGAR-TITULARES-EXIT
           END-IF.
           IF NOT FS-ENT-TITULARES-OK
              DISPLAY 'ERROR AL ABRIR CUENTAS_TITULARES.TXT: '
                 FS-ENT-TITULARES
              MOVE 'ER' TO LK-CTA-RETORNO
              GO TO 1300-CARGAR-TITULARES-EXIT
           END-IF.

           MOVE 'NO' TO WS-FIN-ARCHIVO.
           PERFORM 1310-LEER-TITULAR
              THRU 1310-LEER-TITULAR-EXIT
              UNTIL WS-EOF-SI.
           CLOSE ENT-TITULARES.

       1300-CARGAR-TITULARES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-TITULAR.
           READ ENT-TITULARES
               AT END
                   SET WS-EOF-SI TO TRUE
               NOT AT END
                   IF WS-CANT-TITULARES LESS THAN 1000
                      ADD 1 TO WS-CANT-TITULARES
                      MOVE REG-COT-CUENTA
                        TO WS-TITU-CUENTA(WS-CANT-TITULARES)
                      MOVE REG-COT-ORDEN
                        TO WS-TITU-ORDEN(WS-CANT-TITULARES)
                      MOVE REG-COT-TIPO-DOC
                        TO WS-TITU-TIPO-DOC(WS-CANT-TITULARES)
                      MOVE REG-COT-NUMERO-DOC
                        TO WS-TITU-NUMERO-DOC(WS-CANT-TITULARES)
                      MOVE REG-COT-NOMBRE
                        TO WS-TITU-NOMBRE(WS-CANT-TITULARES)
                      MOVE REG-COT-ROL
                        TO WS-TITU-ROL(WS-CANT-TITULARES)
                   ELSE
                      DISPLAY 'CUENTAS_TITULARES.TXT TIENE MAS DE 1000 '
                         'TITULARES, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1310-LEER-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONSULTAR.
           IF WS-FILA-CTA EQUAL 0
           PERFORM 2100-DEVOLVER-CUENTA
              THRU 2100-DEVOLVER-CUENTA-EXIT.

           INITIALIZE WS-TITULARIDAD.
           SET LK-TIT-LISTAR TO TRUE.
           MOVE LK-CTA-NUMERO-I TO LK-TIT-CUENTA.
           CALL 'CLTITULA' USING WS-TITULARIDAD.
           MOVE LK-TIT-CANT     TO LK-CTA-CANT-TITULARES-O.
           MOVE LK-TIT-NOMBRES  TO LK-CTA-TITULARES-O.

       2000-CONSULTAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
      * El alta valida el CBU con CLVALCBU, rechaza duplicados y
      * exige titular, tipo y documento del titular (CLCLIENT); la
      * cuenta nace activa con saldo cero.
       3000-ALTA.
           IF WS-FILA-CTA GREATER THAN 0
              MOVE 'DU' TO LK-CTA-RETORNO
           IF LK-CTA-TITULAR-I EQUAL SPACES
              OR (LK-CTA-TIPO-I NOT EQUAL 'CA'
                  AND LK-CTA-TIPO-I NOT EQUAL 'CC')
              OR (LK-CTA-ROL-I NOT EQUAL SPACE
                  AND LK-CTA-ROL-I NOT EQUAL 'I'
                  AND LK-CTA-ROL-I NOT EQUAL 'C')
              MOVE 'IN' TO LK-CTA-RETORNO
              GO TO 3000-ALTA-EXIT
           END-IF.

           INITIALIZE WS-CLIENTE.
           SET LK-CLI-VALIDAR TO TRUE.
           MOVE LK-CTA-TIPO-DOC-I   TO LK-CLI-TIPO-DOC.
           MOVE LK-CTA-NUMERO-DOC-I TO LK-CLI-NUMERO-DOC.
           CALL 'CLCLIENT' USING WS-CLIENTE.
           IF NOT LK-CLI-RETORNO-OK
              DISPLAY 'DOCUMENTO DEL TITULAR INVALIDO: '
                 LK-CTA-TIPO-DOC-I ' ' LK-CTA-NUMERO-DOC-I
              MOVE 'IN' TO LK-CTA-RETORNO
              GO TO 3000-ALTA-EXIT
           END-IF.

           IF WS-CANT-CUENTAS NOT LESS THAN 200
              OR WS-CANT-TITULARES NOT LESS THAN 1000
              MOVE 'ER' TO LK-CTA-RETORNO
              GO TO 3000-ALTA-EXIT
           END-IF.
           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           MOVE 'DOCUMENTO' TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-ANTERIOR.
           MOVE SPACES TO REG-AUD-NUEVO.
           STRING LK-CTA-TIPO-DOC-I ' ' LK-CTA-NUMERO-DOC-I
              DELIMITED BY SIZE INTO REG-AUD-NUEVO.
           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

      * El titular del alta es el primero de la cuenta.
           ADD 1 TO WS-CANT-TITULARES.
           MOVE WS-CANT-TITULARES TO WS-FILA-TITU.
           MOVE LK-CTA-NUMERO-I     TO WS-TITU-CUENTA(WS-FILA-TITU).
           MOVE 1                   TO WS-TITU-ORDEN(WS-FILA-TITU).
           MOVE LK-CTA-TIPO-DOC-I   TO WS-TITU-TIPO-DOC(WS-FILA-TITU).
           MOVE LK-CTA-NUMERO-DOC-I
             TO WS-TITU-NUMERO-DOC(WS-FILA-TITU).
           MOVE LK-CTA-TITULAR-I    TO WS-TITU-NOMBRE(WS-FILA-TITU).
           IF LK-CTA-ROL-I EQUAL SPACE
              MOVE 'I' TO WS-TITU-ROL(WS-FILA-TITU)
           ELSE
              MOVE LK-CTA-ROL-I TO WS-TITU-ROL(WS-FILA-TITU)
           END-IF.
           SET WS-TITULARES-CAMBIADOS-SI TO TRUE.

           MOVE 'COTITULAR' TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-ANTERIOR.
           PERFORM 8800-ARMAR-AUD-TITULAR
              THRU 8800-ARMAR-AUD-TITULAR-EXIT.
           MOVE WS-AUD-TITULAR TO REG-AUD-NUEVO.
           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           PERFORM 2100-DEVOLVER-CUENTA
              THRU 2100-DEVOLVER-CUENTA-EXIT.

       3000-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Con la cuenta ya grabada, se ata al cliente del documento
      * (dandolo de alta si es nuevo). El titular viaja como apellido
      * (primera palabra) y nombre (el resto). Si no se pudo vincular
      * la cuenta queda dada de alta igual y se avisa por consola.
       3100-REGISTRAR-CLIENTE.
           INITIALIZE WS-CLIENTE.
           SET LK-CLI-REGISTRAR TO TRUE.
           MOVE LK-CTA-TIPO-DOC-I   TO LK-CLI-TIPO-DOC.
           MOVE LK-CTA-NUMERO-DOC-I TO LK-CLI-NUMERO-DOC.
           MOVE 1 TO WS-PUNTERO-TITULAR.
           UNSTRING LK-CTA-TITULAR-I DELIMITED BY ALL SPACE
              INTO LK-CLI-APELLIDO
              WITH POINTER WS-PUNTERO-TITULAR.
           IF WS-PUNTERO-TITULAR NOT GREATER THAN 30
              MOVE LK-CTA-TITULAR-I(WS-PUNTERO-TITULAR:)
                TO LK-CLI-NOMBRE
           END-IF.
           MOVE 'B'                 TO LK-CLI-ORIGEN.
           MOVE LK-CTA-NUMERO-I     TO LK-CLI-REFERENCIA.
           MOVE 'C'                 TO LK-CLI-FORMA.
           MOVE LK-CTA-OPERADOR     TO LK-CLI-OPERADOR.

           CALL 'CLCLIENT' USING WS-CLIENTE.

           EVALUATE TRUE
               WHEN LK-CLI-OTRO-CLIENTE
                   DISPLAY 'LA CUENTA ' LK-CTA-NUMERO-I ' YA ESTABA '
                      'ATADA AL CLIENTE ' LK-CLI-TIPO-DOC-O ' '
                      LK-CLI-NUMERO-DOC-O
               WHEN NOT LK-CLI-RETORNO-OK
                   DISPLAY 'NO SE PUDO VINCULAR LA CUENTA '
                      LK-CTA-NUMERO-I ' AL MAESTRO DE CLIENTES '
                      '(RETORNO ' LK-CLI-RETORNO ')'
           END-EVALUATE.

       3100-REGISTRAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * En la modificacion, cada campo que viene con valor pisa el
      * actual y deja su renglon de auditoria; los que vienen en
              GO TO 4000-MODIFICAR-EXIT
           END-IF.

      * Pasar a cerrada es un cierre: antes de tocar nada se
      * verifican las firmas de los titulares.
           IF LK-CTA-ESTADO-I EQUAL 'C'
              AND WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL 'C'
              PERFORM 8600-VERIFICAR-FIRMAS
                 THRU 8600-VERIFICAR-FIRMAS-EXIT
              IF NOT LK-CTA-RETORNO-OK
                 GO TO 4000-MODIFICAR-EXIT
              END-IF
           END-IF.

           IF LK-CTA-TITULAR-I NOT EQUAL SPACES
              MOVE 'TITULAR' TO REG-AUD-CAMPO
              MOVE WS-CUENTA-TITULAR(WS-FILA-CTA) TO REG-AUD-ANTERIOR
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              MOVE LK-CTA-TITULAR-I
                TO WS-CUENTA-TITULAR(WS-FILA-CTA)
      * El nombre del maestro es el del primer titular.
              PERFORM 8300-BUSCAR-PRIMER-TITULAR
                 THRU 8300-BUSCAR-PRIMER-TITULAR-EXIT
              IF WS-FILA-PRIMER-TITU GREATER THAN 0
                 MOVE LK-CTA-TITULAR-I
                   TO WS-TITU-NOMBRE(WS-FILA-PRIMER-TITU)
                 SET WS-TITULARES-CAMBIADOS-SI TO TRUE
              END-IF
           END-IF.

           IF LK-CTA-TIPO-I NOT EQUAL SPACES
              GO TO 5000-BAJA-LOGICA-EXIT
           END-IF.

           PERFORM 8600-VERIFICAR-FIRMAS
              THRU 8600-VERIFICAR-FIRMAS-EXIT.
           IF NOT LK-CTA-RETORNO-OK
              GO TO 5000-BAJA-LOGICA-EXIT
           END-IF.

           MOVE 'ESTADO' TO REG-AUD-CAMPO.
           MOVE WS-CUENTA-ESTADO(WS-FILA-CTA) TO REG-AUD-ANTERIOR.
           MOVE 'C' TO REG-AUD-NUEVO.

       7000-GRABAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Modo T: agrega un titular a la cuenta o, si el documento ya es
      * titular, le cambia orden, rol o nombre (los que vienen con
      * valor). Un orden ya tomado por otro titular se rechaza.
       8000-TITULAR.
           IF WS-FILA-CTA EQUAL 0
              MOVE 'NF' TO LK-CTA-RETORNO
              GO TO 8000-TITULAR-EXIT
           END-IF.

           IF LK-CTA-OPERADOR EQUAL SPACES
              OR WS-CUENTA-ESTADO(WS-FILA-CTA) EQUAL 'C'
              OR (LK-CTA-ROL-I NOT EQUAL SPACE
                  AND LK-CTA-ROL-I NOT EQUAL 'I'
                  AND LK-CTA-ROL-I NOT EQUAL 'C')
              MOVE 'IN' TO LK-CTA-RETORNO
              GO TO 8000-TITULAR-EXIT
           END-IF.

           INITIALIZE WS-CLIENTE.
           SET LK-CLI-VALIDAR TO TRUE.
           MOVE LK-CTA-TIPO-DOC-I   TO LK-CLI-TIPO-DOC.
           MOVE LK-CTA-NUMERO-DOC-I TO LK-CLI-NUMERO-DOC.
           CALL 'CLCLIENT' USING WS-CLIENTE.
           IF NOT LK-CLI-RETORNO-OK
              DISPLAY 'DOCUMENTO DEL TITULAR INVALIDO: '
                 LK-CTA-TIPO-DOC-I ' ' LK-CTA-NUMERO-DOC-I
              MOVE 'IN' TO LK-CTA-RETORNO
              GO TO 8000-TITULAR-EXIT
           END-IF.

           PERFORM 8200-UBICAR-TITULAR
              THRU 8200-UBICAR-TITULAR-EXIT.
           IF LK-CTA-ORDEN-I GREATER THAN 0
              AND WS-ORDEN-REPETIDO GREATER THAN 0
              MOVE 'IN' TO LK-CTA-RETORNO
              GO TO 8000-TITULAR-EXIT
           END-IF.

           IF WS-FILA-TITU EQUAL 0
              PERFORM 8010-AGREGAR-TITULAR
                 THRU 8010-AGREGAR-TITULAR-EXIT
           ELSE
              PERFORM 8020-CAMBIAR-TITULAR
                 THRU 8020-CAMBIAR-TITULAR-EXIT
           END-IF.
           IF NOT LK-CTA-RETORNO-OK
              GO TO 8000-TITULAR-EXIT
           END-IF.

           PERFORM 8400-SINCRONIZAR-MAESTRO
              THRU 8400-SINCRONIZAR-MAESTRO-EXIT.

           PERFORM 2100-DEVOLVER-CUENTA
              THRU 2100-DEVOLVER-CUENTA-EXIT.

       8000-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Titular nuevo: exige nombre, entra con el orden pedido o
      * detras del ultimo, y con firma indistinta si no trae rol.
       8010-AGREGAR-TITULAR.
           IF LK-CTA-TITULAR-I EQUAL SPACES
              OR WS-TITULARES-CUENTA NOT LESS THAN 5
              MOVE 'IN' TO LK-CTA-RETORNO
              GO TO 8010-AGREGAR-TITULAR-EXIT
           END-IF.

           IF WS-CANT-TITULARES NOT LESS THAN 1000
              MOVE 'ER' TO LK-CTA-RETORNO
              GO TO 8010-AGREGAR-TITULAR-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TITULARES.
           MOVE WS-CANT-TITULARES TO WS-FILA-TITU.
           MOVE LK-CTA-NUMERO-I     TO WS-TITU-CUENTA(WS-FILA-TITU).
           IF LK-CTA-ORDEN-I EQUAL 0
              ADD 1 TO WS-MAYOR-ORDEN
              MOVE WS-MAYOR-ORDEN TO WS-TITU-ORDEN(WS-FILA-TITU)
           ELSE
              MOVE LK-CTA-ORDEN-I TO WS-TITU-ORDEN(WS-FILA-TITU)
           END-IF.
           MOVE LK-CTA-TIPO-DOC-I   TO WS-TITU-TIPO-DOC(WS-FILA-TITU).
           MOVE LK-CTA-NUMERO-DOC-I
             TO WS-TITU-NUMERO-DOC(WS-FILA-TITU).
           MOVE LK-CTA-TITULAR-I    TO WS-TITU-NOMBRE(WS-FILA-TITU).
           IF LK-CTA-ROL-I EQUAL SPACE
              MOVE 'I' TO WS-TITU-ROL(WS-FILA-TITU)
           ELSE
              MOVE LK-CTA-ROL-I TO WS-TITU-ROL(WS-FILA-TITU)
           END-IF.
           SET WS-TITULARES-CAMBIADOS-SI TO TRUE.

           MOVE 'COTITULAR' TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-ANTERIOR.
           PERFORM 8800-ARMAR-AUD-TITULAR
              THRU 8800-ARMAR-AUD-TITULAR-EXIT.
           MOVE WS-AUD-TITULAR TO REG-AUD-NUEVO.
           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           MOVE 'NOMBRE TIT' TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-ANTERIOR.
           MOVE LK-CTA-TITULAR-I TO REG-AUD-NUEVO.
           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

       8010-AGREGAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8020-CAMBIAR-TITULAR.
           IF LK-CTA-ORDEN-I GREATER THAN 0
              OR LK-CTA-ROL-I NOT EQUAL SPACE
              MOVE 'COTITULAR' TO REG-AUD-CAMPO
              PERFORM 8800-ARMAR-AUD-TITULAR
                 THRU 8800-ARMAR-AUD-TITULAR-EXIT
              MOVE WS-AUD-TITULAR TO REG-AUD-ANTERIOR
              IF LK-CTA-ORDEN-I GREATER THAN 0
                 MOVE LK-CTA-ORDEN-I TO WS-TITU-ORDEN(WS-FILA-TITU)
              END-IF
              IF LK-CTA-ROL-I NOT EQUAL SPACE
                 MOVE LK-CTA-ROL-I TO WS-TITU-ROL(WS-FILA-TITU)
              END-IF
              PERFORM 8800-ARMAR-AUD-TITULAR
                 THRU 8800-ARMAR-AUD-TITULAR-EXIT
              MOVE WS-AUD-TITULAR TO REG-AUD-NUEVO
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              SET WS-TITULARES-CAMBIADOS-SI TO TRUE
           END-IF.

           IF LK-CTA-TITULAR-I NOT EQUAL SPACES
              AND LK-CTA-TITULAR-I
                  NOT EQUAL WS-TITU-NOMBRE(WS-FILA-TITU)
              MOVE 'NOMBRE TIT' TO REG-AUD-CAMPO
              MOVE WS-TITU-NOMBRE(WS-FILA-TITU) TO REG-AUD-ANTERIOR
              MOVE LK-CTA-TITULAR-I TO REG-AUD-NUEVO
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              MOVE LK-CTA-TITULAR-I TO WS-TITU-NOMBRE(WS-FILA-TITU)
              SET WS-TITULARES-CAMBIADOS-SI TO TRUE
           END-IF.

       8020-CAMBIAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Modo R: retira un titular por documento. La cuenta nunca queda
      * sin titulares: el ultimo no se puede retirar.
       8100-RETIRAR-TITULAR.
           IF WS-FILA-CTA EQUAL 0
              MOVE 'NF' TO LK-CTA-RETORNO
              GO TO 8100-RETIRAR-TITULAR-EXIT
           END-IF.

           IF LK-CTA-OPERADOR EQUAL SPACES
              MOVE 'IN' TO LK-CTA-RETORNO
              GO TO 8100-RETIRAR-TITULAR-EXIT
           END-IF.

           PERFORM 8200-UBICAR-TITULAR
              THRU 8200-UBICAR-TITULAR-EXIT.
           IF WS-FILA-TITU EQUAL 0
              MOVE 'NF' TO LK-CTA-RETORNO
              GO TO 8100-RETIRAR-TITULAR-EXIT
           END-IF.
           IF WS-TITULARES-CUENTA NOT GREATER THAN 1
              MOVE 'IN' TO LK-CTA-RETORNO
              GO TO 8100-RETIRAR-TITULAR-EXIT
           END-IF.

           MOVE 'COTITULAR' TO REG-AUD-CAMPO.
           PERFORM 8800-ARMAR-AUD-TITULAR
              THRU 8800-ARMAR-AUD-TITULAR-EXIT.
           MOVE WS-AUD-TITULAR TO REG-AUD-ANTERIOR.
           MOVE SPACES TO REG-AUD-NUEVO.
           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           PERFORM 8110-CORRER-TITULAR
              THRU 8110-CORRER-TITULAR-EXIT
              VARYING WS-INDICE-TITU FROM WS-FILA-TITU BY 1
              UNTIL WS-INDICE-TITU NOT LESS THAN WS-CANT-TITULARES.
           SUBTRACT 1 FROM WS-CANT-TITULARES.
           SET WS-TITULARES-CAMBIADOS-SI TO TRUE.

           PERFORM 8400-SINCRONIZAR-MAESTRO
              THRU 8400-SINCRONIZAR-MAESTRO-EXIT.

           PERFORM 2100-DEVOLVER-CUENTA
              THRU 2100-DEVOLVER-CUENTA-EXIT.

       8100-RETIRAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8110-CORRER-TITULAR.
           MOVE WS-TITU(WS-INDICE-TITU + 1) TO WS-TITU(WS-INDICE-TITU).

       8110-CORRER-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ubica al titular del documento recibido en la cuenta y cuenta
      * sus titulares, el mayor orden y si el orden pedido ya lo
      * tiene otro.
       8200-UBICAR-TITULAR.
           MOVE 0 TO WS-FILA-TITU.
           MOVE 0 TO WS-TITULARES-CUENTA.
           MOVE 0 TO WS-MAYOR-ORDEN.
           MOVE 0 TO WS-ORDEN-REPETIDO.
           PERFORM 8210-COMPARAR-TITULAR
              THRU 8210-COMPARAR-TITULAR-EXIT
              VARYING WS-INDICE-TITU FROM 1 BY 1
              UNTIL WS-INDICE-TITU GREATER THAN WS-CANT-TITULARES.

       8200-UBICAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8210-COMPARAR-TITULAR.
           IF WS-TITU-CUENTA(WS-INDICE-TITU) NOT EQUAL LK-CTA-NUMERO-I
              GO TO 8210-COMPARAR-TITULAR-EXIT
           END-IF.

           ADD 1 TO WS-TITULARES-CUENTA.
           IF WS-TITU-ORDEN(WS-INDICE-TITU) GREATER THAN WS-MAYOR-ORDEN
              MOVE WS-TITU-ORDEN(WS-INDICE-TITU) TO WS-MAYOR-ORDEN
           END-IF.

           IF WS-TITU-TIPO-DOC(WS-INDICE-TITU) EQUAL LK-CTA-TIPO-DOC-I
              AND WS-TITU-NUMERO-DOC(WS-INDICE-TITU)
                  EQUAL LK-CTA-NUMERO-DOC-I
              MOVE WS-INDICE-TITU TO WS-FILA-TITU
           ELSE
              IF WS-TITU-ORDEN(WS-INDICE-TITU) EQUAL LK-CTA-ORDEN-I
                 ADD 1 TO WS-ORDEN-REPETIDO
              END-IF
           END-IF.

       8210-COMPARAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en WS-FILA-PRIMER-TITU el titular de menor orden de la
      * cuenta (cero si la cuenta no tiene titulares cargados).
       8300-BUSCAR-PRIMER-TITULAR.
           MOVE 0 TO WS-FILA-PRIMER-TITU.
           PERFORM 8310-COMPARAR-PRIMERO
              THRU 8310-COMPARAR-PRIMERO-EXIT
              VARYING WS-INDICE-TITU FROM 1 BY 1
              UNTIL WS-INDICE-TITU GREATER THAN WS-CANT-TITULARES.

       8300-BUSCAR-PRIMER-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8310-COMPARAR-PRIMERO.
           IF WS-TITU-CUENTA(WS-INDICE-TITU) EQUAL LK-CTA-NUMERO-I
              IF WS-FILA-PRIMER-TITU EQUAL 0
                 MOVE WS-INDICE-TITU TO WS-FILA-PRIMER-TITU
              ELSE
                 IF WS-TITU-ORDEN(WS-INDICE-TITU)
                    LESS THAN WS-TITU-ORDEN(WS-FILA-PRIMER-TITU)
                    MOVE WS-INDICE-TITU TO WS-FILA-PRIMER-TITU
                 END-IF
              END-IF
           END-IF.

       8310-COMPARAR-PRIMERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El titular del maestro sigue al de menor orden: si cambio,
      * se actualiza con su renglon de auditoria.
       8400-SINCRONIZAR-MAESTRO.
           PERFORM 8300-BUSCAR-PRIMER-TITULAR
              THRU 8300-BUSCAR-PRIMER-TITULAR-EXIT.
           IF WS-FILA-PRIMER-TITU EQUAL 0
              GO TO 8400-SINCRONIZAR-MAESTRO-EXIT
           END-IF.

           IF WS-TITU-NOMBRE(WS-FILA-PRIMER-TITU)
              NOT EQUAL WS-CUENTA-TITULAR(WS-FILA-CTA)
              MOVE 'TITULAR' TO REG-AUD-CAMPO
              MOVE WS-CUENTA-TITULAR(WS-FILA-CTA) TO REG-AUD-ANTERIOR
              MOVE WS-TITU-NOMBRE(WS-FILA-PRIMER-TITU)
                TO REG-AUD-NUEVO
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              MOVE WS-TITU-NOMBRE(WS-FILA-PRIMER-TITU)
                TO WS-CUENTA-TITULAR(WS-FILA-CTA)
           END-IF.

       8400-SINCRONIZAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8500-REGRABAR-TITULARES.
           OPEN OUTPUT SAL-TITULARES.
           IF NOT FS-SAL-TITULARES-OK
              DISPLAY 'ERROR AL REGRABAR CUENTAS_TITULARES.TXT: '
                 FS-SAL-TITULARES
              MOVE 'ER' TO LK-CTA-RETORNO
              GO TO 8500-REGRABAR-TITULARES-EXIT
           END-IF.

           PERFORM 8510-GRABAR-TITULAR
              THRU 8510-GRABAR-TITULAR-EXIT
              VARYING WS-INDICE-TITU FROM 1 BY 1
              UNTIL WS-INDICE-TITU GREATER THAN WS-CANT-TITULARES.

           CLOSE SAL-TITULARES.

       8500-REGRABAR-TITULARES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8510-GRABAR-TITULAR.
           MOVE WS-TITU(WS-INDICE-TITU) TO REG-SAL-TITULAR.
           WRITE REG-SAL-TITULAR.
           IF NOT FS-SAL-TITULARES-OK
              DISPLAY 'ERROR AL GRABAR CUENTAS_TITULARES.TXT: '
                 FS-SAL-TITULARES
           END-IF.

       8510-GRABAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cierre de la cuenta: los documentos firmantes tienen que
      * cubrir el regimen de titulares. Una cuenta sin titulares
      * cargados se cierra como siempre.
       8600-VERIFICAR-FIRMAS.
           INITIALIZE WS-TITULARIDAD.
           SET LK-TIT-VERIFICAR TO TRUE.
           MOVE LK-CTA-NUMERO-I TO LK-TIT-CUENTA.
           PERFORM 8610-PASAR-FIRMA
              THRU 8610-PASAR-FIRMA-EXIT
              VARYING WS-INDICE-FIRMA FROM 1 BY 1
              UNTIL WS-INDICE-FIRMA GREATER THAN 5.

           CALL 'CLTITULA' USING WS-TITULARIDAD.

           EVALUATE TRUE
               WHEN LK-TIT-RETORNO-OK
               WHEN LK-TIT-SIN-TITULARES
                   CONTINUE
               WHEN LK-TIT-FALTAN-FIRMAS
                   DISPLAY 'CIERRE RECHAZADO, FALTA LA FIRMA DE '
                      LK-TIT-FALTANTE
                   MOVE LK-TIT-FALTANTE TO LK-CTA-FALTANTE-O
                   MOVE 'FI' TO LK-CTA-RETORNO
               WHEN OTHER
                   MOVE 'ER' TO LK-CTA-RETORNO
           END-EVALUATE.

       8600-VERIFICAR-FIRMAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8610-PASAR-FIRMA.
           MOVE LK-CTA-FIRMA-I(WS-INDICE-FIRMA)
             TO LK-TIT-FIRMA(WS-INDICE-FIRMA).

       8610-PASAR-FIRMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8800-ARMAR-AUD-TITULAR.
           MOVE WS-TITU-ORDEN(WS-FILA-TITU)      TO WS-AUD-TIT-ORDEN.
           MOVE WS-TITU-ROL(WS-FILA-TITU)        TO WS-AUD-TIT-ROL.
           MOVE WS-TITU-TIPO-DOC(WS-FILA-TITU)   TO WS-AUD-TIT-TIPO-DOC.
           MOVE WS-TITU-NUMERO-DOC(WS-FILA-TITU)
             TO WS-AUD-TIT-NUMERO-DOC.

       8800-ARMAR-AUD-TITULAR-EXIT.
           EXIT.
