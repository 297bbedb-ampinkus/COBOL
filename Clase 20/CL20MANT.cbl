      *          EMPLEADOS_AUDIT.TXT un renglon por campo cambiado
      *          con el valor anterior y el nuevo, la fecha y el
      *          operador, igual que AUDITDIR.TXT para los domicilios
      *          de tarjetas. El alta exige ademas el documento del
      *          empleado, que valida CLCLIENT y con el que el legajo
      *          queda atado al maestro de clientes. El CUIL del
      *          legajo (el de la declaracion de seguridad social)
      *          tambien lo valida CLCLIENT, en el alta y en la
      *          modificacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-ADELANTOS.
       01 REG-ENT-ADELANTO.
          05 WS-ANT-SECTOR                  PIC X(10).
          05 WS-ANT-CBU                     PIC X(22).
          05 WS-ANT-CATEGORIA               PIC 9(02).
          05 WS-ANT-CUIL                    PIC 9(11).

      * Area de comunicacion con CLVALCBU, para validar el CBU del
      * deposito de sueldo antes de grabarlo
       01 WS-VALCP.
           COPY VALCP.

      * Identidad del empleado en el maestro de clientes via
      * CLCLIENT: el documento se valida antes de grabar el alta y
      * con el legajo ya grabado se ata al cliente.
       01 WS-CLIENTE.
           COPY CLIENTE.

       LINKAGE SECTION.
      * ESTRUCTURA DE DATOS DE COMUNICACION RUTINA CL20MANT
       01  LK-EMPLEADO.
           MOVE EMP-VAC-PENDIENTES TO LK-EMP-VAC-PEND-O.
           MOVE EMP-CBU            TO LK-EMP-CBU-O.
           MOVE EMP-CATEGORIA      TO LK-EMP-CATEGORIA-O.
           MOVE EMP-CUIL           TO LK-EMP-CUIL-O.

       2050-DEVOLVER-EMPLEADO-FIN.
           EXIT.
              END-IF
           END-IF.
           MOVE LK-EMP-CATEGORIA-I TO EMP-CATEGORIA.
           PERFORM 2097-VALIDAR-DOCUMENTO
              THRU 2097-VALIDAR-DOCUMENTO-FIN.
           IF NOT LK-CLI-RETORNO-OK
              SET LK-EMP-RETORNO-IN TO TRUE
              DISPLAY 'ALTA RECHAZADA: DOCUMENTO INVALIDO '
                 LK-EMP-TIPO-DOC-I ' ' LK-EMP-NUMERO-DOC-I
              GO TO 2100-ALTA-EMPLEADO-FIN
           END-IF.
      * Sin CUIL tipeado, si el documento del alta es un CUIL se
      * toma ese.
           MOVE LK-EMP-CUIL-I TO EMP-CUIL.
           IF EMP-CUIL EQUAL 0
              AND LK-EMP-TIPO-DOC-I EQUAL 'CUIL'
              MOVE LK-EMP-NUMERO-DOC-I TO EMP-CUIL
           END-IF.
           IF EMP-CUIL NOT EQUAL 0
              PERFORM 2099-VALIDAR-CUIL
                 THRU 2099-VALIDAR-CUIL-FIN
              IF NOT LK-CLI-RETORNO-OK
                 SET LK-EMP-RETORNO-IN TO TRUE
                 DISPLAY 'ALTA RECHAZADA: CUIL INVALIDO ' EMP-CUIL
                 GO TO 2100-ALTA-EMPLEADO-FIN
              END-IF
           END-IF.
      * Todo empleado nuevo nace activo y sin dias devengados (el
      * devengamiento anual le acredita los que correspondan).
           MOVE 0 TO EMP-VAC-PENDIENTES.
                   MOVE EMP-APELLIDO TO WS-AUD-NUEVO
                   PERFORM 2900-GRABAR-AUDITORIA
                      THRU 2900-GRABAR-AUDITORIA-FIN
                   MOVE 'DOCUMENTO' TO WS-AUD-CAMPO
                   MOVE SPACES TO WS-AUD-NUEVO
                   STRING LK-EMP-TIPO-DOC-I ' ' LK-EMP-NUMERO-DOC-I
                      DELIMITED BY SIZE INTO WS-AUD-NUEVO
                   PERFORM 2900-GRABAR-AUDITORIA
                      THRU 2900-GRABAR-AUDITORIA-FIN
                   PERFORM 2098-REGISTRAR-CLIENTE
                      THRU 2098-REGISTRAR-CLIENTE-FIN
               WHEN FS-EMPLEADOS-CLAVE-DUP
                   DISPLAY 'EL ID DE EMPLEADO YA EXISTE'
                   SET LK-EMP-RETORNO-DU TO TRUE
       2096-LEER-ESCALAFON-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Valida tipo y numero de documento con CLCLIENT (DNI, o CUIT/
      * CUIL con su digito verificador).
       2097-VALIDAR-DOCUMENTO.
           INITIALIZE WS-CLIENTE.
           SET LK-CLI-VALIDAR TO TRUE.
           MOVE LK-EMP-TIPO-DOC-I   TO LK-CLI-TIPO-DOC.
           MOVE LK-EMP-NUMERO-DOC-I TO LK-CLI-NUMERO-DOC.
           CALL 'CLCLIENT' USING WS-CLIENTE.

       2097-VALIDAR-DOCUMENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Ata el legajo recien dado de alta al cliente del documento
      * (dandolo de alta si es nuevo). Si no se pudo, el alta queda
      * hecha igual y se avisa por consola.
       2098-REGISTRAR-CLIENTE.
           INITIALIZE WS-CLIENTE.
           SET LK-CLI-REGISTRAR TO TRUE.
           MOVE LK-EMP-TIPO-DOC-I   TO LK-CLI-TIPO-DOC.
           MOVE LK-EMP-NUMERO-DOC-I TO LK-CLI-NUMERO-DOC.
           MOVE EMP-APELLIDO        TO LK-CLI-APELLIDO.
           MOVE EMP-NOMBRE          TO LK-CLI-NOMBRE.
           MOVE 'E'                 TO LK-CLI-ORIGEN.
           MOVE EMP-ID-EMPLEADO     TO LK-CLI-REFERENCIA.
           MOVE 'C'                 TO LK-CLI-FORMA.
           MOVE LK-EMP-OPERADOR     TO LK-CLI-OPERADOR.

           CALL 'CLCLIENT' USING WS-CLIENTE.

           EVALUATE TRUE
               WHEN LK-CLI-OTRO-CLIENTE
                   DISPLAY 'EL LEGAJO ' EMP-ID-EMPLEADO ' YA ESTABA '
                      'ATADO AL CLIENTE ' LK-CLI-TIPO-DOC-O ' '
                      LK-CLI-NUMERO-DOC-O
               WHEN NOT LK-CLI-RETORNO-OK
                   DISPLAY 'NO SE PUDO VINCULAR EL LEGAJO '
                      EMP-ID-EMPLEADO ' AL MAESTRO DE CLIENTES '
                      '(RETORNO ' LK-CLI-RETORNO ')'
           END-EVALUATE.

       2098-REGISTRAR-CLIENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Valida el CUIL del legajo (digito verificador) con CLCLIENT.
       2099-VALIDAR-CUIL.
           INITIALIZE WS-CLIENTE.
           SET LK-CLI-VALIDAR TO TRUE.
           MOVE 'CUIL'   TO LK-CLI-TIPO-DOC.
           MOVE EMP-CUIL TO LK-CLI-NUMERO-DOC.
           CALL 'CLCLIENT' USING WS-CLIENTE.

       2099-VALIDAR-CUIL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-MODIFICAR-EMPLEADO.
           MOVE LK-EMP-ID-I TO EMP-ID-EMPLEADO.
           MOVE EMP-SECTOR         TO WS-ANT-SECTOR.
           MOVE EMP-CBU            TO WS-ANT-CBU.
           MOVE EMP-CATEGORIA      TO WS-ANT-CATEGORIA.
           MOVE EMP-CUIL           TO WS-ANT-CUIL.

      * Los campos en blanco (o en cero) conservan lo que habia,
      * mismo criterio que MAESTARJ.
              END-IF
              MOVE LK-EMP-CATEGORIA-I TO EMP-CATEGORIA
           END-IF.
           IF LK-EMP-CUIL-I NOT EQUAL 0
              MOVE LK-EMP-CUIL-I TO EMP-CUIL
              PERFORM 2099-VALIDAR-CUIL
                 THRU 2099-VALIDAR-CUIL-FIN
              IF NOT LK-CLI-RETORNO-OK
                 SET LK-EMP-RETORNO-IN TO TRUE
                 DISPLAY 'MODIFICACION RECHAZADA: CUIL INVALIDO '
                    LK-EMP-CUIL-I
                 GO TO 2200-MODIFICAR-EMPLEADO-FIN
              END-IF
           END-IF.

           REWRITE EMPLEADOS-REG.
           IF NOT FS-EMPLEADOS-FILE-OK
              PERFORM 2900-GRABAR-AUDITORIA
                 THRU 2900-GRABAR-AUDITORIA-FIN
           END-IF.
           IF EMP-CUIL NOT EQUAL WS-ANT-CUIL
              MOVE 'CUIL' TO WS-AUD-CAMPO
              MOVE WS-ANT-CUIL TO WS-AUD-ANTERIOR
              MOVE EMP-CUIL TO WS-AUD-NUEVO
              PERFORM 2900-GRABAR-AUDITORIA
                 THRU 2900-GRABAR-AUDITORIA-FIN
           END-IF.

       2200-MODIFICAR-EMPLEADO-FIN.
           EXIT.
