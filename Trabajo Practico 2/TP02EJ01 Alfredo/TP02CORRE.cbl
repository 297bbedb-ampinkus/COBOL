      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02CORRE.CBL - Resumenes en papel devueltos por el
      *          correo. Modo REGISTRAR: toma las devoluciones de
      *          CORREO_DEVUELTO.SEQ (tarjeta, ciclo del resumen y
      *          motivo del correo), marca en el master via MAESTARJ
      *          el domicilio de la tarjeta como devuelto y deja cada
      *          una en el historial DEVOLUCIONES_CORREO.TXT. Con la
      *          marca puesta TP02ENVIO no vuelve a mandar papel a esa
      *          direccion (el resumen sale por email si hay correo
      *          cargado, si no queda retenido); la marca la limpia
      *          MAESTARJ solo cuando se registra un cambio de
      *          domicilio. Modo LISTAR: el listado semanal para el
      *          call center, DOMICILIOS_DEVUELTOS.TXT, con cada
      *          tarjeta que sigue con el domicilio marcado, sus
      *          datos de contacto y la ultima devolucion.
      *            TP02CORRE REGISTRAR <OPERADOR>
      *            TP02CORRE LISTAR
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02CORRE.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Devoluciones informadas por el correo, a registrar
           SELECT ENT-DEVUELTOS
           ASSIGN TO '../CORREO_DEVUELTO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DEVUELTOS.

      *    Historial de devoluciones: se acumula (EXTEND)
           SELECT ENT-HISTORIAL
           ASSIGN TO '../DEVOLUCIONES_CORREO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIAL.

           SELECT SAL-HISTORIAL
           ASSIGN TO '../DEVOLUCIONES_CORREO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIAL.

      *    Export del master que genera MAESTARJ (LK-MODO-I = 'X')
           SELECT ENT-TARJETAS
           ASSIGN TO '../TARJETAS_EXPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TARJETAS.

      *    Listado semanal para el call center
           SELECT SAL-LISTADO
           ASSIGN TO '../DOMICILIOS_DEVUELTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-LISTADO.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-DEVUELTOS.
       01 REG-DEVUELTO.
          05 REG-DEV-TARJETA           PIC X(19).
          05 REG-DEV-CICLO             PIC X(06).
          05 REG-DEV-MOTIVO            PIC X(02).

       FD ENT-HISTORIAL.
           COPY DEVCORR.

       FD SAL-HISTORIAL.
       01 FD-SAL-HISTORIAL             PIC X(53).

       FD ENT-TARJETAS.
           COPY EXPTARJ.

       FD SAL-LISTADO.
       01 FD-LISTADO.
          05 FD-LIS-CUENTA             PIC 9(10).
          05 FD-LIS-SEP-01             PIC X(01).
          05 FD-LIS-TARJETA            PIC X(19).
          05 FD-LIS-SEP-02             PIC X(01).
          05 FD-LIS-APELLIDO           PIC X(20).
          05 FD-LIS-SEP-03             PIC X(01).
          05 FD-LIS-NOMBRE             PIC X(20).
          05 FD-LIS-SEP-04             PIC X(01).
          05 FD-LIS-DIRECCION          PIC X(40).
          05 FD-LIS-SEP-05             PIC X(01).
          05 FD-LIS-CODIGO             PIC 9(04).
          05 FD-LIS-SEP-06             PIC X(01).
          05 FD-LIS-EMAIL              PIC X(40).
          05 FD-LIS-SEP-07             PIC X(01).
          05 FD-LIS-FECHA              PIC 9(08).
          05 FD-LIS-SEP-08             PIC X(01).
          05 FD-LIS-CICLO              PIC X(06).
          05 FD-LIS-SEP-09             PIC X(01).
          05 FD-LIS-MOTIVO             PIC X(30).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-DEVUELTOS                  PIC X(2).
             88 FS-ENT-DEVUELTOS-OK                VALUE '00'.
             88 FS-ENT-DEVUELTOS-EOF               VALUE '10'.
             88 FS-ENT-DEVUELTOS-NFD               VALUE '35'.
          05 FS-ENT-HISTORIAL                  PIC X(2).
             88 FS-ENT-HISTORIAL-OK                VALUE '00'.
             88 FS-ENT-HISTORIAL-EOF               VALUE '10'.
             88 FS-ENT-HISTORIAL-NFD               VALUE '35'.
          05 FS-SAL-HISTORIAL                  PIC X(2).
             88 FS-SAL-HISTORIAL-OK                VALUE '00'.
             88 FS-SAL-HISTORIAL-NFD               VALUE '35'.
          05 FS-ENT-TARJETAS                   PIC X(2).
             88 FS-ENT-TARJETAS-OK                 VALUE '00'.
             88 FS-ENT-TARJETAS-EOF                VALUE '10'.
          05 FS-SAL-LISTADO                    PIC X(2).
             88 FS-SAL-LISTADO-OK                  VALUE '00'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.
       01 WS-MASCARA.
           COPY MASCARA.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(09) VALUE SPACES.
          88 WS-MODO-REGISTRAR             VALUE 'REGISTRAR'.
          88 WS-MODO-LISTAR                VALUE 'LISTAR'.
       01 WS-PARM-OPERADOR             PIC X(08) VALUE SPACES.

       01 WS-FECHA-PROCESO             PIC 9(08) VALUE 0.

      * Switches de fin de archivo
       01 WS-DEVUELTOS-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-DEVUELTOS-EOF-YES                  VALUE 'TRUE'.
          88 WS-DEVUELTOS-EOF-NO                   VALUE 'FALSE'.
       01 WS-HISTORIAL-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-HISTORIAL-EOF-YES                  VALUE 'TRUE'.
          88 WS-HISTORIAL-EOF-NO                   VALUE 'FALSE'.
       01 WS-TARJETAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-TARJETAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-TARJETAS-EOF-NO                    VALUE 'FALSE'.

      * Ultima devolucion de cada tarjeta, tomada del historial
       77 WS-INDICE-ULT                        PIC 9(04) VALUE 1.
       77 WS-CANT-ULT                          PIC 9(04) VALUE 0.
       77 WS-FILA-ULT                          PIC 9(04) VALUE 0.
       77 WS-TARJETA-BUSCADA                   PIC X(19) VALUE SPACES.
       01 WS-TABLA-ULTIMAS.
          05 WS-ULT-ITEM OCCURS 2000 TIMES.
             10 WS-ULT-TARJETA            PIC X(19).
             10 WS-ULT-FECHA              PIC 9(08).
             10 WS-ULT-CICLO              PIC X(06).
             10 WS-ULT-MOTIVO             PIC X(02).

      * Descripcion del motivo del correo para el listado
       77 WS-MOTIVO-CODIGO                     PIC X(02) VALUE SPACES.
       77 WS-MOTIVO-TEXTO                      PIC X(30) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-MARCADAS                  PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-LISTADAS                  PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF WS-MODO-REGISTRAR
              PERFORM 2000-REGISTRAR-DEVOLUCIONES
                 THRU 2000-REGISTRAR-DEVOLUCIONES-EXIT
           ELSE
              PERFORM 5000-LISTAR-DEVUELTOS
                 THRU 5000-LISTAR-DEVUELTOS-EXIT
           END-IF.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-OPERADOR.

           IF NOT WS-MODO-REGISTRAR AND NOT WS-MODO-LISTAR
              OR (WS-MODO-REGISTRAR AND WS-PARM-OPERADOR EQUAL SPACES)
              DISPLAY 'USO: TP02CORRE REGISTRAR <OPERADOR>'
              DISPLAY '     TP02CORRE LISTAR'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Marcar el domicilio es una modificacion del master: el
      * operador tiene que estar firmado con nivel de mantenimiento.
           IF WS-MODO-REGISTRAR
              MOVE WS-PARM-OPERADOR TO LK-SGN-OPERADOR
              CALL 'TP02SIGN' USING WS-SIGNON
              IF NOT LK-SGN-RETORNO-OK
                 OR NOT LK-SGN-PUEDE-MANTENER
                 DISPLAY 'EL OPERADOR ' WS-PARM-OPERADOR
                    ' NO TIENE PERMISOS PARA REGISTRAR DEVOLUCIONES'
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-REGISTRAR-DEVOLUCIONES.
           OPEN INPUT ENT-DEVUELTOS.
           EVALUATE TRUE
               WHEN FS-ENT-DEVUELTOS-OK
                   CONTINUE
               WHEN FS-ENT-DEVUELTOS-NFD
                   DISPLAY 'NO HAY DEVOLUCIONES DEL CORREO PARA '
                      'REGISTRAR'
                   GO TO 2000-REGISTRAR-DEVOLUCIONES-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CORREO_DEVUELTO.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-DEVUELTOS
                   MOVE 99 TO RETURN-CODE
                   GO TO 2000-REGISTRAR-DEVOLUCIONES-EXIT
           END-EVALUATE.

           OPEN EXTEND SAL-HISTORIAL.
           IF FS-SAL-HISTORIAL-NFD
              OPEN OUTPUT SAL-HISTORIAL
           END-IF.
           IF NOT FS-SAL-HISTORIAL-OK
              DISPLAY 'ERROR AL ABRIR DEVOLUCIONES_CORREO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIAL
              CLOSE ENT-DEVUELTOS
              MOVE 99 TO RETURN-CODE
              GO TO 2000-REGISTRAR-DEVOLUCIONES-EXIT
           END-IF.

           PERFORM 2100-LEER-DEVUELTO
              THRU 2100-LEER-DEVUELTO-EXIT
              UNTIL WS-DEVUELTOS-EOF-YES.

           CLOSE ENT-DEVUELTOS
                 SAL-HISTORIAL.

       2000-REGISTRAR-DEVOLUCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-DEVUELTO.
           READ ENT-DEVUELTOS
               AT END
                   SET WS-DEVUELTOS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2200-MARCAR-DOMICILIO
                      THRU 2200-MARCAR-DOMICILIO-EXIT
           END-READ.

       2100-LEER-DEVUELTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-MARCAR-DOMICILIO.
           INITIALIZE REG-DEVOLUCION-CORREO.
           MOVE REG-DEV-MOTIVO TO REG-DVC-MOTIVO.
           IF NOT REG-DVC-MOTIVO-VALIDO
              DISPLAY 'DEVOLUCION RECHAZADA: MOTIVO INVALIDO '
                 REG-DEV-MOTIVO ' PARA LA TARJETA ' REG-DEV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-MARCAR-DOMICILIO-EXIT
           END-IF.

           INITIALIZE LK-TARJETA.
           SET LK-MODO-MODIFICACION TO TRUE.
           MOVE WS-PARM-OPERADOR TO LK-OPERADOR-I.
           MOVE REG-DEV-TARJETA  TO LK-NUMERO-I.
           MOVE 'S'              TO LK-DOMICILIO-DEVUELTO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.

           IF NOT LK-RETORNO-OK
              DISPLAY 'DEVOLUCION RECHAZADA: NO SE PUDO MARCAR LA '
                 'TARJETA ' REG-DEV-TARJETA ' (RETORNO '
                 LK-RETORNO-O ')'
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-MARCAR-DOMICILIO-EXIT
           END-IF.

           MOVE WS-FECHA-PROCESO   TO REG-DVC-FECHA.
           MOVE REG-DEV-TARJETA    TO REG-DVC-TARJETA.
           MOVE LK-NUMERO-CUENTA-O TO REG-DVC-CUENTA.
           MOVE REG-DEV-CICLO      TO REG-DVC-CICLO.
           MOVE WS-PARM-OPERADOR   TO REG-DVC-OPERADOR.
           WRITE FD-SAL-HISTORIAL FROM REG-DEVOLUCION-CORREO.
           IF NOT FS-SAL-HISTORIAL-OK
              DISPLAY 'ERROR AL GRABAR DEVOLUCIONES_CORREO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIAL
           END-IF.
           ADD 1 TO WS-CANT-MARCADAS.

       2200-MARCAR-DOMICILIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           IF WS-MODO-REGISTRAR
              DISPLAY 'DEVOLUCIONES LEIDAS    : ' WS-CANT-LEIDAS
              DISPLAY 'DOMICILIOS MARCADOS    : ' WS-CANT-MARCADAS
              DISPLAY 'DEVOLUCIONES RECHAZADAS: ' WS-CANT-RECHAZADAS
           ELSE
              DISPLAY 'DOMICILIOS DEVUELTOS LISTADOS: '
                 WS-CANT-LISTADAS
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Listado semanal para el call center: cada tarjeta que sigue
      * con el domicilio devuelto, con los datos para contactar al
      * titular y la ultima devolucion registrada.
       5000-LISTAR-DEVUELTOS.
           PERFORM 5100-CARGAR-HISTORIAL
              THRU 5100-CARGAR-HISTORIAL-EXIT.

      * Le pido a MAESTARJ que vuelque el master entero a un archivo
      * secuencial antes de empezar a leerlo.
           INITIALIZE LK-TARJETA.
           SET LK-MODO-EXPORTAR TO TRUE.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'ERROR AL EXPORTAR EL MASTER DE TARJETAS'
              MOVE 99 TO RETURN-CODE
              GO TO 5000-LISTAR-DEVUELTOS-EXIT
           END-IF.

           OPEN INPUT ENT-TARJETAS.
           IF NOT FS-ENT-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR TARJETAS_EXPORT.TXT'
              DISPLAY 'FILE STATUS: ' FS-ENT-TARJETAS
              MOVE 99 TO RETURN-CODE
              GO TO 5000-LISTAR-DEVUELTOS-EXIT
           END-IF.

           OPEN OUTPUT SAL-LISTADO.
           IF NOT FS-SAL-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR DOMICILIOS_DEVUELTOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-LISTADO
              CLOSE ENT-TARJETAS
              MOVE 99 TO RETURN-CODE
              GO TO 5000-LISTAR-DEVUELTOS-EXIT
           END-IF.

           PERFORM 5200-LEER-TARJETA
              THRU 5200-LEER-TARJETA-EXIT
              UNTIL WS-TARJETAS-EOF-YES.

           CLOSE ENT-TARJETAS
                 SAL-LISTADO.

       5000-LISTAR-DEVUELTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin historial el listado sale igual, sin la ultima devolucion.
       5100-CARGAR-HISTORIAL.
           OPEN INPUT ENT-HISTORIAL.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIAL-OK
                   PERFORM 5110-LEER-HISTORIAL
                      THRU 5110-LEER-HISTORIAL-EXIT
                      UNTIL WS-HISTORIAL-EOF-YES
                   CLOSE ENT-HISTORIAL
               WHEN FS-ENT-HISTORIAL-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DEVOLUCIONES_CORREO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIAL
           END-EVALUATE.

       5100-CARGAR-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El historial esta en orden de registro: la ultima aparicion
      * de cada tarjeta pisa a las anteriores.
       5110-LEER-HISTORIAL.
           READ ENT-HISTORIAL
               AT END
                   SET WS-HISTORIAL-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 5120-GUARDAR-ULTIMA
                      THRU 5120-GUARDAR-ULTIMA-EXIT
           END-READ.

       5110-LEER-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5120-GUARDAR-ULTIMA.
           MOVE REG-DVC-TARJETA TO WS-TARJETA-BUSCADA.
           PERFORM 5300-BUSCAR-ULTIMA
              THRU 5300-BUSCAR-ULTIMA-EXIT.

           IF WS-FILA-ULT EQUAL 0
              IF WS-CANT-ULT LESS THAN 2000
                 ADD 1 TO WS-CANT-ULT
                 MOVE WS-CANT-ULT TO WS-FILA-ULT
              ELSE
                 DISPLAY 'DEVOLUCIONES_CORREO.TXT TIENE MAS DE 2000 '
                    'TARJETAS, SE IGNORAN LOS EXCEDENTES'
                 GO TO 5120-GUARDAR-ULTIMA-EXIT
              END-IF
           END-IF.

           MOVE REG-DVC-TARJETA TO WS-ULT-TARJETA(WS-FILA-ULT).
           MOVE REG-DVC-FECHA   TO WS-ULT-FECHA(WS-FILA-ULT).
           MOVE REG-DVC-CICLO   TO WS-ULT-CICLO(WS-FILA-ULT).
           MOVE REG-DVC-MOTIVO  TO WS-ULT-MOTIVO(WS-FILA-ULT).

       5120-GUARDAR-ULTIMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5200-LEER-TARJETA.
           READ ENT-TARJETAS
               AT END
                   SET WS-TARJETAS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-EXPORT-DOMDEV EQUAL 'S'
                      PERFORM 5400-LISTAR-TARJETA
                         THRU 5400-LISTAR-TARJETA-EXIT
                   END-IF
           END-READ.

       5200-LEER-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca en la tabla de ultimas devoluciones la tarjeta de
      * WS-TARJETA-BUSCADA; deja la fila en WS-FILA-ULT (cero si no
      * esta).
       5300-BUSCAR-ULTIMA.
           MOVE 0 TO WS-FILA-ULT.
           PERFORM 5310-COMPARAR-ULTIMA
              THRU 5310-COMPARAR-ULTIMA-EXIT
              VARYING WS-INDICE-ULT FROM 1 BY 1
              UNTIL WS-INDICE-ULT GREATER THAN WS-CANT-ULT
                 OR WS-FILA-ULT NOT EQUAL 0.

       5300-BUSCAR-ULTIMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5310-COMPARAR-ULTIMA.
           IF WS-ULT-TARJETA(WS-INDICE-ULT) EQUAL WS-TARJETA-BUSCADA
              MOVE WS-INDICE-ULT TO WS-FILA-ULT
           END-IF.

       5310-COMPARAR-ULTIMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5400-LISTAR-TARJETA.
           MOVE SPACES TO FD-LISTADO.
           MOVE ';' TO FD-LIS-SEP-01 FD-LIS-SEP-02 FD-LIS-SEP-03
                       FD-LIS-SEP-04 FD-LIS-SEP-05 FD-LIS-SEP-06
                       FD-LIS-SEP-07 FD-LIS-SEP-08 FD-LIS-SEP-09.
           MOVE REG-EXPORT-NUMERO-CUENTA TO FD-LIS-CUENTA.

           SET LK-MSK-ENMASCARAR TO TRUE.
           MOVE REG-EXPORT-NUMERO-TARJETA TO LK-MSK-NUMERO-I.
           CALL 'TP02MASK' USING WS-MASCARA.
           MOVE LK-MSK-NUMERO-O TO FD-LIS-TARJETA.

           MOVE REG-EXPORT-APELLIDO  TO FD-LIS-APELLIDO.
           MOVE REG-EXPORT-NOMBRE    TO FD-LIS-NOMBRE.
           MOVE REG-EXPORT-DIRECCION TO FD-LIS-DIRECCION.
           MOVE REG-EXPORT-CODIGO    TO FD-LIS-CODIGO.
           MOVE REG-EXPORT-EMAIL     TO FD-LIS-EMAIL.

           MOVE REG-EXPORT-NUMERO-TARJETA TO WS-TARJETA-BUSCADA.
           PERFORM 5300-BUSCAR-ULTIMA
              THRU 5300-BUSCAR-ULTIMA-EXIT.

           IF WS-FILA-ULT EQUAL 0
              MOVE 0 TO FD-LIS-FECHA
              MOVE 'SIN DEVOLUCION REGISTRADA' TO FD-LIS-MOTIVO
           ELSE
              MOVE WS-ULT-FECHA(WS-FILA-ULT) TO FD-LIS-FECHA
              MOVE WS-ULT-CICLO(WS-FILA-ULT) TO FD-LIS-CICLO
              MOVE WS-ULT-MOTIVO(WS-FILA-ULT) TO WS-MOTIVO-CODIGO
              PERFORM 5500-DESCRIBIR-MOTIVO
                 THRU 5500-DESCRIBIR-MOTIVO-EXIT
              MOVE WS-MOTIVO-TEXTO TO FD-LIS-MOTIVO
           END-IF.

           WRITE FD-LISTADO.
           ADD 1 TO WS-CANT-LISTADAS.

       5400-LISTAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5500-DESCRIBIR-MOTIVO.
           EVALUATE WS-MOTIVO-CODIGO
               WHEN 'DE'
                   MOVE 'DESTINATARIO DESCONOCIDO' TO WS-MOTIVO-TEXTO
               WHEN 'DI'
                   MOVE 'DIRECCION INEXISTENTE' TO WS-MOTIVO-TEXTO
               WHEN 'MU'
                   MOVE 'SE MUDO' TO WS-MOTIVO-TEXTO
               WHEN 'RE'
                   MOVE 'REHUSADO' TO WS-MOTIVO-TEXTO
               WHEN 'NR'
                   MOVE 'NO RECLAMADO EN SUCURSAL' TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE 'OTRO MOTIVO' TO WS-MOTIVO-TEXTO
           END-EVALUATE.

       5500-DESCRIBIR-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02CORRE.
