      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02VINCU.CBL - Coincidencias iniciales para el
      *          maestro de clientes. La misma persona figura como
      *          titular de tarjeta (MAESTRO-TARJETAS, via el extracto
      *          de MAESTARJ), titular de cuenta bancaria (CUENTAS.TXT),
      *          contacto de la agenda (AGENDA.VSAM) y empleado
      *          (EMPLEADOS.VSAM), sin mas clave en comun que el
      *          nombre. Desde que los mantenimientos capturan el
      *          documento en el alta, lo nuevo ya nace atado al
      *          cliente (CLCLIENT); este lote es para lo anterior.
      *          TP02VINCU PROPONER junta todo lo que todavia no tiene
      *          vinculo en CLIENTES_VINCULOS.VSAM (las cuentas de
      *          tarjeta una sola vez, sin las tarjetas cerradas,
      *          cuentas cerradas, contactos inactivos ni legajos de
      *          baja), lo agrupa por apellido y nombre normalizados
      *          (mayusculas y un solo blanco entre palabras) y graba
      *          PROPUESTAS_VINCULOS.TXT (VINCPROP.CPY) de nuevo desde
      *          cero; si exactamente un cliente de CLIENTES.VSAM tiene
      *          ese nombre, su documento va precargado.
      *          TP02VINCU CONFIRMAR <operador> (operador firmado con
      *          nivel de mantenimiento, via TP02SIGN) graba via
      *          CLCLIENT los vinculos de las lineas que el operador
      *          marco con S y saca del archivo esas y las marcadas
      *          con N; lo rechazado y lo pendiente queda para la
      *          proxima vuelta.
      *          Codigo de retorno: 0 todo bien; 4 hubo lineas
      *          confirmadas que no se pudieron vincular; 99 error de
      *          parametros, de sign-on o de archivos.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02VINCU.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-EXPORT-TARJETAS
      *    Nombre fisico del archivo: ../TARJETAS_EXPORT.TXT
      *    Lo genera MAESTARJ con LK-MODO-I = 'X', se lee aca recien
      *    despues de invocarlo.
           SELECT ENT-EXPORT-TARJETAS
           ASSIGN TO '../TARJETAS_EXPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EXPORT.

      *    Nombre logico del archivo: ENT-CUENTAS
      *    Nombre fisico del archivo: ../CUENTAS.TXT
      *    Maestro de cuentas bancarias (CLCTAMNT); si no existe, no
      *    hay cuentas que proponer.
           SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

      *    Nombre logico del archivo: ENT-AGENDA
      *    Nombre fisico del archivo: ../../AGENDA.VSAM
      *    Solo lectura; si no existe, no hay contactos que proponer.
           SELECT ENT-AGENDA
           ASSIGN TO '../../AGENDA.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ENT-AGENDA-ID
           FILE STATUS IS FS-ENT-AGENDA.

      *    Nombre logico del archivo: ENT-EMPLEADOS
      *    Nombre fisico del archivo: ../EMPLEADOS.VSAM
      *    Solo lectura; si no existe, no hay legajos que proponer.
           SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID-EMPLEADO
           FILE STATUS IS FS-ENT-EMPLEADOS.

      *    Nombre logico del archivo: ENT-CLIENTES
      *    Nombre fisico del archivo: ../CLIENTES.VSAM
      *    Se carga entero para precargar el documento por nombre.
           SELECT ENT-CLIENTES
           ASSIGN TO '../CLIENTES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLI-DOCUMENTO
           ALTERNATE RECORD KEY IS CLI-DNI WITH DUPLICATES
           FILE STATUS IS FS-ENT-CLIENTES.

      *    Nombre logico del archivo: ENT-VINCULOS
      *    Nombre fisico del archivo: ../CLIENTES_VINCULOS.VSAM
      *    Lectura directa: lo que ya tiene vinculo no se propone.
           SELECT ENT-VINCULOS
           ASSIGN TO '../CLIENTES_VINCULOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VIN-CLAVE
           ALTERNATE RECORD KEY IS VIN-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS FS-ENT-VINCULOS.

      *    Nombre logico del archivo: ENT-PROPUESTAS / SAL-PROPUESTAS
      *    Nombre fisico del archivo: ../PROPUESTAS_VINCULOS.TXT
      *    PROPONER la graba desde cero; CONFIRMAR la carga entera y
      *    la regraba con lo que queda por decidir.
           SELECT ENT-PROPUESTAS
           ASSIGN TO '../PROPUESTAS_VINCULOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROPUESTAS.

           SELECT SAL-PROPUESTAS
           ASSIGN TO '../PROPUESTAS_VINCULOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROPUESTAS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-EXPORT-TARJETAS.
           COPY EXPTARJ.

       FD ENT-CUENTAS.
       01 REG-ENT-CUENTAS.
          05 REG-ENT-CUENTAS-NUMERO           PIC X(22).
          05 REG-ENT-CUENTAS-SALDO            PIC 9(10)V9(02).
          05 REG-ENT-CUENTAS-TITULAR          PIC X(30).
          05 REG-ENT-CUENTAS-TIPO             PIC X(02).
          05 REG-ENT-CUENTAS-MONEDA           PIC X(03).
          05 REG-ENT-CUENTAS-ESTADO           PIC X(01).
          05 REG-ENT-CUENTAS-APERTURA         PIC X(10).

       FD ENT-AGENDA.
       01 ENT-AGENDA-REG.
          05 ENT-AGENDA-ID               PIC 9(08).
          05 ENT-AGENDA-APELLIDO         PIC X(25).
          05 ENT-AGENDA-NOMBRE           PIC X(25).
          05 ENT-AGENDA-TELEFONO         PIC X(09).
          05 ENT-AGENDA-DIRECCION        PIC X(22).
          05 ENT-AGENDA-ESTADO           PIC X(01).

       FD ENT-EMPLEADOS.
       01 EMPLEADOS-REG.
          05 EMP-ID-EMPLEADO                PIC 9(08).
          05 EMP-APELLIDO                   PIC X(25).
          05 EMP-NOMBRE                     PIC X(25).
          05 EMP-ESTADO                     PIC X(01).
             88 EMP-ACTIVO                      VALUE 'A'.
             88 EMP-BAJA                        VALUE 'B'.
          05 EMP-DIRECCION                  PIC X(50).
          05 EMP-COD-POSTAL                 PIC 9(04).
          05 EMP-SUELDO-BASICO              PIC 9(7)V9(2).
          05 EMP-FECHA-INGRESO              PIC X(10).
          05 EMP-SECTOR                     PIC X(10).
          05 EMP-VAC-PENDIENTES             PIC 9(03).
          05 EMP-CBU                        PIC X(22).
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-CLIENTES.
           COPY CLIENTES.

       FD ENT-VINCULOS.
           COPY VINCULOS.

       FD ENT-PROPUESTAS.
       01 FD-ENT-PROPUESTA                PIC X(103).

       FD SAL-PROPUESTAS.
       01 FD-SAL-PROPUESTA                PIC X(103).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-EXPORT                     PIC X(2).
             88 FS-ENT-EXPORT-OK                   VALUE '00'.
             88 FS-ENT-EXPORT-EOF                  VALUE '10'.
          05 FS-ENT-CUENTAS                    PIC X(2).
             88 FS-ENT-CUENTAS-OK                  VALUE '00'.
             88 FS-ENT-CUENTAS-EOF                 VALUE '10'.
             88 FS-ENT-CUENTAS-NFD                 VALUE '35'.
          05 FS-ENT-AGENDA                     PIC X(2).
             88 FS-ENT-AGENDA-OK                   VALUE '00'.
             88 FS-ENT-AGENDA-EOF                  VALUE '10'.
             88 FS-ENT-AGENDA-NFD                  VALUE '35'.
          05 FS-ENT-EMPLEADOS                  PIC X(2).
             88 FS-ENT-EMPLEADOS-OK                VALUE '00'.
             88 FS-ENT-EMPLEADOS-EOF               VALUE '10'.
             88 FS-ENT-EMPLEADOS-NFD               VALUE '35'.
          05 FS-ENT-CLIENTES                   PIC X(2).
             88 FS-ENT-CLIENTES-OK                 VALUE '00'.
             88 FS-ENT-CLIENTES-EOF                VALUE '10'.
             88 FS-ENT-CLIENTES-NFD                VALUE '35'.
          05 FS-ENT-VINCULOS                   PIC X(2).
             88 FS-ENT-VINCULOS-OK                 VALUE '00'.
             88 FS-ENT-VINCULOS-NFD                VALUE '35'.
             88 FS-ENT-VINCULOS-CLAVE-NFD          VALUE '23'.
          05 FS-ENT-PROPUESTAS                 PIC X(2).
             88 FS-ENT-PROPUESTAS-OK               VALUE '00'.
             88 FS-ENT-PROPUESTAS-EOF              VALUE '10'.
             88 FS-ENT-PROPUESTAS-NFD              VALUE '35'.
          05 FS-SAL-PROPUESTAS                 PIC X(2).
             88 FS-SAL-PROPUESTAS-OK               VALUE '00'.

      * Estructura de comunicacion con la rutina MAESTARJ, solo para
      * pedirle el modo exportar antes de leer el extracto
       01 LK-TARJETA.
           COPY MAESTARJ.

      * Registro de vinculo via CLCLIENT (CONFIRMAR)
       01 WS-CLIENTE.
           COPY CLIENTE.

      * Sign-on del operador que confirma, via TP02SIGN
       01 WS-SIGNON.
           COPY SIGNON.

      * Linea de propuesta en armado (PROPONER) o en proceso
      * (CONFIRMAR)
           COPY VINCPROP.

      * Parametros de la corrida: modo y operador
       77 WS-LINEA-COMANDO              PIC X(30) VALUE SPACES.
       77 WS-PARM-MODO                  PIC X(10) VALUE SPACES.
          88 WS-MODO-PROPONER               VALUE 'PROPONER'.
          88 WS-MODO-CONFIRMAR              VALUE 'CONFIRMAR'.
       77 WS-PARM-OPERADOR              PIC X(08) VALUE SPACES.

      * Switches de fin de archivo
       01 WS-EXPORT-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-EXPORT-EOF-YES                     VALUE 'TRUE'.
          88 WS-EXPORT-EOF-NO                      VALUE 'FALSE'.
       01 WS-CUENTAS-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES                    VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO                     VALUE 'FALSE'.
       01 WS-AGENDA-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-AGENDA-EOF-YES                     VALUE 'TRUE'.
          88 WS-AGENDA-EOF-NO                      VALUE 'FALSE'.
       01 WS-EMPLEADOS-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-EMPLEADOS-EOF-YES                  VALUE 'TRUE'.
          88 WS-EMPLEADOS-EOF-NO                   VALUE 'FALSE'.
       01 WS-CLIENTES-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-CLIENTES-EOF-YES                   VALUE 'TRUE'.
          88 WS-CLIENTES-EOF-NO                    VALUE 'FALSE'.
       01 WS-PROPUESTAS-EOF                    PIC X(5) VALUE 'FALSE'.
          88 WS-PROPUESTAS-EOF-YES                 VALUE 'TRUE'.
          88 WS-PROPUESTAS-EOF-NO                  VALUE 'FALSE'.

      * Hay archivo de vinculos para descartar lo ya vinculado
       01 WS-HAY-VINCULOS                      PIC X(02) VALUE 'NO'.
          88 WS-HAY-VINCULOS-SI                    VALUE 'SI'.
          88 WS-HAY-VINCULOS-NO                    VALUE 'NO'.

      * Candidato a proponer, armado por cada fuente
       01 WS-NUEVO-CANDIDATO.
          05 WS-NUEVO-ORIGEN           PIC X(01).
          05 WS-NUEVO-REFERENCIA       PIC X(22).
          05 WS-NUEVO-APELLIDO         PIC X(25).
          05 WS-NUEVO-NOMBRE           PIC X(25).

      * Indica si la cuenta de tarjeta ya estaba entre los candidatos
       01 WS-CUENTA-REPETIDA                   PIC X(02) VALUE 'NO'.
          88 WS-CUENTA-REPETIDA-SI                 VALUE 'SI'.
          88 WS-CUENTA-REPETIDA-NO                 VALUE 'NO'.

      * Normalizacion del nombre: apellido y nombre en mayusculas,
      * con un solo blanco entre palabras
       01 WS-NORM-ENTRADA                      PIC X(51).
       01 WS-NORM-CLAVE                        PIC X(51).
       77 WS-NORM-LARGO                        PIC 9(02) VALUE 0.
       77 WS-INDICE-CAR                        PIC 9(02) VALUE 0.
       77 WS-PUNTERO-TITULAR                   PIC 9(02) VALUE 1.

      * Candidatos sin vinculo, de todas las fuentes
       77 WS-CANT-CAND                         PIC 9(04) VALUE 0.
       77 WS-INDICE-CAND                       PIC 9(04) VALUE 0.
       77 WS-INDICE-MIEMBRO                    PIC 9(04) VALUE 0.
       01 WS-TABLA-CANDIDATOS.
          05 WS-CAND-ITEM OCCURS 5000 TIMES.
             10 WS-CAND-ORIGEN            PIC X(01).
             10 WS-CAND-REFERENCIA        PIC X(22).
             10 WS-CAND-APELLIDO          PIC X(25).
             10 WS-CAND-NOMBRE            PIC X(25).
             10 WS-CAND-CLAVE             PIC X(51).
             10 WS-CAND-GRUPO             PIC 9(05).

      * Clientes ya existentes, por nombre normalizado
       77 WS-CANT-CLI                          PIC 9(04) VALUE 0.
       77 WS-INDICE-CLI                        PIC 9(04) VALUE 0.
       01 WS-TABLA-CLIENTES.
          05 WS-CLI-ITEM OCCURS 5000 TIMES.
             10 WS-CLI-CLAVE              PIC X(51).
             10 WS-CLI-TIPO-DOC           PIC X(04).
             10 WS-CLI-NUMERO-DOC         PIC 9(11).

      * Grupo en curso: cantidad de miembros y clientes con el mismo
      * nombre, y el documento del primero de ellos
       77 WS-GRUPO-ACTUAL                      PIC 9(05) VALUE 0.
       77 WS-GRUPO-MIEMBROS                    PIC 9(04) VALUE 0.
       77 WS-GRUPO-CLIENTES                    PIC 9(04) VALUE 0.
       01 WS-GRUPO-DOC.
          05 WS-GRUPO-TIPO-DOC         PIC X(04).
          05 WS-GRUPO-NUMERO-DOC       PIC 9(11).

      * Propuestas cargadas para confirmar, con marca de baja
       77 WS-CANT-PROP                         PIC 9(04) VALUE 0.
       77 WS-INDICE-PROP                       PIC 9(04) VALUE 0.
       01 WS-TABLA-PROPUESTAS.
          05 WS-PROP-ITEM OCCURS 5000 TIMES.
             10 WS-PROP-LINEA             PIC X(103).
             10 WS-PROP-BORRAR            PIC X(01).

      * Ultimo documento confirmado, para las lineas siguientes del
      * mismo grupo que vienen sin documento
       77 WS-ULT-GRUPO                         PIC 9(05) VALUE 0.
       01 WS-ULT-DOC.
          05 WS-ULT-TIPO-DOC           PIC X(04) VALUE SPACES.
          05 WS-ULT-NUMERO-DOC         PIC 9(11) VALUE 0.

      * Contadores de control del lote
       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS                    PIC 9(05) VALUE 0.
          05 WS-CANT-YA-VINCULADOS             PIC 9(05) VALUE 0.
          05 WS-CANT-PROPUESTAS                PIC 9(05) VALUE 0.
          05 WS-CANT-GRUPOS                    PIC 9(05) VALUE 0.
          05 WS-CANT-PRECARGADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-EXCEDENTES                PIC 9(05) VALUE 0.
          05 WS-CANT-CONFIRMADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-CLIENTES-NUEVOS           PIC 9(05) VALUE 0.
          05 WS-CANT-DESCARTADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-PENDIENTES                PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF WS-MODO-PROPONER
              PERFORM 2000-PROPONER
                 THRU 2000-PROPONER-EXIT
           ELSE
              PERFORM 5000-CONFIRMAR
                 THRU 5000-CONFIRMAR-EXIT
           END-IF.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-OPERADOR.

           IF NOT WS-MODO-PROPONER AND NOT WS-MODO-CONFIRMAR
              DISPLAY 'USO: TP02VINCU PROPONER | '
                 'TP02VINCU CONFIRMAR <OPERADOR>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-MODO-PROPONER
              GO TO 1000-INICIAR-PROGRAMA-EXIT
           END-IF.

      * Confirmar graba vinculos: pide operador con mantenimiento.
           INITIALIZE WS-SIGNON.
           MOVE WS-PARM-OPERADOR TO LK-SGN-OPERADOR.
           IF WS-PARM-OPERADOR NOT EQUAL SPACES
              CALL 'TP02SIGN' USING WS-SIGNON
           END-IF.
           IF WS-PARM-OPERADOR EQUAL SPACES
              OR NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              DISPLAY 'OPERADOR ' WS-PARM-OPERADOR ' SIN SIGN-ON '
                 'VALIDO CON NIVEL DE MANTENIMIENTO'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PROPONER: junta los candidatos de las cuatro fuentes y graba
      * las propuestas agrupadas por nombre.
       2000-PROPONER.
           PERFORM 2100-CARGAR-CLIENTES
              THRU 2100-CARGAR-CLIENTES-EXIT.

           OPEN INPUT ENT-VINCULOS.
           EVALUATE TRUE
               WHEN FS-ENT-VINCULOS-OK
                   SET WS-HAY-VINCULOS-SI TO TRUE
               WHEN FS-ENT-VINCULOS-NFD
                   SET WS-HAY-VINCULOS-NO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CLIENTES_VINCULOS.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-ENT-VINCULOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 2300-JUNTAR-TARJETAS
              THRU 2300-JUNTAR-TARJETAS-EXIT.
           PERFORM 2400-JUNTAR-CUENTAS
              THRU 2400-JUNTAR-CUENTAS-EXIT.
           PERFORM 2500-JUNTAR-AGENDA
              THRU 2500-JUNTAR-AGENDA-EXIT.
           PERFORM 2600-JUNTAR-EMPLEADOS
              THRU 2600-JUNTAR-EMPLEADOS-EXIT.

           IF WS-HAY-VINCULOS-SI
              CLOSE ENT-VINCULOS
           END-IF.

           PERFORM 2700-GRABAR-PROPUESTAS
              THRU 2700-GRABAR-PROPUESTAS-EXIT.

       2000-PROPONER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Los clientes existentes se cargan con su nombre normalizado;
      * si todavia no hay maestro, no hay documentos que precargar.
       2100-CARGAR-CLIENTES.
           OPEN INPUT ENT-CLIENTES.
           EVALUATE TRUE
               WHEN FS-ENT-CLIENTES-OK
                   PERFORM 2110-LEER-CLIENTE
                      THRU 2110-LEER-CLIENTE-EXIT
                      UNTIL WS-CLIENTES-EOF-YES
                   CLOSE ENT-CLIENTES
               WHEN FS-ENT-CLIENTES-NFD
                   DISPLAY 'SIN CLIENTES.VSAM: NO SE PRECARGAN '
                      'DOCUMENTOS'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CLIENTES.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CLIENTES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2100-CARGAR-CLIENTES-EXIT.
           EXIT.

       2110-LEER-CLIENTE.
           READ ENT-CLIENTES NEXT RECORD
               AT END
                   SET WS-CLIENTES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CLI LESS THAN 5000
                      ADD 1 TO WS-CANT-CLI
                      MOVE CLI-APELLIDO TO WS-NUEVO-APELLIDO
                      MOVE CLI-NOMBRE   TO WS-NUEVO-NOMBRE
                      PERFORM 2900-NORMALIZAR-NOMBRE
                         THRU 2900-NORMALIZAR-NOMBRE-EXIT
                      MOVE WS-NORM-CLAVE
                        TO WS-CLI-CLAVE(WS-CANT-CLI)
                      MOVE CLI-TIPO-DOC
                        TO WS-CLI-TIPO-DOC(WS-CANT-CLI)
                      MOVE CLI-NUMERO-DOC
                        TO WS-CLI-NUMERO-DOC(WS-CANT-CLI)
                   ELSE
                      DISPLAY 'CLIENTES.VSAM TIENE MAS DE 5000 '
                         'CLIENTES, LOS EXCEDENTES NO SE COMPARAN'
                      SET WS-CLIENTES-EOF-YES TO TRUE
                   END-IF
           END-READ.

       2110-LEER-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cuentas de tarjeta: se pide el extracto a MAESTARJ; cada
      * cuenta se propone una sola vez, con el nombre de su primera
      * tarjeta no cerrada.
       2300-JUNTAR-TARJETAS.
           INITIALIZE LK-TARJETA.
           MOVE 'X' TO LK-MODO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'ERROR AL EXPORTAR EL MASTER DE TARJETAS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-EXPORT-TARJETAS.
           IF NOT FS-ENT-EXPORT-OK
              DISPLAY 'ERROR AL ABRIR EL EXTRACTO DE TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-ENT-EXPORT
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2310-LEER-TARJETA
              THRU 2310-LEER-TARJETA-EXIT
              UNTIL WS-EXPORT-EOF-YES.

           CLOSE ENT-EXPORT-TARJETAS.

       2300-JUNTAR-TARJETAS-EXIT.
           EXIT.

       2310-LEER-TARJETA.
           READ ENT-EXPORT-TARJETAS
               AT END
                   SET WS-EXPORT-EOF-YES TO TRUE
                   GO TO 2310-LEER-TARJETA-EXIT
           END-READ.

           ADD 1 TO WS-CANT-LEIDOS.
           IF REG-EXPORT-ESTADO EQUAL 'C'
              GO TO 2310-LEER-TARJETA-EXIT
           END-IF.

           MOVE 'T'                      TO WS-NUEVO-ORIGEN.
           MOVE REG-EXPORT-NUMERO-CUENTA TO WS-NUEVO-REFERENCIA.

           SET WS-CUENTA-REPETIDA-NO TO TRUE.
           PERFORM 2320-BUSCAR-CUENTA-TARJETA
              THRU 2320-BUSCAR-CUENTA-TARJETA-EXIT
              VARYING WS-INDICE-CAND FROM 1 BY 1
              UNTIL WS-INDICE-CAND GREATER THAN WS-CANT-CAND
                 OR WS-CUENTA-REPETIDA-SI.
           IF WS-CUENTA-REPETIDA-SI
              GO TO 2310-LEER-TARJETA-EXIT
           END-IF.

           MOVE REG-EXPORT-APELLIDO TO WS-NUEVO-APELLIDO.
           MOVE REG-EXPORT-NOMBRE   TO WS-NUEVO-NOMBRE.
           PERFORM 2800-AGREGAR-CANDIDATO
              THRU 2800-AGREGAR-CANDIDATO-EXIT.

       2310-LEER-TARJETA-EXIT.
           EXIT.

       2320-BUSCAR-CUENTA-TARJETA.
           IF WS-CAND-ORIGEN(WS-INDICE-CAND) EQUAL 'T'
              AND WS-CAND-REFERENCIA(WS-INDICE-CAND)
                  EQUAL WS-NUEVO-REFERENCIA
              SET WS-CUENTA-REPETIDA-SI TO TRUE
           END-IF.

       2320-BUSCAR-CUENTA-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cuentas bancarias no cerradas. El titular viene en un solo
      * campo: primera palabra como apellido y el resto como nombre,
      * igual que lo registra CLCTAMNT (la clave normalizada es la
      * misma que la del apellido y nombre por separado).
       2400-JUNTAR-CUENTAS.
           OPEN INPUT ENT-CUENTAS.
           EVALUATE TRUE
               WHEN FS-ENT-CUENTAS-OK
                   PERFORM 2410-LEER-CUENTA
                      THRU 2410-LEER-CUENTA-EXIT
                      UNTIL WS-CUENTAS-EOF-YES
                   CLOSE ENT-CUENTAS
               WHEN FS-ENT-CUENTAS-NFD
                   DISPLAY 'SIN CUENTAS.TXT: NO HAY CUENTAS BANCARIAS '
                      'QUE PROPONER'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CUENTAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CUENTAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2400-JUNTAR-CUENTAS-EXIT.
           EXIT.

       2410-LEER-CUENTA.
           READ ENT-CUENTAS
               AT END
                   SET WS-CUENTAS-EOF-YES TO TRUE
                   GO TO 2410-LEER-CUENTA-EXIT
           END-READ.

           ADD 1 TO WS-CANT-LEIDOS.
           IF REG-ENT-CUENTAS-ESTADO EQUAL 'C'
              GO TO 2410-LEER-CUENTA-EXIT
           END-IF.

           MOVE 'B'                    TO WS-NUEVO-ORIGEN.
           MOVE REG-ENT-CUENTAS-NUMERO TO WS-NUEVO-REFERENCIA.
           MOVE SPACES TO WS-NUEVO-APELLIDO.
           MOVE SPACES TO WS-NUEVO-NOMBRE.
           MOVE 1 TO WS-PUNTERO-TITULAR.
           UNSTRING REG-ENT-CUENTAS-TITULAR DELIMITED BY ALL SPACE
              INTO WS-NUEVO-APELLIDO
              WITH POINTER WS-PUNTERO-TITULAR.
           IF WS-PUNTERO-TITULAR NOT GREATER THAN 30
              MOVE REG-ENT-CUENTAS-TITULAR(WS-PUNTERO-TITULAR:)
                TO WS-NUEVO-NOMBRE
           END-IF.
           PERFORM 2800-AGREGAR-CANDIDATO
              THRU 2800-AGREGAR-CANDIDATO-EXIT.

       2410-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contactos activos de la agenda.
       2500-JUNTAR-AGENDA.
           OPEN INPUT ENT-AGENDA.
           EVALUATE TRUE
               WHEN FS-ENT-AGENDA-OK
                   PERFORM 2510-LEER-AGENDA
                      THRU 2510-LEER-AGENDA-EXIT
                      UNTIL WS-AGENDA-EOF-YES
                   CLOSE ENT-AGENDA
               WHEN FS-ENT-AGENDA-NFD
                   DISPLAY 'SIN AGENDA.VSAM: NO HAY CONTACTOS QUE '
                      'PROPONER'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LA AGENDA'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AGENDA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2500-JUNTAR-AGENDA-EXIT.
           EXIT.

       2510-LEER-AGENDA.
           READ ENT-AGENDA NEXT RECORD
               AT END
                   SET WS-AGENDA-EOF-YES TO TRUE
                   GO TO 2510-LEER-AGENDA-EXIT
           END-READ.

           ADD 1 TO WS-CANT-LEIDOS.
           IF ENT-AGENDA-ESTADO EQUAL 'I'
              GO TO 2510-LEER-AGENDA-EXIT
           END-IF.

           MOVE 'A'                 TO WS-NUEVO-ORIGEN.
           MOVE ENT-AGENDA-ID       TO WS-NUEVO-REFERENCIA.
           MOVE ENT-AGENDA-APELLIDO TO WS-NUEVO-APELLIDO.
           MOVE ENT-AGENDA-NOMBRE   TO WS-NUEVO-NOMBRE.
           PERFORM 2800-AGREGAR-CANDIDATO
              THRU 2800-AGREGAR-CANDIDATO-EXIT.

       2510-LEER-AGENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Legajos activos.
       2600-JUNTAR-EMPLEADOS.
           OPEN INPUT ENT-EMPLEADOS.
           EVALUATE TRUE
               WHEN FS-ENT-EMPLEADOS-OK
                   PERFORM 2610-LEER-EMPLEADO
                      THRU 2610-LEER-EMPLEADO-EXIT
                      UNTIL WS-EMPLEADOS-EOF-YES
                   CLOSE ENT-EMPLEADOS
               WHEN FS-ENT-EMPLEADOS-NFD
                   DISPLAY 'SIN EMPLEADOS.VSAM: NO HAY LEGAJOS QUE '
                      'PROPONER'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMPLEADOS.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-ENT-EMPLEADOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2600-JUNTAR-EMPLEADOS-EXIT.
           EXIT.

       2610-LEER-EMPLEADO.
           READ ENT-EMPLEADOS NEXT RECORD
               AT END
                   SET WS-EMPLEADOS-EOF-YES TO TRUE
                   GO TO 2610-LEER-EMPLEADO-EXIT
           END-READ.

           ADD 1 TO WS-CANT-LEIDOS.
           IF EMP-BAJA
              GO TO 2610-LEER-EMPLEADO-EXIT
           END-IF.

           MOVE 'E'             TO WS-NUEVO-ORIGEN.
           MOVE EMP-ID-EMPLEADO TO WS-NUEVO-REFERENCIA.
           MOVE EMP-APELLIDO    TO WS-NUEVO-APELLIDO.
           MOVE EMP-NOMBRE      TO WS-NUEVO-NOMBRE.
           PERFORM 2800-AGREGAR-CANDIDATO
              THRU 2800-AGREGAR-CANDIDATO-EXIT.

       2610-LEER-EMPLEADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Graba las propuestas de a un grupo por vez: el primer
      * candidato sin grupo abre uno nuevo, se marcan todos los que
      * comparten su nombre, se busca el nombre entre los clientes y
      * se graban juntas todas las lineas del grupo.
       2700-GRABAR-PROPUESTAS.
           OPEN OUTPUT SAL-PROPUESTAS.
           IF NOT FS-SAL-PROPUESTAS-OK
              DISPLAY 'ERROR AL ABRIR PROPUESTAS_VINCULOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROPUESTAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2710-ARMAR-GRUPO
              THRU 2710-ARMAR-GRUPO-EXIT
              VARYING WS-INDICE-CAND FROM 1 BY 1
              UNTIL WS-INDICE-CAND GREATER THAN WS-CANT-CAND.

           CLOSE SAL-PROPUESTAS.

       2700-GRABAR-PROPUESTAS-EXIT.
           EXIT.

       2710-ARMAR-GRUPO.
           IF WS-CAND-GRUPO(WS-INDICE-CAND) NOT EQUAL 0
              GO TO 2710-ARMAR-GRUPO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-GRUPOS.
           MOVE WS-CANT-GRUPOS TO WS-GRUPO-ACTUAL.
           MOVE 0 TO WS-GRUPO-MIEMBROS.
           PERFORM 2720-MARCAR-MIEMBRO
              THRU 2720-MARCAR-MIEMBRO-EXIT
              VARYING WS-INDICE-MIEMBRO FROM WS-INDICE-CAND BY 1
              UNTIL WS-INDICE-MIEMBRO GREATER THAN WS-CANT-CAND.

           MOVE 0 TO WS-GRUPO-CLIENTES.
           MOVE SPACES TO WS-GRUPO-TIPO-DOC.
           MOVE 0 TO WS-GRUPO-NUMERO-DOC.
           PERFORM 2730-BUSCAR-CLIENTE
              THRU 2730-BUSCAR-CLIENTE-EXIT
              VARYING WS-INDICE-CLI FROM 1 BY 1
              UNTIL WS-INDICE-CLI GREATER THAN WS-CANT-CLI.

           PERFORM 2740-GRABAR-MIEMBRO
              THRU 2740-GRABAR-MIEMBRO-EXIT
              VARYING WS-INDICE-MIEMBRO FROM WS-INDICE-CAND BY 1
              UNTIL WS-INDICE-MIEMBRO GREATER THAN WS-CANT-CAND.

       2710-ARMAR-GRUPO-EXIT.
           EXIT.

       2720-MARCAR-MIEMBRO.
           IF WS-CAND-GRUPO(WS-INDICE-MIEMBRO) EQUAL 0
              AND WS-CAND-CLAVE(WS-INDICE-MIEMBRO)
                  EQUAL WS-CAND-CLAVE(WS-INDICE-CAND)
              MOVE WS-GRUPO-ACTUAL TO WS-CAND-GRUPO(WS-INDICE-MIEMBRO)
              ADD 1 TO WS-GRUPO-MIEMBROS
           END-IF.

       2720-MARCAR-MIEMBRO-EXIT.
           EXIT.

       2730-BUSCAR-CLIENTE.
           IF WS-CLI-CLAVE(WS-INDICE-CLI)
              EQUAL WS-CAND-CLAVE(WS-INDICE-CAND)
              ADD 1 TO WS-GRUPO-CLIENTES
              IF WS-GRUPO-CLIENTES EQUAL 1
                 MOVE WS-CLI-TIPO-DOC(WS-INDICE-CLI)
                   TO WS-GRUPO-TIPO-DOC
                 MOVE WS-CLI-NUMERO-DOC(WS-INDICE-CLI)
                   TO WS-GRUPO-NUMERO-DOC
              END-IF
           END-IF.

       2730-BUSCAR-CLIENTE-EXIT.
           EXIT.

       2740-GRABAR-MIEMBRO.
           IF WS-CAND-GRUPO(WS-INDICE-MIEMBRO)
              NOT EQUAL WS-GRUPO-ACTUAL
              GO TO 2740-GRABAR-MIEMBRO-EXIT
           END-IF.

           MOVE SPACES TO REG-PROPUESTA.
           MOVE ';' TO REG-PRO-SEP-01 REG-PRO-SEP-02 REG-PRO-SEP-03
                       REG-PRO-SEP-04 REG-PRO-SEP-05 REG-PRO-SEP-06
                       REG-PRO-SEP-07 REG-PRO-SEP-08.
           MOVE WS-GRUPO-ACTUAL TO REG-PRO-GRUPO.
           MOVE WS-CAND-ORIGEN(WS-INDICE-MIEMBRO)     TO REG-PRO-ORIGEN.
           MOVE WS-CAND-REFERENCIA(WS-INDICE-MIEMBRO)
             TO REG-PRO-REFERENCIA.
           MOVE WS-CAND-APELLIDO(WS-INDICE-MIEMBRO)
             TO REG-PRO-APELLIDO.
           MOVE WS-CAND-NOMBRE(WS-INDICE-MIEMBRO)     TO REG-PRO-NOMBRE.
           MOVE 0 TO REG-PRO-NUMERO-DOC.

           EVALUATE TRUE
               WHEN WS-GRUPO-CLIENTES EQUAL 1
                   SET REG-PRO-CLIENTE-UNICO TO TRUE
                   MOVE WS-GRUPO-TIPO-DOC   TO REG-PRO-TIPO-DOC
                   MOVE WS-GRUPO-NUMERO-DOC TO REG-PRO-NUMERO-DOC
                   ADD 1 TO WS-CANT-PRECARGADAS
               WHEN WS-GRUPO-CLIENTES GREATER THAN 1
                   SET REG-PRO-VARIOS-CLIENTES TO TRUE
               WHEN WS-GRUPO-MIEMBROS GREATER THAN 1
                   SET REG-PRO-GRUPO-SIN-CLIENTE TO TRUE
               WHEN OTHER
                   SET REG-PRO-SIN-COINCIDENCIA TO TRUE
           END-EVALUATE.

           WRITE FD-SAL-PROPUESTA FROM REG-PROPUESTA.
           IF FS-SAL-PROPUESTAS-OK
              ADD 1 TO WS-CANT-PROPUESTAS
           ELSE
              DISPLAY 'ERROR AL GRABAR PROPUESTAS_VINCULOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROPUESTAS
              MOVE 99 TO RETURN-CODE
           END-IF.

       2740-GRABAR-MIEMBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Agrega el candidato armado en WS-NUEVO-CANDIDATO, salvo que
      * ya tenga vinculo.
       2800-AGREGAR-CANDIDATO.
           IF WS-HAY-VINCULOS-SI
              MOVE WS-NUEVO-ORIGEN     TO VIN-ORIGEN
              MOVE WS-NUEVO-REFERENCIA TO VIN-REFERENCIA
              READ ENT-VINCULOS KEY IS VIN-CLAVE
              EVALUATE TRUE
                  WHEN FS-ENT-VINCULOS-OK
                      ADD 1 TO WS-CANT-YA-VINCULADOS
                      GO TO 2800-AGREGAR-CANDIDATO-EXIT
                  WHEN FS-ENT-VINCULOS-CLAVE-NFD
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'ERROR AL LEER CLIENTES_VINCULOS.VSAM'
                      DISPLAY 'FILE STATUS: ' FS-ENT-VINCULOS
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
              END-EVALUATE
           END-IF.

           IF WS-CANT-CAND NOT LESS THAN 5000
              ADD 1 TO WS-CANT-EXCEDENTES
              GO TO 2800-AGREGAR-CANDIDATO-EXIT
           END-IF.

           PERFORM 2900-NORMALIZAR-NOMBRE
              THRU 2900-NORMALIZAR-NOMBRE-EXIT.

           ADD 1 TO WS-CANT-CAND.
           MOVE WS-NUEVO-ORIGEN     TO WS-CAND-ORIGEN(WS-CANT-CAND).
           MOVE WS-NUEVO-REFERENCIA TO WS-CAND-REFERENCIA(WS-CANT-CAND).
           MOVE WS-NUEVO-APELLIDO   TO WS-CAND-APELLIDO(WS-CANT-CAND).
           MOVE WS-NUEVO-NOMBRE     TO WS-CAND-NOMBRE(WS-CANT-CAND).
           MOVE WS-NORM-CLAVE       TO WS-CAND-CLAVE(WS-CANT-CAND).
           MOVE 0                   TO WS-CAND-GRUPO(WS-CANT-CAND).

       2800-AGREGAR-CANDIDATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Arma en WS-NORM-CLAVE el apellido y nombre de WS-NUEVO-
      * APELLIDO/NOMBRE en mayusculas, sin blancos al principio y con
      * un solo blanco entre palabras.
       2900-NORMALIZAR-NOMBRE.
           MOVE SPACES TO WS-NORM-ENTRADA.
           STRING WS-NUEVO-APELLIDO ' ' WS-NUEVO-NOMBRE
              DELIMITED BY SIZE INTO WS-NORM-ENTRADA.
           INSPECT WS-NORM-ENTRADA CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACES TO WS-NORM-CLAVE.
           MOVE 0 TO WS-NORM-LARGO.
           PERFORM 2910-COPIAR-CARACTER
              THRU 2910-COPIAR-CARACTER-EXIT
              VARYING WS-INDICE-CAR FROM 1 BY 1
              UNTIL WS-INDICE-CAR GREATER THAN 51.

       2900-NORMALIZAR-NOMBRE-EXIT.
           EXIT.

       2910-COPIAR-CARACTER.
           IF WS-NORM-ENTRADA(WS-INDICE-CAR:1) EQUAL SPACE
              IF WS-NORM-LARGO EQUAL 0
                 GO TO 2910-COPIAR-CARACTER-EXIT
              END-IF
              IF WS-NORM-CLAVE(WS-NORM-LARGO:1) EQUAL SPACE
                 GO TO 2910-COPIAR-CARACTER-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-NORM-LARGO.
           MOVE WS-NORM-ENTRADA(WS-INDICE-CAR:1)
             TO WS-NORM-CLAVE(WS-NORM-LARGO:1).

       2910-COPIAR-CARACTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CONFIRMAR: carga las propuestas, vincula las marcadas con S,
      * saca del archivo las resueltas y regraba el resto.
       5000-CONFIRMAR.
           OPEN INPUT ENT-PROPUESTAS.
           EVALUATE TRUE
               WHEN FS-ENT-PROPUESTAS-OK
                   PERFORM 5100-LEER-PROPUESTA
                      THRU 5100-LEER-PROPUESTA-EXIT
                      UNTIL WS-PROPUESTAS-EOF-YES
                   CLOSE ENT-PROPUESTAS
               WHEN FS-ENT-PROPUESTAS-NFD
                   DISPLAY 'NO HAY PROPUESTAS DE VINCULOS: CORRER '
                      'ANTES TP02VINCU PROPONER'
                   GO TO 5000-CONFIRMAR-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROPUESTAS_VINCULOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROPUESTAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 5200-PROCESAR-PROPUESTA
              THRU 5200-PROCESAR-PROPUESTA-EXIT
              VARYING WS-INDICE-PROP FROM 1 BY 1
              UNTIL WS-INDICE-PROP GREATER THAN WS-CANT-PROP.

           PERFORM 5300-REGRABAR-PROPUESTAS
              THRU 5300-REGRABAR-PROPUESTAS-EXIT.

       5000-CONFIRMAR-EXIT.
           EXIT.

      * Si el archivo no entra en la tabla no se confirma nada: al
      * regrabarlo se perderian las lineas excedentes.
       5100-LEER-PROPUESTA.
           READ ENT-PROPUESTAS
               AT END
                   SET WS-PROPUESTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-PROP LESS THAN 5000
                      ADD 1 TO WS-CANT-PROP
                      MOVE FD-ENT-PROPUESTA
                        TO WS-PROP-LINEA(WS-CANT-PROP)
                      MOVE 'N' TO WS-PROP-BORRAR(WS-CANT-PROP)
                   ELSE
                      DISPLAY 'PROPUESTAS_VINCULOS.TXT TIENE MAS DE '
                         '5000 LINEAS: NO SE CONFIRMA NADA'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       5100-LEER-PROPUESTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5200-PROCESAR-PROPUESTA.
           MOVE WS-PROP-LINEA(WS-INDICE-PROP) TO REG-PROPUESTA.

           EVALUATE TRUE
               WHEN REG-PRO-DESCARTADA
                   MOVE 'S' TO WS-PROP-BORRAR(WS-INDICE-PROP)
                   ADD 1 TO WS-CANT-DESCARTADAS
               WHEN REG-PRO-CONFIRMADA
                   PERFORM 5210-VINCULAR
                      THRU 5210-VINCULAR-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CANT-PENDIENTES
           END-EVALUATE.

       5200-PROCESAR-PROPUESTA-EXIT.
           EXIT.

      * Vincula una linea confirmada. Sin documento, rige el de la
      * linea confirmada anterior del mismo grupo.
       5210-VINCULAR.
           IF REG-PRO-TIPO-DOC EQUAL SPACES
              IF REG-PRO-GRUPO EQUAL WS-ULT-GRUPO
                 AND WS-ULT-TIPO-DOC NOT EQUAL SPACES
                 MOVE WS-ULT-TIPO-DOC   TO REG-PRO-TIPO-DOC
                 MOVE WS-ULT-NUMERO-DOC TO REG-PRO-NUMERO-DOC
              ELSE
                 DISPLAY 'CONFIRMADA SIN DOCUMENTO: '
                    REG-PRO-ORIGEN ' ' REG-PRO-REFERENCIA
                 ADD 1 TO WS-CANT-RECHAZADAS
                 GO TO 5210-VINCULAR-EXIT
              END-IF
           END-IF.

           INITIALIZE WS-CLIENTE.
           SET LK-CLI-REGISTRAR TO TRUE.
           MOVE REG-PRO-TIPO-DOC   TO LK-CLI-TIPO-DOC.
           MOVE REG-PRO-NUMERO-DOC TO LK-CLI-NUMERO-DOC.
           MOVE REG-PRO-APELLIDO   TO LK-CLI-APELLIDO.
           MOVE REG-PRO-NOMBRE     TO LK-CLI-NOMBRE.
           MOVE REG-PRO-ORIGEN     TO LK-CLI-ORIGEN.
           MOVE REG-PRO-REFERENCIA TO LK-CLI-REFERENCIA.
           MOVE 'M'                TO LK-CLI-FORMA.
           MOVE WS-PARM-OPERADOR   TO LK-CLI-OPERADOR.

           CALL 'CLCLIENT' USING WS-CLIENTE.

           EVALUATE TRUE
               WHEN LK-CLI-RETORNO-OK
                   MOVE 'S' TO WS-PROP-BORRAR(WS-INDICE-PROP)
                   ADD 1 TO WS-CANT-CONFIRMADAS
                   IF LK-CLI-ES-NUEVO
                      ADD 1 TO WS-CANT-CLIENTES-NUEVOS
                   END-IF
                   MOVE REG-PRO-GRUPO      TO WS-ULT-GRUPO
                   MOVE REG-PRO-TIPO-DOC   TO WS-ULT-TIPO-DOC
                   MOVE REG-PRO-NUMERO-DOC TO WS-ULT-NUMERO-DOC
      * Ya vinculada a otro cliente (por un alta posterior a la
      * propuesta): la linea sale, no hay nada que decidir.
               WHEN LK-CLI-OTRO-CLIENTE
                   MOVE 'S' TO WS-PROP-BORRAR(WS-INDICE-PROP)
                   ADD 1 TO WS-CANT-RECHAZADAS
                   DISPLAY 'YA VINCULADA AL CLIENTE '
                      LK-CLI-TIPO-DOC-O ' ' LK-CLI-NUMERO-DOC-O ': '
                      REG-PRO-ORIGEN ' ' REG-PRO-REFERENCIA
               WHEN LK-CLI-DOC-INVALIDO
                   ADD 1 TO WS-CANT-RECHAZADAS
                   DISPLAY 'DOCUMENTO INVALIDO ' REG-PRO-TIPO-DOC ' '
                      REG-PRO-NUMERO-DOC ': ' REG-PRO-ORIGEN ' '
                      REG-PRO-REFERENCIA
               WHEN OTHER
                   ADD 1 TO WS-CANT-RECHAZADAS
                   DISPLAY 'NO SE PUDO VINCULAR (RETORNO '
                      LK-CLI-RETORNO '): ' REG-PRO-ORIGEN ' '
                      REG-PRO-REFERENCIA
           END-EVALUATE.

       5210-VINCULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5300-REGRABAR-PROPUESTAS.
           OPEN OUTPUT SAL-PROPUESTAS.
           IF NOT FS-SAL-PROPUESTAS-OK
              DISPLAY 'ERROR AL REGRABAR PROPUESTAS_VINCULOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROPUESTAS
              MOVE 99 TO RETURN-CODE
              GO TO 5300-REGRABAR-PROPUESTAS-EXIT
           END-IF.

           PERFORM 5310-GRABAR-PROPUESTA
              THRU 5310-GRABAR-PROPUESTA-EXIT
              VARYING WS-INDICE-PROP FROM 1 BY 1
              UNTIL WS-INDICE-PROP GREATER THAN WS-CANT-PROP.

           CLOSE SAL-PROPUESTAS.

       5300-REGRABAR-PROPUESTAS-EXIT.
           EXIT.

       5310-GRABAR-PROPUESTA.
           IF WS-PROP-BORRAR(WS-INDICE-PROP) EQUAL 'S'
              GO TO 5310-GRABAR-PROPUESTA-EXIT
           END-IF.

           WRITE FD-SAL-PROPUESTA FROM WS-PROP-LINEA(WS-INDICE-PROP).
           IF NOT FS-SAL-PROPUESTAS-OK
              DISPLAY 'ERROR AL GRABAR PROPUESTAS_VINCULOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROPUESTAS
              MOVE 99 TO RETURN-CODE
           END-IF.

       5310-GRABAR-PROPUESTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WS-MODO-PROPONER
              DISPLAY 'REGISTROS LEIDOS      : ' WS-CANT-LEIDOS
              DISPLAY 'YA VINCULADOS         : ' WS-CANT-YA-VINCULADOS
              DISPLAY 'PROPUESTAS GRABADAS   : ' WS-CANT-PROPUESTAS
              DISPLAY 'GRUPOS POR NOMBRE     : ' WS-CANT-GRUPOS
              DISPLAY 'CON DOCUMENTO PRECARG.: ' WS-CANT-PRECARGADAS
              IF WS-CANT-EXCEDENTES GREATER THAN 0
                 DISPLAY 'EXCEDENTES SIN PROPON.: ' WS-CANT-EXCEDENTES
              END-IF
           ELSE
              DISPLAY 'VINCULOS CONFIRMADOS  : ' WS-CANT-CONFIRMADAS
              DISPLAY 'CLIENTES NUEVOS       : '
                 WS-CANT-CLIENTES-NUEVOS
              DISPLAY 'LINEAS DESCARTADAS    : ' WS-CANT-DESCARTADAS
              DISPLAY 'LINEAS RECHAZADAS     : ' WS-CANT-RECHAZADAS
              DISPLAY 'LINEAS PENDIENTES     : ' WS-CANT-PENDIENTES
           END-IF.

           IF WS-CANT-RECHAZADAS GREATER THAN 0
              AND RETURN-CODE EQUAL 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02VINCU.
