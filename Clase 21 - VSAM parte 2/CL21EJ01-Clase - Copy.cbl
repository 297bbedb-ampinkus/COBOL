           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTACTOS.

      * Registro nacional "No Llame" que carga CL21NOLL, con clave el
      * telefono: el export de grupos deja afuera esos numeros
       SELECT NO-LLAME
           ASSIGN TO '../AGENDA_NO_LLAME.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLL-TELEFONO
           FILE STATUS IS FS-NO-LLAME.

      * Constancia de cada numero que el export de grupos dejo afuera
      * por estar en el registro (se acumula)
       SELECT EXCLUSIONES
           ASSIGN TO '../GRUPO_EXCLUSIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLUSIONES.

      * Consentimiento expreso de cada contacto para ser llamado,
      * con la fecha en que lo dio
       SELECT CONSENTIMIENTOS
           ASSIGN TO '../AGENDA_CONSENTIMIENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSENTIMIENTOS.

       SELECT SAL-CONSENTIMIENTOS
           ASSIGN TO '../AGENDA_CONSENTIMIENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONSENTIMIENTOS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
          05 REG-SCON-PREFERIDO         PIC X(01).
          05 REG-SCON-ESTADO            PIC X(01).

       FD NO-LLAME.
       01 REG-NO-LLAME.
          05 NLL-TELEFONO               PIC X(09).
          05 NLL-FECHA-ALTA             PIC 9(08).
          05 NLL-FECHA-CARGA            PIC 9(08).

       FD EXCLUSIONES.
       01 REG-EXCLUSION.
          05 REG-EXC-TIMESTAMP          PIC X(21).
          05 FILLER                     PIC X(03) VALUE " | ".
          05 REG-EXC-OPERADOR           PIC X(08).
          05 FILLER                     PIC X(03) VALUE " | ".
          05 REG-EXC-GRUPO              PIC X(10).
          05 FILLER                     PIC X(03) VALUE " | ".
          05 REG-EXC-ID                 PIC 9(08).
          05 FILLER                     PIC X(03) VALUE " | ".
          05 REG-EXC-APELLIDO           PIC X(25).
          05 FILLER                     PIC X(03) VALUE " | ".
          05 REG-EXC-NOMBRE             PIC X(25).
          05 FILLER                     PIC X(03) VALUE " | ".
      * Numero registrado que no se exporto
          05 REG-EXC-TELEFONO           PIC X(09).
          05 FILLER                     PIC X(03) VALUE " | ".
      * Numero con el que salio el contacto, o blanco si quedo
      * afuera entero
          05 REG-EXC-TELEFONO-USADO     PIC X(09).

       FD CONSENTIMIENTOS.
       01 REG-CONSENTIMIENTO.
          05 REG-CNS-ID                 PIC 9(08).
      * S = consentimiento expreso para ser llamado, N = no
          05 REG-CNS-CONSENTIMIENTO     PIC X(01).
          05 REG-CNS-FECHA              PIC 9(08).

       FD SAL-CONSENTIMIENTOS.
       01 REG-SAL-CONSENTIMIENTO.
          05 REG-SCNS-ID                PIC 9(08).
          05 REG-SCNS-CONSENTIMIENTO    PIC X(01).
          05 REG-SCNS-FECHA             PIC 9(08).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-AGENDA              PIC X(2).
             88 FS-CONTACTOS-NFD         VALUE '35'.
          05 FS-SAL-CONTACTOS       PIC X(2).
             88 FS-SAL-CONTACTOS-OK      VALUE '00'.
          05 FS-NO-LLAME            PIC X(2).
             88 FS-NO-LLAME-OK           VALUE '00'.
             88 FS-NO-LLAME-CLAVE-NFD    VALUE '23'.
             88 FS-NO-LLAME-NFD          VALUE '35'.
          05 FS-EXCLUSIONES         PIC X(2).
             88 FS-EXCLUSIONES-OK        VALUE '00'.
          05 FS-CONSENTIMIENTOS     PIC X(2).
             88 FS-CONSENTIMIENTOS-OK    VALUE '00'.
             88 FS-CONSENTIMIENTOS-EOF   VALUE '10'.
             88 FS-CONSENTIMIENTOS-NFD   VALUE '35'.
          05 FS-SAL-CONSENTIMIENTOS PIC X(2).
             88 FS-SAL-CONSENTIMIENTOS-OK VALUE '00'.

      * Variable para indicar fin de archivo de backup
       01 WS-AGENDA-BACKUP-EOF      PIC X(05) VALUE 'FALSE'.
       01 WS-MIG-GRUPOS                      PIC 9(04) VALUE 0.
       01 WS-MIG-FUSIONADOS                  PIC 9(04) VALUE 0.

      * Registro "No Llame" en el export de grupos: cada numero del
      * contacto se consulta en AGENDA_NO_LLAME.VSAM; si el preferido
      * esta registrado sale otro numero libre del contacto, y si no
      * queda ninguno el contacto no se exporta. El consentimiento
      * expreso (opcion CNS) habilita todos sus numeros.
       01 WS-TELEFONO-REGISTRADO             PIC X(02) VALUE 'NO'.
          88 WS-TELEFONO-REGISTRADO-SI          VALUE 'SI'.
          88 WS-TELEFONO-REGISTRADO-NO          VALUE 'NO'.
       01 WS-TELEFONO-EXPORTAR               PIC X(09) VALUE SPACES.
       01 WS-EXP-EXPORTADOS                  PIC 9(04) VALUE 0.
       01 WS-EXP-REEMPLAZADOS                PIC 9(04) VALUE 0.
       01 WS-EXP-EXCLUIDOS                   PIC 9(04) VALUE 0.

      * Consentimientos en memoria, un renglon por contacto
       01 WS-CONSENTIMIENTOS-EOF             PIC X(05) VALUE 'FALSE'.
          88 WS-CONSENTIMIENTOS-EOF-YES         VALUE 'TRUE'.
          88 WS-CONSENTIMIENTOS-EOF-NO          VALUE 'FALSE'.
       01 WS-CONSENTIMIENTOS-DATOS.
          05 WS-CNS-CANTIDAD                 PIC 9(04) VALUE 0.
          05 WS-CNS-I                        PIC 9(04) VALUE 1.
          05 WS-CNS-ENTRADA OCCURS 2000 TIMES.
             10 WS-CNS-ID                    PIC 9(08).
             10 WS-CNS-CONSENTIMIENTO        PIC X(01).
             10 WS-CNS-FECHA                 PIC 9(08).
       01 WS-CNS-FILA                        PIC 9(04) VALUE 0.
       01 WS-CNS-NUEVO                       PIC X(01) VALUE SPACE.
       01 WS-CNS-FECHA-NUEVA                 PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR
               DISPLAY '*   - EGR - Para exportar un grupo a archivo  *'
               DISPLAY '*   - CON - Para telefonos/mails del contacto *'
               DISPLAY '*   - MIG - Para migrar duplicados a multi-tel*'
               DISPLAY '*   - CNS - Para consentimiento de llamados   *'
               DISPLAY '*   - SAL - Para salir.                       *'
               DISPLAY '*---------------------------------------------*'
               ACCEPT WS-OPCION
                      PERFORM 4500-MIGRAR-DUPLICADOS
                         THRU 4500-MIGRAR-DUPLICADOS-EXIT
                   END-IF
               WHEN 'CNS'
      * Consentimiento expreso del contacto para ser llamado aunque
      * sus numeros esten en el registro "No Llame"
                   IF NOT WS-NIVEL-PUEDE-MANTENER
                      DISPLAY 'OPCION SOLO PARA NIVEL MANTENIMIENTO'
                   ELSE
                      PERFORM 4600-GESTIONAR-CONSENTIMIENTO
                         THRU 4600-GESTIONAR-CONSENTIMIENTO-EXIT
                   END-IF
               WHEN 'VER'
                   PERFORM 2100-MOSTRAR-AGENDA
                      THRU 2100-MOSTRAR-AGENDA-EXIT
       4200-EXPORTAR-GRUPO.
      * Vuelca los contactos del grupo a GRUPO_EXPORT.TXT en el
      * mismo trazado que AGENDA_BACKUP.TXT, para imprimir o
      * entregar la lista sin exportar la agenda entera. Los numeros
      * del registro "No Llame" no salen (ver 4210) y cada uno queda
      * asentado en GRUPO_EXCLUSIONES.TXT.
           PERFORM 4010-CARGAR-GRUPOS
              THRU 4010-CARGAR-GRUPOS-EXIT.
           PERFORM 4015-CARGAR-MIEMBROS
               GO TO 4200-EXPORTAR-GRUPO-EXIT
           END-IF.

      * Sin el registro cargado no se exporta: la lista se usa para
      * campanas telefonicas
           OPEN INPUT NO-LLAME.
           IF FS-NO-LLAME-NFD
               DISPLAY 'NO ESTA CARGADO EL REGISTRO NO LLAME: CORRA '
                   'CL21NOLL CARGA ANTES DE EXPORTAR'
               GO TO 4200-EXPORTAR-GRUPO-EXIT
           END-IF.
           IF NOT FS-NO-LLAME-OK
               DISPLAY 'ERROR AL ABRIR AGENDA_NO_LLAME.VSAM: '
                   FS-NO-LLAME
               GO TO 4200-EXPORTAR-GRUPO-EXIT
           END-IF.

           OPEN EXTEND EXCLUSIONES.
           IF NOT FS-EXCLUSIONES-OK
               OPEN OUTPUT EXCLUSIONES
           END-IF.

           PERFORM 4310-CARGAR-COMUNICACIONES
              THRU 4310-CARGAR-COMUNICACIONES-EXIT.
           PERFORM 4610-CARGAR-CONSENTIMIENTOS
              THRU 4610-CARGAR-CONSENTIMIENTOS-EXIT.
           MOVE 0 TO WS-EXP-EXPORTADOS.
           MOVE 0 TO WS-EXP-REEMPLAZADOS.
           MOVE 0 TO WS-EXP-EXCLUIDOS.

           OPEN OUTPUT GRUPO-EXPORT.
           IF NOT FS-GRUPO-EXPORT-OK
               DISPLAY 'ERROR AL ABRIR GRUPO_EXPORT.TXT: '
                   FS-GRUPO-EXPORT
               CLOSE NO-LLAME
                     EXCLUSIONES
               GO TO 4200-EXPORTAR-GRUPO-EXIT
           END-IF.

           IF NOT FS-AGENDA-OK
              DISPLAY 'ERROR AL START AGENDA: ' FS-AGENDA
              CLOSE GRUPO-EXPORT
                    NO-LLAME
                    EXCLUSIONES
              GO TO 4200-EXPORTAR-GRUPO-EXIT
           END-IF.

                  THRU 4040-BUSCAR-MIEMBRO-EXIT
               IF WS-MIE-FILA NOT EQUAL 0
                  AND AGENDA-ACTIVO
                   PERFORM 4210-EXPORTAR-CONTACTO
                      THRU 4210-EXPORTAR-CONTACTO-EXIT
               END-IF
               PERFORM 1110-LEER-AGENDA
                  THRU 1110-LEER-AGENDA-EXIT
           END-PERFORM.

           CLOSE GRUPO-EXPORT
                 NO-LLAME
                 EXCLUSIONES.
           DISPLAY 'Export del grupo ' WS-GRU-BUSCADO ' finalizado'.
           DISPLAY 'Contactos exportados: ' WS-EXP-EXPORTADOS.
           DISPLAY 'Exportados con otro numero (No Llame): '
               WS-EXP-REEMPLAZADOS.
           DISPLAY 'Contactos excluidos (No Llame): '
               WS-EXP-EXCLUIDOS.

       4200-EXPORTAR-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4210-EXPORTAR-CONTACTO.
      * Con consentimiento expreso el contacto sale con su numero
      * preferido. Si no, el preferido se consulta en el registro; si
      * esta, se busca otro numero libre del contacto en el archivo
      * de comunicaciones, y si no queda ninguno el contacto no sale.
           MOVE AGENDA-TELEFONO TO WS-TELEFONO-EXPORTAR.

           PERFORM 4650-BUSCAR-CONSENTIMIENTO
              THRU 4650-BUSCAR-CONSENTIMIENTO-EXIT.
           IF WS-CNS-FILA NOT EQUAL 0
              AND WS-CNS-CONSENTIMIENTO(WS-CNS-FILA) EQUAL 'S'
               PERFORM 4250-GRABAR-EXPORT
                  THRU 4250-GRABAR-EXPORT-EXIT
               GO TO 4210-EXPORTAR-CONTACTO-EXIT
           END-IF.

           MOVE AGENDA-TELEFONO TO WS-TELEFONO.
           PERFORM 4230-CONSULTAR-REGISTRO
              THRU 4230-CONSULTAR-REGISTRO-EXIT.
           IF WS-TELEFONO-REGISTRADO-NO
               PERFORM 4250-GRABAR-EXPORT
                  THRU 4250-GRABAR-EXPORT-EXIT
               GO TO 4210-EXPORTAR-CONTACTO-EXIT
           END-IF.

           MOVE SPACES TO WS-TELEFONO-EXPORTAR.
           PERFORM 4220-BUSCAR-NUMERO-LIBRE
              THRU 4220-BUSCAR-NUMERO-LIBRE-EXIT
              VARYING WS-COM-I FROM 1 BY 1
              UNTIL WS-COM-I > WS-COM-CANTIDAD
                 OR WS-TELEFONO-EXPORTAR NOT EQUAL SPACES.

           MOVE AGENDA-TELEFONO TO WS-TELEFONO.
           PERFORM 4240-GRABAR-EXCLUSION
              THRU 4240-GRABAR-EXCLUSION-EXIT.
           IF WS-TELEFONO-EXPORTAR EQUAL SPACES
               ADD 1 TO WS-EXP-EXCLUIDOS
               GO TO 4210-EXPORTAR-CONTACTO-EXIT
           END-IF.
           ADD 1 TO WS-EXP-REEMPLAZADOS.
           PERFORM 4250-GRABAR-EXPORT
              THRU 4250-GRABAR-EXPORT-EXIT.

       4210-EXPORTAR-CONTACTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4220-BUSCAR-NUMERO-LIBRE.
      * Otro telefono activo del contacto que no este en el registro;
      * los registrados que se saltean tambien quedan asentados
           IF WS-COM-ID(WS-COM-I) NOT EQUAL AGENDA-ID
              OR WS-COM-ESTADO(WS-COM-I) NOT EQUAL 'A'
              OR WS-COM-TIPO(WS-COM-I) EQUAL 'E'
              OR WS-COM-VALOR(WS-COM-I)(1:9) EQUAL AGENDA-TELEFONO
               GO TO 4220-BUSCAR-NUMERO-LIBRE-EXIT
           END-IF.

           MOVE WS-COM-VALOR(WS-COM-I)(1:9) TO WS-TELEFONO.
           PERFORM 4230-CONSULTAR-REGISTRO
              THRU 4230-CONSULTAR-REGISTRO-EXIT.
           IF WS-TELEFONO-REGISTRADO-SI
               PERFORM 4240-GRABAR-EXCLUSION
                  THRU 4240-GRABAR-EXCLUSION-EXIT
           ELSE
               MOVE WS-TELEFONO TO WS-TELEFONO-EXPORTAR
           END-IF.

       4220-BUSCAR-NUMERO-LIBRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4230-CONSULTAR-REGISTRO.
           SET WS-TELEFONO-REGISTRADO-NO TO TRUE.
           MOVE WS-TELEFONO TO NLL-TELEFONO.
           READ NO-LLAME KEY IS NLL-TELEFONO.
           EVALUATE TRUE
               WHEN FS-NO-LLAME-OK
                   SET WS-TELEFONO-REGISTRADO-SI TO TRUE
               WHEN FS-NO-LLAME-CLAVE-NFD
                   CONTINUE
               WHEN OTHER
      * Ante la duda el numero no sale
                   DISPLAY 'ERROR AL LEER AGENDA_NO_LLAME.VSAM: '
                       FS-NO-LLAME
                   SET WS-TELEFONO-REGISTRADO-SI TO TRUE
           END-EVALUATE.

       4230-CONSULTAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4240-GRABAR-EXCLUSION.
      * Asienta el numero de WS-TELEFONO que no se exporto; el
      * numero usado en su lugar es el que haya quedado en
      * WS-TELEFONO-EXPORTAR (blanco si el contacto quedo afuera, o
      * si todavia se esta buscando)
           MOVE FUNCTION CURRENT-DATE TO REG-EXC-TIMESTAMP.
           MOVE WS-OPERADOR           TO REG-EXC-OPERADOR.
           MOVE WS-GRU-BUSCADO        TO REG-EXC-GRUPO.
           MOVE AGENDA-ID             TO REG-EXC-ID.
           MOVE AGENDA-APELLIDO       TO REG-EXC-APELLIDO.
           MOVE AGENDA-NOMBRE         TO REG-EXC-NOMBRE.
           MOVE WS-TELEFONO           TO REG-EXC-TELEFONO.
           MOVE WS-TELEFONO-EXPORTAR  TO REG-EXC-TELEFONO-USADO.
           WRITE REG-EXCLUSION.

       4240-GRABAR-EXCLUSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4250-GRABAR-EXPORT.
           MOVE AGENDA-ID            TO REG-GEXP-ID.
           MOVE AGENDA-APELLIDO      TO REG-GEXP-APELLIDO.
           MOVE AGENDA-NOMBRE        TO REG-GEXP-NOMBRE.
           MOVE WS-TELEFONO-EXPORTAR TO REG-GEXP-TELEFONO.
           MOVE AGENDA-DIRECCION     TO REG-GEXP-DIRECCION.
           MOVE AGENDA-ESTADO        TO REG-GEXP-ESTADO.
           WRITE REG-GRUPO-EXPORT.
           ADD 1 TO WS-EXP-EXPORTADOS.

       4250-GRABAR-EXPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4300-GESTIONAR-COMUNICACIONES.
      * Telefonos y mails multiples del contacto: el preferido de
       4520-ASEGURAR-PREFERIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4600-GESTIONAR-CONSENTIMIENTO.
      * Consentimiento expreso del contacto para recibir llamadas:
      * con marca S sus numeros salen en el export de grupos aunque
      * esten en el registro "No Llame". Se guarda la marca con la
      * fecha en que se dio (o se retiro), un renglon por contacto.
           DISPLAY 'ID del contacto: ' WITH NO ADVANCING.
           ACCEPT WS-ID.
           IF WS-ID IS NOT NUMERIC
               DISPLAY 'El ID ingresado es invalido.'
               GO TO 4600-GESTIONAR-CONSENTIMIENTO-EXIT
           END-IF.

           MOVE WS-ID TO AGENDA-ID.
           START AGENDA KEY IS = AGENDA-ID.
           IF NOT FS-AGENDA-OK
               DISPLAY 'El contacto ' WS-ID ' no existe'
               GO TO 4600-GESTIONAR-CONSENTIMIENTO-EXIT
           END-IF.
           PERFORM 1110-LEER-AGENDA
              THRU 1110-LEER-AGENDA-EXIT.
           IF AGENDA-INACTIVO
               DISPLAY 'El contacto esta borrado, restaurelo primero'
               GO TO 4600-GESTIONAR-CONSENTIMIENTO-EXIT
           END-IF.

           PERFORM 4610-CARGAR-CONSENTIMIENTOS
              THRU 4610-CARGAR-CONSENTIMIENTOS-EXIT.
           PERFORM 4650-BUSCAR-CONSENTIMIENTO
              THRU 4650-BUSCAR-CONSENTIMIENTO-EXIT.

           MOVE SPACES TO WS-AUDIT-VALOR-ANTERIOR.
           IF WS-CNS-FILA EQUAL 0
               DISPLAY 'Consentimiento de ' AGENDA-APELLIDO
                   ': sin cargar'
           ELSE
               DISPLAY 'Consentimiento de ' AGENDA-APELLIDO ': '
                   WS-CNS-CONSENTIMIENTO(WS-CNS-FILA) ' desde '
                   WS-CNS-FECHA(WS-CNS-FILA)
               MOVE WS-CNS-CONSENTIMIENTO(WS-CNS-FILA)
                 TO WS-AUDIT-VALOR-ANTERIOR(1:1)
               MOVE WS-CNS-FECHA(WS-CNS-FILA)
                 TO WS-AUDIT-VALOR-ANTERIOR(3:8)
           END-IF.

           DISPLAY 'Consiente ser llamado? (S/N): ' WITH NO ADVANCING.
           ACCEPT WS-CNS-NUEVO.
           MOVE FUNCTION UPPER-CASE(WS-CNS-NUEVO) TO WS-CNS-NUEVO.
           IF WS-CNS-NUEVO NOT EQUAL 'S'
              AND WS-CNS-NUEVO NOT EQUAL 'N'
               DISPLAY 'Debe responder S o N'
               GO TO 4600-GESTIONAR-CONSENTIMIENTO-EXIT
           END-IF.

           DISPLAY 'Fecha en que lo dio (AAAAMMDD, blanco = hoy): '
               WITH NO ADVANCING.
           ACCEPT WS-CNS-FECHA-NUEVA.
           IF WS-CNS-FECHA-NUEVA EQUAL SPACES
               ACCEPT WS-CNS-FECHA-NUEVA FROM DATE YYYYMMDD
           END-IF.
           IF WS-CNS-FECHA-NUEVA IS NOT NUMERIC
              OR WS-CNS-FECHA-NUEVA > FUNCTION CURRENT-DATE(1:8)
               DISPLAY 'Fecha invalida'
               GO TO 4600-GESTIONAR-CONSENTIMIENTO-EXIT
           END-IF.

           IF WS-CNS-FILA EQUAL 0
               IF WS-CNS-CANTIDAD < 2000
                   ADD 1 TO WS-CNS-CANTIDAD
                   MOVE WS-CNS-CANTIDAD TO WS-CNS-FILA
                   MOVE AGENDA-ID TO WS-CNS-ID(WS-CNS-FILA)
               ELSE
                   DISPLAY 'No entran mas consentimientos '
                       '(maximo 2000)'
                   GO TO 4600-GESTIONAR-CONSENTIMIENTO-EXIT
               END-IF
           END-IF.
           MOVE WS-CNS-NUEVO TO WS-CNS-CONSENTIMIENTO(WS-CNS-FILA).
           MOVE WS-CNS-FECHA-NUEVA TO WS-CNS-FECHA(WS-CNS-FILA).
           PERFORM 4690-REGRABAR-CONSENTIMIENTOS
              THRU 4690-REGRABAR-CONSENTIMIENTOS-EXIT.

           MOVE 'CONSENTIMIENTO' TO WS-AUDIT-CAMPO.
           MOVE SPACES TO WS-AUDIT-VALOR-NUEVO.
           MOVE WS-CNS-NUEVO TO WS-AUDIT-VALOR-NUEVO(1:1).
           MOVE WS-CNS-FECHA-NUEVA TO WS-AUDIT-VALOR-NUEVO(3:8).
           PERFORM 2950-GRABAR-AUDITORIA
              THRU 2950-GRABAR-AUDITORIA-EXIT.
           DISPLAY 'Consentimiento registrado'.

       4600-GESTIONAR-CONSENTIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4610-CARGAR-CONSENTIMIENTOS.
           MOVE 0 TO WS-CNS-CANTIDAD.
           MOVE 'FALSE' TO WS-CONSENTIMIENTOS-EOF.

           OPEN INPUT CONSENTIMIENTOS.
           IF FS-CONSENTIMIENTOS-NFD
      * Primer uso: nadie dio todavia su consentimiento
               GO TO 4610-CARGAR-CONSENTIMIENTOS-EXIT
           END-IF.
           IF NOT FS-CONSENTIMIENTOS-OK
               DISPLAY 'ERROR AL ABRIR AGENDA_CONSENTIMIENTOS.TXT: '
                   FS-CONSENTIMIENTOS
               GO TO 4610-CARGAR-CONSENTIMIENTOS-EXIT
           END-IF.

           PERFORM 4615-LEER-CONSENTIMIENTO
              THRU 4615-LEER-CONSENTIMIENTO-EXIT
              UNTIL WS-CONSENTIMIENTOS-EOF-YES.
           CLOSE CONSENTIMIENTOS.

       4610-CARGAR-CONSENTIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4615-LEER-CONSENTIMIENTO.
           READ CONSENTIMIENTOS
               AT END
                   SET WS-CONSENTIMIENTOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CNS-CANTIDAD < 2000
                       ADD 1 TO WS-CNS-CANTIDAD
                       MOVE REG-CNS-ID
                         TO WS-CNS-ID(WS-CNS-CANTIDAD)
                       MOVE REG-CNS-CONSENTIMIENTO
                         TO WS-CNS-CONSENTIMIENTO(WS-CNS-CANTIDAD)
                       MOVE REG-CNS-FECHA
                         TO WS-CNS-FECHA(WS-CNS-CANTIDAD)
                   END-IF
           END-READ.

       4615-LEER-CONSENTIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4650-BUSCAR-CONSENTIMIENTO.
      * Busca el renglon de AGENDA-ID; fila 0 = no esta
           MOVE 0 TO WS-CNS-FILA.
           PERFORM 4655-COMPARAR-CONSENTIMIENTO
              THRU 4655-COMPARAR-CONSENTIMIENTO-EXIT
              VARYING WS-CNS-I FROM 1 BY 1
              UNTIL WS-CNS-I > WS-CNS-CANTIDAD
                 OR WS-CNS-FILA NOT EQUAL 0.

       4650-BUSCAR-CONSENTIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4655-COMPARAR-CONSENTIMIENTO.
           IF WS-CNS-ID(WS-CNS-I) EQUAL AGENDA-ID
               MOVE WS-CNS-I TO WS-CNS-FILA
           END-IF.

       4655-COMPARAR-CONSENTIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4690-REGRABAR-CONSENTIMIENTOS.
           OPEN OUTPUT SAL-CONSENTIMIENTOS.
           IF NOT FS-SAL-CONSENTIMIENTOS-OK
               DISPLAY 'ERROR AL REGRABAR '
                   'AGENDA_CONSENTIMIENTOS.TXT: '
                   FS-SAL-CONSENTIMIENTOS
               GO TO 4690-REGRABAR-CONSENTIMIENTOS-EXIT
           END-IF.
           PERFORM 4695-GRABAR-CONSENTIMIENTO
              THRU 4695-GRABAR-CONSENTIMIENTO-EXIT
              VARYING WS-CNS-I FROM 1 BY 1
              UNTIL WS-CNS-I > WS-CNS-CANTIDAD.
           CLOSE SAL-CONSENTIMIENTOS.

       4690-REGRABAR-CONSENTIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4695-GRABAR-CONSENTIMIENTO.
           MOVE WS-CNS-ID(WS-CNS-I)    TO REG-SCNS-ID.
           MOVE WS-CNS-CONSENTIMIENTO(WS-CNS-I)
             TO REG-SCNS-CONSENTIMIENTO.
           MOVE WS-CNS-FECHA(WS-CNS-I) TO REG-SCNS-FECHA.
           WRITE REG-SAL-CONSENTIMIENTO.

       4695-GRABAR-CONSENTIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-ACTUALIZAR-AGENDA.
           SET WS-ACTUALIZAR-AGENDA-NO TO TRUE.
