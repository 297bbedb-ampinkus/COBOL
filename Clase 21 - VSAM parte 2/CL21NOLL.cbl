      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: CL21NOLL - Registro nacional "No Llame" para la
      *          agenda. Dos modos, por parametro:
      *          CARGA   - carga NO_LLAME_PADRON.TXT (el padron tal
      *                    como lo entrega el registro, completo cada
      *                    vez) en AGENDA_NO_LLAME.VSAM, indexado por
      *                    telefono, que es el que consulta la opcion
      *                    EGR de CL21EJ1 antes de exportar un grupo.
      *                    Despues toma la foto del estado de cada
      *                    contacto en AGENDA_NOLLAME_ESTADO.TXT.
      *          BARRIDO - recalcula el estado de cada contacto y
      *                    lista los que cambiaron desde la ultima
      *                    carga (telefonos nuevos o cambiados, datos
      *                    de comunicacion, consentimientos, bajas).
      *          El estado sale de todos los telefonos del contacto
      *          (AGENDA-TELEFONO y los de AGENDA_COMUNICACIONES.TXT)
      *          y del consentimiento de AGENDA_CONSENTIMIENTOS.TXT:
      *          L libre (ningun numero en el registro), P parcial
      *          (alguno registrado, queda otro para llamar), B
      *          bloqueado (todos registrados y sin consentimiento),
      *          C con consentimiento (alguno registrado, pero el
      *          contacto dio su consentimiento expreso), I inactivo.
      *          Los cambios de cada corrida van a NOLLAME_CAMBIOS.TXT
      *          (en CARGA, los que produjo el padron nuevo).
      *          Uso: CL21NOLL <CARGA|BARRIDO>
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL21NOLL.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT AGENDA
           ASSIGN TO '../AGENDA.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGENDA-ID
           ALTERNATE RECORD KEY IS AGENDA-TELEFONO WITH DUPLICATES
           FILE STATUS IS FS-AGENDA.

      * Padron recibido del registro nacional, un numero por linea
       SELECT PADRON
           ASSIGN TO '../NO_LLAME_PADRON.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PADRON.

      * Registro "No Llame" cargado, con clave el telefono
       SELECT NO-LLAME
           ASSIGN TO '../AGENDA_NO_LLAME.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLL-TELEFONO
           FILE STATUS IS FS-NO-LLAME.

       SELECT CONTACTOS
           ASSIGN TO '../AGENDA_COMUNICACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTACTOS.

       SELECT CONSENTIMIENTOS
           ASSIGN TO '../AGENDA_CONSENTIMIENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSENTIMIENTOS.

      * Foto del estado de cada contacto a la ultima carga
       SELECT ESTADOS
           ASSIGN TO '../AGENDA_NOLLAME_ESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADOS.

       SELECT SAL-ESTADOS
           ASSIGN TO '../AGENDA_NOLLAME_ESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ESTADOS.

       SELECT SAL-CAMBIOS
           ASSIGN TO '../NOLLAME_CAMBIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CAMBIOS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD AGENDA.
       01 REG-AGENDA.
          05 AGENDA-ID                  PIC 9(08).
          05 AGENDA-APELLIDO            PIC X(25).
          05 AGENDA-NOMBRE              PIC X(25).
          05 AGENDA-TELEFONO            PIC X(09).
          05 AGENDA-DIRECCION           PIC X(22).
          05 AGENDA-ESTADO              PIC X(01).
             88 AGENDA-ACTIVO                VALUE 'A'.
             88 AGENDA-INACTIVO              VALUE 'I'.

       FD PADRON.
       01 REG-PADRON.
      * Telefono en el formato de la agenda, AAA-NNNNN
          05 REG-PAD-TELEFONO           PIC X(09).
      * Fecha en que el titular se inscribio en el registro
          05 REG-PAD-FECHA-ALTA         PIC 9(08).

       FD NO-LLAME.
       01 REG-NO-LLAME.
          05 NLL-TELEFONO               PIC X(09).
          05 NLL-FECHA-ALTA             PIC 9(08).
      * Fecha de la carga que trajo el numero
          05 NLL-FECHA-CARGA            PIC 9(08).

       FD CONTACTOS.
       01 REG-CONTACTO.
          05 REG-CON-ID                 PIC 9(08).
          05 REG-CON-TIPO               PIC X(01).
          05 REG-CON-VALOR              PIC X(40).
          05 REG-CON-PREFERIDO          PIC X(01).
          05 REG-CON-ESTADO             PIC X(01).

       FD CONSENTIMIENTOS.
       01 REG-CONSENTIMIENTO.
          05 REG-CNS-ID                 PIC 9(08).
      * S = consentimiento expreso para ser llamado, N = no
          05 REG-CNS-CONSENTIMIENTO     PIC X(01).
      * Fecha en que se dio (o se retiro) el consentimiento
          05 REG-CNS-FECHA              PIC 9(08).

       FD ESTADOS.
       01 REG-ESTADO.
          05 REG-EST-ID                 PIC 9(08).
          05 REG-EST-ESTADO             PIC X(01).
          05 REG-EST-CANT-TEL           PIC 9(02).
          05 REG-EST-CANT-REGISTRADOS   PIC 9(02).
          05 REG-EST-FECHA-CARGA        PIC 9(08).

       FD SAL-ESTADOS.
       01 REG-SAL-ESTADO.
          05 REG-SEST-ID                PIC 9(08).
          05 REG-SEST-ESTADO            PIC X(01).
          05 REG-SEST-CANT-TEL          PIC 9(02).
          05 REG-SEST-CANT-REGISTRADOS  PIC 9(02).
          05 REG-SEST-FECHA-CARGA       PIC 9(08).

       FD SAL-CAMBIOS.
       01 FD-CAMBIOS-LINEA              PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-AGENDA              PIC X(2).
             88 FS-AGENDA-OK             VALUE '00'.
             88 FS-AGENDA-EOF            VALUE '10'.
             88 FS-AGENDA-NFD            VALUE '35'.
          05 FS-PADRON              PIC X(2).
             88 FS-PADRON-OK             VALUE '00'.
             88 FS-PADRON-EOF            VALUE '10'.
             88 FS-PADRON-NFD            VALUE '35'.
          05 FS-NO-LLAME            PIC X(2).
             88 FS-NO-LLAME-OK           VALUE '00'.
             88 FS-NO-LLAME-DUPLICADO    VALUE '22'.
             88 FS-NO-LLAME-CLAVE-NFD    VALUE '23'.
             88 FS-NO-LLAME-NFD          VALUE '35'.
          05 FS-CONTACTOS           PIC X(2).
             88 FS-CONTACTOS-OK          VALUE '00'.
             88 FS-CONTACTOS-EOF         VALUE '10'.
             88 FS-CONTACTOS-NFD         VALUE '35'.
          05 FS-CONSENTIMIENTOS     PIC X(2).
             88 FS-CONSENTIMIENTOS-OK    VALUE '00'.
             88 FS-CONSENTIMIENTOS-EOF   VALUE '10'.
             88 FS-CONSENTIMIENTOS-NFD   VALUE '35'.
          05 FS-ESTADOS             PIC X(2).
             88 FS-ESTADOS-OK            VALUE '00'.
             88 FS-ESTADOS-EOF           VALUE '10'.
             88 FS-ESTADOS-NFD           VALUE '35'.
          05 FS-SAL-ESTADOS         PIC X(2).
             88 FS-SAL-ESTADOS-OK        VALUE '00'.
          05 FS-SAL-CAMBIOS         PIC X(2).
             88 FS-SAL-CAMBIOS-OK        VALUE '00'.

      * Modo pedido por parametro
       01 WS-LINEA-COMANDO          PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO              PIC X(10) VALUE SPACES.
          88 WS-MODO-CARGA              VALUE 'CARGA'.
          88 WS-MODO-BARRIDO            VALUE 'BARRIDO'.

       01 WS-FECHA-PROCESO          PIC 9(08) VALUE 0.
      * Fecha de la carga contra la que se compara (la de la foto)
       01 WS-FECHA-ULTIMA-CARGA     PIC 9(08) VALUE 0.

      * Switches de fin de archivo
       01 WS-PADRON-EOF             PIC X(05) VALUE 'FALSE'.
          88 WS-PADRON-EOF-YES          VALUE 'TRUE'.
          88 WS-PADRON-EOF-NO           VALUE 'FALSE'.
       01 WS-CONTACTOS-EOF          PIC X(05) VALUE 'FALSE'.
          88 WS-CONTACTOS-EOF-YES       VALUE 'TRUE'.
          88 WS-CONTACTOS-EOF-NO        VALUE 'FALSE'.
       01 WS-CONSENTIMIENTOS-EOF    PIC X(05) VALUE 'FALSE'.
          88 WS-CONSENTIMIENTOS-EOF-YES VALUE 'TRUE'.
          88 WS-CONSENTIMIENTOS-EOF-NO  VALUE 'FALSE'.
       01 WS-ESTADOS-EOF            PIC X(05) VALUE 'FALSE'.
          88 WS-ESTADOS-EOF-YES         VALUE 'TRUE'.
          88 WS-ESTADOS-EOF-NO          VALUE 'FALSE'.

      * Telefono a validar, mismo formato AAA-NNNNN que CL21EJ1
       01 WS-TELEFONO               PIC X(09) VALUE SPACES.
       01 WS-TELEFONO-VALIDO        PIC X(03) VALUE 'SI'.
          88 WS-TELEFONO-VALIDO-SI      VALUE 'SI'.
          88 WS-TELEFONO-VALIDO-NO      VALUE 'NO'.
       01 WS-TELEFONO-REGISTRADO    PIC X(02) VALUE 'NO'.
          88 WS-TELEFONO-REGISTRADO-SI  VALUE 'SI'.
          88 WS-TELEFONO-REGISTRADO-NO  VALUE 'NO'.

      * Datos de comunicacion en memoria
       01 WS-COMUNICACIONES-DATOS.
          05 WS-COM-CANTIDAD        PIC 9(04) VALUE 0.
          05 WS-COM-I               PIC 9(04) VALUE 1.
          05 WS-COM-ENTRADA OCCURS 2000 TIMES.
             10 WS-COM-ID           PIC 9(08).
             10 WS-COM-TIPO         PIC X(01).
             10 WS-COM-VALOR        PIC X(40).
             10 WS-COM-ESTADO       PIC X(01).

      * Consentimientos en memoria
       01 WS-CONSENTIMIENTOS-DATOS.
          05 WS-CNS-CANTIDAD        PIC 9(04) VALUE 0.
          05 WS-CNS-I               PIC 9(04) VALUE 1.
          05 WS-CNS-ENTRADA OCCURS 2000 TIMES.
             10 WS-CNS-ID           PIC 9(08).
             10 WS-CNS-CONSENTIMIENTO PIC X(01).
             10 WS-CNS-FECHA        PIC 9(08).
       01 WS-CNS-FILA               PIC 9(04) VALUE 0.

      * Foto de la ultima carga en memoria
       01 WS-ESTADOS-DATOS.
          05 WS-EST-CANTIDAD        PIC 9(04) VALUE 0.
          05 WS-EST-I               PIC 9(04) VALUE 1.
          05 WS-EST-ENTRADA OCCURS 2000 TIMES.
             10 WS-EST-ID           PIC 9(08).
             10 WS-EST-ESTADO       PIC X(01).
             10 WS-EST-CANT-TEL     PIC 9(02).
             10 WS-EST-CANT-REGISTRADOS PIC 9(02).
       01 WS-EST-FILA               PIC 9(04) VALUE 0.

      * Estado calculado del contacto en curso
       01 WS-ESTADO-ACTUAL          PIC X(01) VALUE SPACE.
          88 WS-ESTADO-LIBRE            VALUE 'L'.
          88 WS-ESTADO-PARCIAL          VALUE 'P'.
          88 WS-ESTADO-BLOQUEADO        VALUE 'B'.
          88 WS-ESTADO-CONSENTIDO       VALUE 'C'.
          88 WS-ESTADO-INACTIVO         VALUE 'I'.
       01 WS-ESTADO-ANTERIOR        PIC X(01) VALUE SPACE.
       01 WS-CANT-TEL               PIC 9(02) VALUE 0.
       01 WS-CANT-REGISTRADOS       PIC 9(02) VALUE 0.
       01 WS-ESTADO-CODIGO          PIC X(01) VALUE SPACE.
       01 WS-ESTADO-DESCRIPCION     PIC X(12) VALUE SPACES.

      * Contadores
       01 WS-CONTADORES.
          05 WS-CANT-PADRON         PIC 9(07) VALUE 0.
          05 WS-CANT-CARGADOS       PIC 9(07) VALUE 0.
          05 WS-CANT-DUPLICADOS     PIC 9(07) VALUE 0.
          05 WS-CANT-INVALIDOS      PIC 9(07) VALUE 0.
          05 WS-CANT-CONTACTOS      PIC 9(06) VALUE 0.
          05 WS-CANT-BLOQUEADOS     PIC 9(06) VALUE 0.
          05 WS-CANT-CAMBIOS        PIC 9(06) VALUE 0.

      * Lineas del listado de cambios
       01 WS-CAMBIOS-TITULO.
          05 FILLER                 PIC X(24)
             VALUE 'CAMBIOS NO LLAME - MODO '.
          05 WS-TIT-MODO            PIC X(08).
          05 FILLER                 PIC X(08) VALUE ' - HOY: '.
          05 WS-TIT-FECHA           PIC 9999/99/99.
          05 FILLER                 PIC X(17)
             VALUE ' - ULTIMA CARGA: '.
          05 WS-TIT-FECHA-CARGA     PIC 9999/99/99.
       01 WS-CAMBIOS-DETALLE.
          05 WS-CAM-ID              PIC 9(08).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-CAM-APELLIDO        PIC X(25).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-CAM-NOMBRE          PIC X(25).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-CAM-ANTERIOR        PIC X(12).
          05 FILLER                 PIC X(04) VALUE ' -> '.
          05 WS-CAM-ACTUAL          PIC X(12).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-CAM-REGISTRADOS     PIC Z9.
          05 FILLER                 PIC X(01) VALUE '/'.
          05 WS-CAM-CANT-TEL        PIC Z9.
          05 FILLER                 PIC X(12) VALUE ' REGISTRADOS'.
       01 WS-CAMBIOS-TOTAL.
          05 WS-CAM-LEYENDA         PIC X(40).
          05 WS-CAM-CANTIDAD        PIC ZZZZZZ9.
          05 FILLER                 PIC X(73) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           IF WS-MODO-CARGA
               PERFORM 2000-CARGAR-PADRON
                  THRU 2000-CARGAR-PADRON-EXIT
           END-IF.

           PERFORM 3000-BARRER-AGENDA
              THRU 3000-BARRER-AGENDA-EXIT.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO.
           MOVE FUNCTION UPPER-CASE(WS-PARM-MODO) TO WS-PARM-MODO.
           IF NOT WS-MODO-CARGA
              AND NOT WS-MODO-BARRIDO
               DISPLAY 'USO: CL21NOLL <CARGA|BARRIDO>'
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

      * La foto anterior: en CARGA es contra lo que se miden los
      * cambios del padron nuevo (la primera vez no hay ninguna); en
      * BARRIDO es la de la ultima carga y tiene que existir.
           PERFORM 1200-CARGAR-ESTADOS
              THRU 1200-CARGAR-ESTADOS-EXIT.

           PERFORM 1300-CARGAR-COMUNICACIONES
              THRU 1300-CARGAR-COMUNICACIONES-EXIT.

           PERFORM 1400-CARGAR-CONSENTIMIENTOS
              THRU 1400-CARGAR-CONSENTIMIENTOS-EXIT.

           OPEN INPUT AGENDA.
           IF NOT FS-AGENDA-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA'
               DISPLAY 'FILE STATUS: ' FS-AGENDA
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SAL-CAMBIOS.
           IF NOT FS-SAL-CAMBIOS-OK
               DISPLAY 'ERROR AL ABRIR NOLLAME_CAMBIOS.TXT'
               DISPLAY 'FILE STATUS: ' FS-SAL-CAMBIOS
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-ESTADOS.
           MOVE 0 TO WS-EST-CANTIDAD.
           OPEN INPUT ESTADOS.
           EVALUATE TRUE
               WHEN FS-ESTADOS-OK
                   PERFORM 1210-LEER-ESTADO
                      THRU 1210-LEER-ESTADO-EXIT
                      UNTIL WS-ESTADOS-EOF-YES
                   CLOSE ESTADOS
               WHEN FS-ESTADOS-NFD
                   IF WS-MODO-BARRIDO
                       DISPLAY 'NO SE ENCUENTRA '
                           'AGENDA_NOLLAME_ESTADO.TXT: CORRA PRIMERO '
                           'CL21NOLL CARGA'
                       MOVE 99 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AGENDA_NOLLAME_ESTADO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ESTADOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-ESTADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-ESTADO.
           READ ESTADOS
               AT END
                   SET WS-ESTADOS-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-EST-FECHA-CARGA TO WS-FECHA-ULTIMA-CARGA
                   IF WS-EST-CANTIDAD < 2000
                       ADD 1 TO WS-EST-CANTIDAD
                       MOVE REG-EST-ID
                         TO WS-EST-ID(WS-EST-CANTIDAD)
                       MOVE REG-EST-ESTADO
                         TO WS-EST-ESTADO(WS-EST-CANTIDAD)
                       MOVE REG-EST-CANT-TEL
                         TO WS-EST-CANT-TEL(WS-EST-CANTIDAD)
                       MOVE REG-EST-CANT-REGISTRADOS
                         TO WS-EST-CANT-REGISTRADOS(WS-EST-CANTIDAD)
                   END-IF
           END-READ.

       1210-LEER-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-COMUNICACIONES.
           MOVE 0 TO WS-COM-CANTIDAD.
           OPEN INPUT CONTACTOS.
           IF FS-CONTACTOS-NFD
      * Sin archivo de comunicaciones solo cuenta AGENDA-TELEFONO
               GO TO 1300-CARGAR-COMUNICACIONES-EXIT
           END-IF.
           IF NOT FS-CONTACTOS-OK
               DISPLAY 'ERROR AL ABRIR AGENDA_COMUNICACIONES.TXT: '
                   FS-CONTACTOS
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1310-LEER-COMUNICACION
              THRU 1310-LEER-COMUNICACION-EXIT
              UNTIL WS-CONTACTOS-EOF-YES.
           CLOSE CONTACTOS.

       1300-CARGAR-COMUNICACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-COMUNICACION.
           READ CONTACTOS
               AT END
                   SET WS-CONTACTOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-COM-CANTIDAD < 2000
                       ADD 1 TO WS-COM-CANTIDAD
                       MOVE REG-CON-ID
                         TO WS-COM-ID(WS-COM-CANTIDAD)
                       MOVE REG-CON-TIPO
                         TO WS-COM-TIPO(WS-COM-CANTIDAD)
                       MOVE REG-CON-VALOR
                         TO WS-COM-VALOR(WS-COM-CANTIDAD)
                       MOVE REG-CON-ESTADO
                         TO WS-COM-ESTADO(WS-COM-CANTIDAD)
                   END-IF
           END-READ.

       1310-LEER-COMUNICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARGAR-CONSENTIMIENTOS.
           MOVE 0 TO WS-CNS-CANTIDAD.
           OPEN INPUT CONSENTIMIENTOS.
           IF FS-CONSENTIMIENTOS-NFD
      * Nadie dio todavia su consentimiento
               GO TO 1400-CARGAR-CONSENTIMIENTOS-EXIT
           END-IF.
           IF NOT FS-CONSENTIMIENTOS-OK
               DISPLAY 'ERROR AL ABRIR AGENDA_CONSENTIMIENTOS.TXT: '
                   FS-CONSENTIMIENTOS
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1410-LEER-CONSENTIMIENTO
              THRU 1410-LEER-CONSENTIMIENTO-EXIT
              UNTIL WS-CONSENTIMIENTOS-EOF-YES.
           CLOSE CONSENTIMIENTOS.

       1400-CARGAR-CONSENTIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-CONSENTIMIENTO.
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

       1410-LEER-CONSENTIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CARGAR-PADRON.
      * El registro entrega el padron completo: el archivo indexado
      * se recrea en cada carga, y lo que ya no viene deja de estar
      * bloqueado.
           OPEN INPUT PADRON.
           EVALUATE TRUE
               WHEN FS-PADRON-OK
                   CONTINUE
               WHEN FS-PADRON-NFD
                   DISPLAY 'NO SE ENCUENTRA NO_LLAME_PADRON.TXT'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR NO_LLAME_PADRON.TXT'
                   DISPLAY 'FILE STATUS: ' FS-PADRON
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT NO-LLAME.
           IF NOT FS-NO-LLAME-OK
               DISPLAY 'ERROR AL RECREAR AGENDA_NO_LLAME.VSAM'
               DISPLAY 'FILE STATUS: ' FS-NO-LLAME
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-LEER-PADRON
              THRU 2100-LEER-PADRON-EXIT
              UNTIL WS-PADRON-EOF-YES.

           CLOSE PADRON
                 NO-LLAME.

           MOVE WS-FECHA-PROCESO TO WS-FECHA-ULTIMA-CARGA.
           DISPLAY 'NUMEROS EN EL PADRON      : ' WS-CANT-PADRON.
           DISPLAY 'NUMEROS CARGADOS          : ' WS-CANT-CARGADOS.
           DISPLAY 'NUMEROS REPETIDOS         : ' WS-CANT-DUPLICADOS.
           DISPLAY 'NUMEROS CON FORMATO MALO  : ' WS-CANT-INVALIDOS.

       2000-CARGAR-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-PADRON.
           READ PADRON
               AT END
                   SET WS-PADRON-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-PADRON
                   PERFORM 2200-CARGAR-NUMERO
                      THRU 2200-CARGAR-NUMERO-EXIT
           END-READ.

       2100-LEER-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-CARGAR-NUMERO.
      * Un numero que no tiene el formato de la agenda nunca va a
      * coincidir con un contacto: se cuenta y se avisa.
           MOVE REG-PAD-TELEFONO TO WS-TELEFONO.
           PERFORM 2900-VALIDAR-TELEFONO
              THRU 2900-VALIDAR-TELEFONO-EXIT.
           IF WS-TELEFONO-VALIDO-NO
               ADD 1 TO WS-CANT-INVALIDOS
               DISPLAY 'Numero con formato invalido, se omite: '
                   REG-PAD-TELEFONO
               GO TO 2200-CARGAR-NUMERO-EXIT
           END-IF.

           MOVE REG-PAD-TELEFONO TO NLL-TELEFONO.
           IF REG-PAD-FECHA-ALTA IS NUMERIC
               MOVE REG-PAD-FECHA-ALTA TO NLL-FECHA-ALTA
           ELSE
               MOVE 0 TO NLL-FECHA-ALTA
           END-IF.
           MOVE WS-FECHA-PROCESO TO NLL-FECHA-CARGA.
           WRITE REG-NO-LLAME.
           EVALUATE TRUE
               WHEN FS-NO-LLAME-OK
                   ADD 1 TO WS-CANT-CARGADOS
               WHEN FS-NO-LLAME-DUPLICADO
                   ADD 1 TO WS-CANT-DUPLICADOS
               WHEN OTHER
                   DISPLAY 'ERROR AL CARGAR EL NUMERO ' NLL-TELEFONO
                   DISPLAY 'FILE STATUS: ' FS-NO-LLAME
           END-EVALUATE.

       2200-CARGAR-NUMERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-VALIDAR-TELEFONO.
      * Formato AAA-NNNNN, el mismo de 2195-VALIDAR-TELEFONO de
      * CL21EJ1
           SET WS-TELEFONO-VALIDO-SI TO TRUE.

           IF WS-TELEFONO(1:3) IS NOT NUMERIC
               SET WS-TELEFONO-VALIDO-NO TO TRUE
           END-IF

           IF WS-TELEFONO(4:1) NOT EQUAL '-'
               SET WS-TELEFONO-VALIDO-NO TO TRUE
           END-IF

           IF WS-TELEFONO(5:5) IS NOT NUMERIC
               SET WS-TELEFONO-VALIDO-NO TO TRUE
           END-IF.

       2900-VALIDAR-TELEFONO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-BARRER-AGENDA.
           OPEN INPUT NO-LLAME.
           EVALUATE TRUE
               WHEN FS-NO-LLAME-OK
                   CONTINUE
               WHEN FS-NO-LLAME-NFD
                   DISPLAY 'NO SE ENCUENTRA AGENDA_NO_LLAME.VSAM: '
                       'CORRA PRIMERO CL21NOLL CARGA'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AGENDA_NO_LLAME.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-NO-LLAME
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * En CARGA la foto se regraba con el estado recien calculado
           IF WS-MODO-CARGA
               OPEN OUTPUT SAL-ESTADOS
               IF NOT FS-SAL-ESTADOS-OK
                   DISPLAY 'ERROR AL GRABAR AGENDA_NOLLAME_ESTADO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-SAL-ESTADOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-PARM-MODO          TO WS-TIT-MODO.
           MOVE WS-FECHA-PROCESO      TO WS-TIT-FECHA.
           MOVE WS-FECHA-ULTIMA-CARGA TO WS-TIT-FECHA-CARGA.
           WRITE FD-CAMBIOS-LINEA FROM WS-CAMBIOS-TITULO.

           MOVE 0 TO AGENDA-ID.
           START AGENDA KEY IS >= AGENDA-ID.
           IF FS-AGENDA-OK
               PERFORM 3010-LEER-AGENDA
                  THRU 3010-LEER-AGENDA-EXIT
               PERFORM 3100-EVALUAR-CONTACTO
                  THRU 3100-EVALUAR-CONTACTO-EXIT
                  UNTIL FS-AGENDA-EOF
           END-IF.

           CLOSE NO-LLAME.
           IF WS-MODO-CARGA
               CLOSE SAL-ESTADOS
           END-IF.

       3000-BARRER-AGENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3010-LEER-AGENDA.
           READ AGENDA NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                   CONTINUE
               WHEN FS-AGENDA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

       3010-LEER-AGENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-EVALUAR-CONTACTO.
           ADD 1 TO WS-CANT-CONTACTOS.
           PERFORM 3200-CALCULAR-ESTADO
              THRU 3200-CALCULAR-ESTADO-EXIT.
           IF WS-ESTADO-BLOQUEADO
               ADD 1 TO WS-CANT-BLOQUEADOS
           END-IF.

      * Estado en la foto; un contacto que no estaba es un alta
      * posterior a la carga y se lista siempre
           MOVE SPACE TO WS-ESTADO-ANTERIOR.
           MOVE 0 TO WS-EST-FILA.
           PERFORM 3110-BUSCAR-ESTADO
              THRU 3110-BUSCAR-ESTADO-EXIT
              VARYING WS-EST-I FROM 1 BY 1
              UNTIL WS-EST-I > WS-EST-CANTIDAD
                 OR WS-EST-FILA NOT EQUAL 0.
           IF WS-EST-FILA NOT EQUAL 0
               MOVE WS-EST-ESTADO(WS-EST-FILA) TO WS-ESTADO-ANTERIOR
           END-IF.

           IF WS-ESTADO-ANTERIOR NOT EQUAL WS-ESTADO-ACTUAL
               PERFORM 3300-LISTAR-CAMBIO
                  THRU 3300-LISTAR-CAMBIO-EXIT
           END-IF.

           IF WS-MODO-CARGA
               MOVE AGENDA-ID             TO REG-SEST-ID
               MOVE WS-ESTADO-ACTUAL      TO REG-SEST-ESTADO
               MOVE WS-CANT-TEL           TO REG-SEST-CANT-TEL
               MOVE WS-CANT-REGISTRADOS   TO REG-SEST-CANT-REGISTRADOS
               MOVE WS-FECHA-PROCESO      TO REG-SEST-FECHA-CARGA
               WRITE REG-SAL-ESTADO
           END-IF.

           PERFORM 3010-LEER-AGENDA
              THRU 3010-LEER-AGENDA-EXIT.

       3100-EVALUAR-CONTACTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3110-BUSCAR-ESTADO.
           IF WS-EST-ID(WS-EST-I) EQUAL AGENDA-ID
               MOVE WS-EST-I TO WS-EST-FILA
           END-IF.

       3110-BUSCAR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-CALCULAR-ESTADO.
      * Cuenta los telefonos del contacto (el de la agenda y los
      * activos de comunicaciones que no lo repiten) y cuantos estan
      * en el registro
           MOVE 0 TO WS-CANT-TEL.
           MOVE 0 TO WS-CANT-REGISTRADOS.
           IF AGENDA-INACTIVO
               SET WS-ESTADO-INACTIVO TO TRUE
               GO TO 3200-CALCULAR-ESTADO-EXIT
           END-IF.

           IF AGENDA-TELEFONO NOT EQUAL SPACES
               ADD 1 TO WS-CANT-TEL
               MOVE AGENDA-TELEFONO TO WS-TELEFONO
               PERFORM 3250-CONSULTAR-REGISTRO
                  THRU 3250-CONSULTAR-REGISTRO-EXIT
               IF WS-TELEFONO-REGISTRADO-SI
                   ADD 1 TO WS-CANT-REGISTRADOS
               END-IF
           END-IF.

           PERFORM 3210-CONTAR-COMUNICACION
              THRU 3210-CONTAR-COMUNICACION-EXIT
              VARYING WS-COM-I FROM 1 BY 1
              UNTIL WS-COM-I > WS-COM-CANTIDAD.

           MOVE 0 TO WS-CNS-FILA.
           PERFORM 3220-BUSCAR-CONSENTIMIENTO
              THRU 3220-BUSCAR-CONSENTIMIENTO-EXIT
              VARYING WS-CNS-I FROM 1 BY 1
              UNTIL WS-CNS-I > WS-CNS-CANTIDAD
                 OR WS-CNS-FILA NOT EQUAL 0.

           EVALUATE TRUE
               WHEN WS-CANT-REGISTRADOS EQUAL 0
                   SET WS-ESTADO-LIBRE TO TRUE
               WHEN WS-CNS-FILA NOT EQUAL 0
                   SET WS-ESTADO-CONSENTIDO TO TRUE
               WHEN WS-CANT-REGISTRADOS < WS-CANT-TEL
                   SET WS-ESTADO-PARCIAL TO TRUE
               WHEN OTHER
                   SET WS-ESTADO-BLOQUEADO TO TRUE
           END-EVALUATE.

       3200-CALCULAR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3210-CONTAR-COMUNICACION.
           IF WS-COM-ID(WS-COM-I) NOT EQUAL AGENDA-ID
              OR WS-COM-ESTADO(WS-COM-I) NOT EQUAL 'A'
              OR WS-COM-TIPO(WS-COM-I) EQUAL 'E'
              OR WS-COM-VALOR(WS-COM-I)(1:9) EQUAL AGENDA-TELEFONO
               GO TO 3210-CONTAR-COMUNICACION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TEL.
           MOVE WS-COM-VALOR(WS-COM-I)(1:9) TO WS-TELEFONO.
           PERFORM 3250-CONSULTAR-REGISTRO
              THRU 3250-CONSULTAR-REGISTRO-EXIT.
           IF WS-TELEFONO-REGISTRADO-SI
               ADD 1 TO WS-CANT-REGISTRADOS
           END-IF.

       3210-CONTAR-COMUNICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo vale un consentimiento vigente (marca S); la opcion CNS
      * de CL21EJ1 deja un renglon por contacto
       3220-BUSCAR-CONSENTIMIENTO.
           IF WS-CNS-ID(WS-CNS-I) EQUAL AGENDA-ID
              AND WS-CNS-CONSENTIMIENTO(WS-CNS-I) EQUAL 'S'
               MOVE WS-CNS-I TO WS-CNS-FILA
           END-IF.

       3220-BUSCAR-CONSENTIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3250-CONSULTAR-REGISTRO.
           SET WS-TELEFONO-REGISTRADO-NO TO TRUE.
           MOVE WS-TELEFONO TO NLL-TELEFONO.
           READ NO-LLAME KEY IS NLL-TELEFONO.
           EVALUATE TRUE
               WHEN FS-NO-LLAME-OK
                   SET WS-TELEFONO-REGISTRADO-SI TO TRUE
               WHEN FS-NO-LLAME-CLAVE-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER AGENDA_NO_LLAME.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-NO-LLAME
                   STOP RUN
           END-EVALUATE.

       3250-CONSULTAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-LISTAR-CAMBIO.
           ADD 1 TO WS-CANT-CAMBIOS.
           MOVE AGENDA-ID           TO WS-CAM-ID.
           MOVE AGENDA-APELLIDO     TO WS-CAM-APELLIDO.
           MOVE AGENDA-NOMBRE       TO WS-CAM-NOMBRE.
           MOVE WS-ESTADO-ANTERIOR  TO WS-ESTADO-CODIGO.
           PERFORM 3310-DESCRIBIR-ESTADO
              THRU 3310-DESCRIBIR-ESTADO-EXIT.
           MOVE WS-ESTADO-DESCRIPCION TO WS-CAM-ANTERIOR.
           MOVE WS-ESTADO-ACTUAL    TO WS-ESTADO-CODIGO.
           PERFORM 3310-DESCRIBIR-ESTADO
              THRU 3310-DESCRIBIR-ESTADO-EXIT.
           MOVE WS-ESTADO-DESCRIPCION TO WS-CAM-ACTUAL.
           MOVE WS-CANT-REGISTRADOS TO WS-CAM-REGISTRADOS.
           MOVE WS-CANT-TEL         TO WS-CAM-CANT-TEL.
           WRITE FD-CAMBIOS-LINEA FROM WS-CAMBIOS-DETALLE.

       3300-LISTAR-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3310-DESCRIBIR-ESTADO.
           EVALUATE WS-ESTADO-CODIGO
               WHEN 'L'
                   MOVE 'LIBRE'        TO WS-ESTADO-DESCRIPCION
               WHEN 'P'
                   MOVE 'PARCIAL'      TO WS-ESTADO-DESCRIPCION
               WHEN 'B'
                   MOVE 'BLOQUEADO'    TO WS-ESTADO-DESCRIPCION
               WHEN 'C'
                   MOVE 'CONSENTIDO'   TO WS-ESTADO-DESCRIPCION
               WHEN 'I'
                   MOVE 'INACTIVO'     TO WS-ESTADO-DESCRIPCION
               WHEN OTHER
                   MOVE 'SIN DATO'     TO WS-ESTADO-DESCRIPCION
           END-EVALUATE.

       3310-DESCRIBIR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           MOVE SPACES TO WS-CAMBIOS-TOTAL.
           MOVE 'CONTACTOS REVISADOS:' TO WS-CAM-LEYENDA.
           MOVE WS-CANT-CONTACTOS TO WS-CAM-CANTIDAD.
           WRITE FD-CAMBIOS-LINEA FROM WS-CAMBIOS-TOTAL.

           MOVE 'CONTACTOS BLOQUEADOS:' TO WS-CAM-LEYENDA.
           MOVE WS-CANT-BLOQUEADOS TO WS-CAM-CANTIDAD.
           WRITE FD-CAMBIOS-LINEA FROM WS-CAMBIOS-TOTAL.

           MOVE 'CONTACTOS CON CAMBIO DE ESTADO:' TO WS-CAM-LEYENDA.
           MOVE WS-CANT-CAMBIOS TO WS-CAM-CANTIDAD.
           WRITE FD-CAMBIOS-LINEA FROM WS-CAMBIOS-TOTAL.

           CLOSE AGENDA
                 SAL-CAMBIOS.

           DISPLAY 'CONTACTOS REVISADOS       : ' WS-CANT-CONTACTOS.
           DISPLAY 'CONTACTOS BLOQUEADOS      : ' WS-CANT-BLOQUEADOS.
           DISPLAY 'CONTACTOS CON CAMBIO      : ' WS-CANT-CAMBIOS.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       END PROGRAM CL21NOLL.
