      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01ALUMN.CBL - Mantenimiento del maestro de alumnos
      *          (ALUMNOS_MAESTRO.TXT, ordenado por legajo). Aplica
      *          las novedades de ALUMNOS_NOVEDADES.TXT: un tipo (A
      *          alta, M modificacion, B baja) seguido del registro
      *          del maestro. En el alta, un legajo en blanco o en
      *          cero se numera con el siguiente al mayor existente;
      *          nombre y documento son obligatorios y el documento
      *          no puede estar en otro legajo. En la modificacion
      *          solo se pisan los campos que vienen con dato. La
      *          baja es logica (estado B): el legajo no se borra
      *          porque la historia lo sigue usando. Las novedades que
      *          no pasan los controles van a ALUMNOS_MAE_RECHAZOS.TXT
      *          con el motivo, y el maestro se regraba completo.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01ALUMN.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de alumnos: se lee entero y se regraba al final
       SELECT ENT-ALU-MAESTRO
           ASSIGN TO '../ALUMNOS_MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ALU-MAESTRO.

       SELECT SAL-ALU-MAESTRO
           ASSIGN TO '../ALUMNOS_MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ALU-MAESTRO.

      * Novedades a aplicar: altas, modificaciones y bajas
       SELECT ENT-NOVEDADES
           ASSIGN TO '../ALUMNOS_NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

      * Novedades rechazadas, con el motivo
       SELECT SAL-RECHAZOS
           ASSIGN TO '../ALUMNOS_MAE_RECHAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECHAZOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-ALU-MAESTRO.
           COPY ALUMAEST.

       FD SAL-ALU-MAESTRO.
       01 REG-SAL-MAESTRO              PIC X(93).

       FD ENT-NOVEDADES.
      * Tipo de novedad y el registro del maestro (ver ALUMAEST)
       01 REG-NOVEDAD.
          05 REG-NOV-TIPO              PIC X(01).
             88 REG-NOV-ALTA              VALUE 'A'.
             88 REG-NOV-MODIFICACION      VALUE 'M'.
             88 REG-NOV-BAJA              VALUE 'B'.
      * Legajo: en blanco o en cero en el alta para numerarlo
          05 REG-NOV-LEGAJO            PIC X(06).
          05 REG-NOV-LEGAJO-NUM REDEFINES REG-NOV-LEGAJO
                                       PIC 9(06).
          05 REG-NOV-APE-NOM           PIC X(40).
          05 REG-NOV-DOCUMENTO         PIC X(10).
          05 REG-NOV-CICLO-INGRESO     PIC X(06).
          05 REG-NOV-CARRERA           PIC X(30).
          05 REG-NOV-ESTADO            PIC X(01).

       FD SAL-RECHAZOS.
       01 REG-RECHAZO.
          05 REG-RECH-NOVEDAD          PIC X(94).
          05 REG-RECH-SEP-01           PIC X(03).
          05 REG-RECH-MOTIVO           PIC X(40).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-ALU-MAESTRO                PIC X(2).
             88 FS-ENT-ALU-MAESTRO-OK             VALUE '00'.
             88 FS-ENT-ALU-MAESTRO-EOF            VALUE '10'.
             88 FS-ENT-ALU-MAESTRO-NFD            VALUE '35'.
          05 FS-SAL-ALU-MAESTRO                PIC X(2).
             88 FS-SAL-ALU-MAESTRO-OK             VALUE '00'.
          05 FS-ENT-NOVEDADES                  PIC X(2).
             88 FS-ENT-NOVEDADES-OK               VALUE '00'.
             88 FS-ENT-NOVEDADES-EOF              VALUE '10'.
             88 FS-ENT-NOVEDADES-NFD              VALUE '35'.
          05 FS-SAL-RECHAZOS                   PIC X(2).
             88 FS-SAL-RECHAZOS-OK                VALUE '00'.

      * Variables para indicar fin de cada archivo
       01 WS-MAESTRO-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-MAESTRO-EOF-YES        VALUE 'TRUE'.
          88 WS-MAESTRO-EOF-NO         VALUE 'FALSE'.
       01 WS-NOVEDADES-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES      VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO       VALUE 'FALSE'.

      * Ciclo que toma el alta que no trae ciclo de ingreso
       01 WS-CICLO-ACTUAL           PIC X(6) VALUE '2024-1'.

      * Maestro en memoria, en orden de legajo
       01 WS-MAE-TABLA.
          05 WS-MAE-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-MAE-ENTRADA OCCURS 2000 TIMES.
             10 WS-MAE-LEGAJO          PIC 9(06).
             10 WS-MAE-APE-NOM         PIC X(40).
             10 WS-MAE-DOCUMENTO       PIC X(10).
             10 WS-MAE-CICLO-INGRESO   PIC X(06).
             10 WS-MAE-CARRERA         PIC X(30).
             10 WS-MAE-ESTADO          PIC X(01).

       77 WS-IDX                    PIC 9(4) VALUE 0.
       77 WS-FILA                   PIC 9(4) VALUE 0.
       77 WS-POSICION               PIC 9(4) VALUE 0.
       77 WS-ULTIMO-LEGAJO          PIC 9(06) VALUE 0.
       77 WS-LEGAJO-NOVEDAD         PIC 9(06) VALUE 0.
       77 WS-MOTIVO                 PIC X(40) VALUE SPACES.

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-MAESTRO-LEIDOS    PIC 9(05) VALUE 0.
          05 WS-CONT-NOVEDADES         PIC 9(05) VALUE 0.
          05 WS-CONT-ALTAS             PIC 9(05) VALUE 0.
          05 WS-CONT-MODIFICACIONES    PIC 9(05) VALUE 0.
          05 WS-CONT-BAJAS             PIC 9(05) VALUE 0.
          05 WS-CONT-RECHAZADAS        PIC 9(05) VALUE 0.
          05 WS-CONT-MAESTRO-GRABADOS  PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-LEER-NOVEDAD
              THRU 2000-LEER-NOVEDAD-FIN
              UNTIL WS-NOVEDADES-EOF-YES.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           OPEN INPUT ENT-NOVEDADES.
           EVALUATE TRUE
               WHEN FS-ENT-NOVEDADES-OK
                   CONTINUE
               WHEN FS-ENT-NOVEDADES-NFD
                   DISPLAY 'NO SE ENCUENTRA ALUMNOS_NOVEDADES.TXT'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ALUMNOS_NOVEDADES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-NOVEDADES
                   STOP RUN
           END-EVALUATE.

           PERFORM 1100-CARGAR-MAESTRO
              THRU 1100-CARGAR-MAESTRO-FIN.

           OPEN OUTPUT SAL-RECHAZOS.
           IF NOT FS-SAL-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR ALUMNOS_MAE_RECHAZOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECHAZOS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-MAESTRO.
      * Sin maestro se arranca vacio: la primera corrida lo crea.
           OPEN INPUT ENT-ALU-MAESTRO.
           EVALUATE TRUE
               WHEN FS-ENT-ALU-MAESTRO-OK
                   PERFORM 1110-LEER-MAESTRO
                      THRU 1110-LEER-MAESTRO-FIN
                      UNTIL WS-MAESTRO-EOF-YES
                   CLOSE ENT-ALU-MAESTRO
               WHEN FS-ENT-ALU-MAESTRO-NFD
                   DISPLAY 'SIN ALUMNOS_MAESTRO.TXT: SE CREA VACIO'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ALUMNOS_MAESTRO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-ALU-MAESTRO
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-MAESTRO.
      * El maestro tiene que venir en orden de legajo y sin
      * repetidos: si no, no se toca nada.
           READ ENT-ALU-MAESTRO
               AT END
                   SET WS-MAESTRO-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-MAESTRO-LEIDOS
                   IF FD-ALU-MAE-LEGAJO IS NOT NUMERIC
                      OR FD-ALU-MAE-LEGAJO NOT GREATER THAN
                         WS-ULTIMO-LEGAJO
                      DISPLAY 'ALUMNOS_MAESTRO.TXT FUERA DE ORDEN EN '
                         'EL REGISTRO ' WS-CONT-MAESTRO-LEIDOS
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   IF WS-MAE-CANTIDAD NOT LESS THAN 2000
                      DISPLAY 'ALUMNOS_MAESTRO.TXT TIENE MAS DE 2000 '
                         'ALUMNOS'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-MAE-CANTIDAD
                   MOVE FD-ALU-MAE TO WS-MAE-ENTRADA(WS-MAE-CANTIDAD)
                   MOVE FD-ALU-MAE-LEGAJO TO WS-ULTIMO-LEGAJO
           END-READ.

       1110-LEER-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-NOVEDAD.
           READ ENT-NOVEDADES
               AT END
                   SET WS-NOVEDADES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-NOVEDADES
                   PERFORM 2100-APLICAR-NOVEDAD
                      THRU 2100-APLICAR-NOVEDAD-FIN
                   IF WS-MOTIVO NOT EQUAL SPACES
                      MOVE REG-NOVEDAD TO REG-RECH-NOVEDAD
                      MOVE ' | '       TO REG-RECH-SEP-01
                      MOVE WS-MOTIVO   TO REG-RECH-MOTIVO
                      WRITE REG-RECHAZO
                      ADD 1 TO WS-CONT-RECHAZADAS
                   END-IF
           END-READ.

       2000-LEER-NOVEDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-APLICAR-NOVEDAD.
      * Cada paso deja en WS-MOTIVO por que se rechaza la novedad;
      * en blanco, la novedad quedo aplicada.
           MOVE SPACES TO WS-MOTIVO.
           IF REG-NOV-LEGAJO EQUAL SPACES
              MOVE 0 TO WS-LEGAJO-NOVEDAD
           ELSE
              IF REG-NOV-LEGAJO-NUM IS NUMERIC
                 MOVE REG-NOV-LEGAJO-NUM TO WS-LEGAJO-NOVEDAD
              ELSE
                 MOVE 'LEGAJO NO NUMERICO' TO WS-MOTIVO
                 GO TO 2100-APLICAR-NOVEDAD-FIN
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN REG-NOV-ALTA
                   PERFORM 2200-ALTA
                      THRU 2200-ALTA-FIN
               WHEN REG-NOV-MODIFICACION
                   PERFORM 2300-MODIFICACION
                      THRU 2300-MODIFICACION-FIN
               WHEN REG-NOV-BAJA
                   PERFORM 2400-BAJA
                      THRU 2400-BAJA-FIN
               WHEN OTHER
                   MOVE 'TIPO DE NOVEDAD INVALIDO' TO WS-MOTIVO
           END-EVALUATE.

       2100-APLICAR-NOVEDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-ALTA.
           IF WS-LEGAJO-NOVEDAD NOT EQUAL 0
              PERFORM 2500-BUSCAR-LEGAJO
                 THRU 2500-BUSCAR-LEGAJO-FIN
              IF WS-FILA NOT EQUAL 0
                 MOVE 'EL LEGAJO YA EXISTE' TO WS-MOTIVO
                 GO TO 2200-ALTA-FIN
              END-IF
           END-IF.

           IF REG-NOV-APE-NOM EQUAL SPACES
              MOVE 'FALTA EL APELLIDO Y NOMBRE' TO WS-MOTIVO
              GO TO 2200-ALTA-FIN
           END-IF.

           IF REG-NOV-DOCUMENTO EQUAL SPACES
              MOVE 'FALTA EL DOCUMENTO' TO WS-MOTIVO
              GO TO 2200-ALTA-FIN
           END-IF.

           PERFORM 2600-CONTROLAR-DOCUMENTO
              THRU 2600-CONTROLAR-DOCUMENTO-FIN.
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO 2200-ALTA-FIN
           END-IF.

           IF REG-NOV-ESTADO NOT EQUAL SPACE
              AND REG-NOV-ESTADO NOT EQUAL 'A'
              AND REG-NOV-ESTADO NOT EQUAL 'E'
              AND REG-NOV-ESTADO NOT EQUAL 'B'
              MOVE 'ESTADO INVALIDO (A, E O B)' TO WS-MOTIVO
              GO TO 2200-ALTA-FIN
           END-IF.

           IF WS-MAE-CANTIDAD NOT LESS THAN 2000
              MOVE 'MAESTRO LLENO (2000 ALUMNOS)' TO WS-MOTIVO
              GO TO 2200-ALTA-FIN
           END-IF.

      * Legajo en blanco: el siguiente al mayor del maestro
           IF WS-LEGAJO-NOVEDAD EQUAL 0
              IF WS-MAE-CANTIDAD EQUAL 0
                 MOVE 1 TO WS-LEGAJO-NOVEDAD
              ELSE
                 ADD 1 WS-MAE-LEGAJO(WS-MAE-CANTIDAD)
                    GIVING WS-LEGAJO-NOVEDAD
              END-IF
           END-IF.

      * Busco la posicion que le toca por legajo y corro un lugar
      * hacia abajo las entradas que quedan detras.
           MOVE 1 TO WS-POSICION.
           PERFORM 2210-UBICAR-POSICION
              THRU 2210-UBICAR-POSICION-FIN
              UNTIL WS-POSICION GREATER THAN WS-MAE-CANTIDAD
                 OR WS-MAE-LEGAJO(WS-POSICION) GREATER THAN
                    WS-LEGAJO-NOVEDAD.

           PERFORM 2220-CORRER-ENTRADA
              THRU 2220-CORRER-ENTRADA-FIN
              VARYING WS-IDX FROM WS-MAE-CANTIDAD BY -1
              UNTIL WS-IDX LESS THAN WS-POSICION.
           ADD 1 TO WS-MAE-CANTIDAD.

           MOVE WS-LEGAJO-NOVEDAD TO WS-MAE-LEGAJO(WS-POSICION).
           MOVE REG-NOV-APE-NOM   TO WS-MAE-APE-NOM(WS-POSICION).
           MOVE REG-NOV-DOCUMENTO TO WS-MAE-DOCUMENTO(WS-POSICION).
           MOVE REG-NOV-CARRERA   TO WS-MAE-CARRERA(WS-POSICION).
           IF REG-NOV-CICLO-INGRESO EQUAL SPACES
              MOVE WS-CICLO-ACTUAL
                TO WS-MAE-CICLO-INGRESO(WS-POSICION)
           ELSE
              MOVE REG-NOV-CICLO-INGRESO
                TO WS-MAE-CICLO-INGRESO(WS-POSICION)
           END-IF.
           IF REG-NOV-ESTADO EQUAL SPACE
              MOVE 'A' TO WS-MAE-ESTADO(WS-POSICION)
           ELSE
              MOVE REG-NOV-ESTADO TO WS-MAE-ESTADO(WS-POSICION)
           END-IF.

           ADD 1 TO WS-CONT-ALTAS.
           DISPLAY 'ALTA LEGAJO ' WS-LEGAJO-NOVEDAD ' '
              REG-NOV-APE-NOM.

       2200-ALTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-UBICAR-POSICION.
           ADD 1 TO WS-POSICION.

       2210-UBICAR-POSICION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2220-CORRER-ENTRADA.
           MOVE WS-MAE-ENTRADA(WS-IDX) TO WS-MAE-ENTRADA(WS-IDX + 1).

       2220-CORRER-ENTRADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-MODIFICACION.
      * Solo se pisan los campos que la novedad trae con dato.
           PERFORM 2500-BUSCAR-LEGAJO
              THRU 2500-BUSCAR-LEGAJO-FIN.
           IF WS-LEGAJO-NOVEDAD EQUAL 0
              OR WS-FILA EQUAL 0
              MOVE 'LEGAJO INEXISTENTE' TO WS-MOTIVO
              GO TO 2300-MODIFICACION-FIN
           END-IF.

           IF REG-NOV-DOCUMENTO NOT EQUAL SPACES
              PERFORM 2600-CONTROLAR-DOCUMENTO
                 THRU 2600-CONTROLAR-DOCUMENTO-FIN
              IF WS-MOTIVO NOT EQUAL SPACES
                 GO TO 2300-MODIFICACION-FIN
              END-IF
           END-IF.

           IF REG-NOV-ESTADO NOT EQUAL SPACE
              AND REG-NOV-ESTADO NOT EQUAL 'A'
              AND REG-NOV-ESTADO NOT EQUAL 'E'
              AND REG-NOV-ESTADO NOT EQUAL 'B'
              MOVE 'ESTADO INVALIDO (A, E O B)' TO WS-MOTIVO
              GO TO 2300-MODIFICACION-FIN
           END-IF.

           IF REG-NOV-APE-NOM NOT EQUAL SPACES
              MOVE REG-NOV-APE-NOM TO WS-MAE-APE-NOM(WS-FILA)
           END-IF.
           IF REG-NOV-DOCUMENTO NOT EQUAL SPACES
              MOVE REG-NOV-DOCUMENTO TO WS-MAE-DOCUMENTO(WS-FILA)
           END-IF.
           IF REG-NOV-CICLO-INGRESO NOT EQUAL SPACES
              MOVE REG-NOV-CICLO-INGRESO
                TO WS-MAE-CICLO-INGRESO(WS-FILA)
           END-IF.
           IF REG-NOV-CARRERA NOT EQUAL SPACES
              MOVE REG-NOV-CARRERA TO WS-MAE-CARRERA(WS-FILA)
           END-IF.
           IF REG-NOV-ESTADO NOT EQUAL SPACE
              MOVE REG-NOV-ESTADO TO WS-MAE-ESTADO(WS-FILA)
           END-IF.

           ADD 1 TO WS-CONT-MODIFICACIONES.

       2300-MODIFICACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-BAJA.
           PERFORM 2500-BUSCAR-LEGAJO
              THRU 2500-BUSCAR-LEGAJO-FIN.
           IF WS-LEGAJO-NOVEDAD EQUAL 0
              OR WS-FILA EQUAL 0
              MOVE 'LEGAJO INEXISTENTE' TO WS-MOTIVO
              GO TO 2400-BAJA-FIN
           END-IF.

           IF WS-MAE-ESTADO(WS-FILA) EQUAL 'B'
              MOVE 'EL LEGAJO YA ESTA DE BAJA' TO WS-MOTIVO
              GO TO 2400-BAJA-FIN
           END-IF.

           MOVE 'B' TO WS-MAE-ESTADO(WS-FILA).
           ADD 1 TO WS-CONT-BAJAS.

       2400-BAJA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en WS-FILA la entrada del maestro con el legajo de la
      * novedad, o cero si no esta.
       2500-BUSCAR-LEGAJO.
           MOVE 0 TO WS-FILA.
           PERFORM 2510-COMPARAR-LEGAJO
              THRU 2510-COMPARAR-LEGAJO-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-MAE-CANTIDAD
                 OR WS-FILA NOT EQUAL 0.

       2500-BUSCAR-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-COMPARAR-LEGAJO.
           IF WS-MAE-LEGAJO(WS-IDX) EQUAL WS-LEGAJO-NOVEDAD
              MOVE WS-IDX TO WS-FILA
           END-IF.

       2510-COMPARAR-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El documento de la novedad no puede figurar en otro legajo.
       2600-CONTROLAR-DOCUMENTO.
           PERFORM 2610-COMPARAR-DOCUMENTO
              THRU 2610-COMPARAR-DOCUMENTO-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-MAE-CANTIDAD
                 OR WS-MOTIVO NOT EQUAL SPACES.

       2600-CONTROLAR-DOCUMENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2610-COMPARAR-DOCUMENTO.
           IF WS-MAE-DOCUMENTO(WS-IDX) EQUAL REG-NOV-DOCUMENTO
              AND WS-MAE-LEGAJO(WS-IDX) NOT EQUAL WS-LEGAJO-NOVEDAD
              MOVE 'DOCUMENTO YA REGISTRADO EN OTRO LEGAJO'
                TO WS-MOTIVO
           END-IF.

       2610-COMPARAR-DOCUMENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-NOVEDADES
                 SAL-RECHAZOS.

           OPEN OUTPUT SAL-ALU-MAESTRO.
           IF NOT FS-SAL-ALU-MAESTRO-OK
              DISPLAY 'ERROR AL GRABAR ALUMNOS_MAESTRO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-ALU-MAESTRO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3100-GRABAR-MAESTRO
              THRU 3100-GRABAR-MAESTRO-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-MAE-CANTIDAD.

           CLOSE SAL-ALU-MAESTRO.

           DISPLAY 'MAESTRO LEIDO          : ' WS-CONT-MAESTRO-LEIDOS.
           DISPLAY 'NOVEDADES LEIDAS       : ' WS-CONT-NOVEDADES.
           DISPLAY 'ALTAS                  : ' WS-CONT-ALTAS.
           DISPLAY 'MODIFICACIONES         : ' WS-CONT-MODIFICACIONES.
           DISPLAY 'BAJAS                  : ' WS-CONT-BAJAS.
           DISPLAY 'NOVEDADES RECHAZADAS   : ' WS-CONT-RECHAZADAS.
           DISPLAY 'MAESTRO GRABADO        : '
              WS-CONT-MAESTRO-GRABADOS.

       3000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-GRABAR-MAESTRO.
           MOVE WS-MAE-ENTRADA(WS-IDX) TO REG-SAL-MAESTRO.
           WRITE REG-SAL-MAESTRO.
           ADD 1 TO WS-CONT-MAESTRO-GRABADOS.

       3100-GRABAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01ALUMN.
