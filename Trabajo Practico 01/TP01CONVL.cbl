      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01CONVL.CBL - Conversion de la historia al legajo.
      *          Recorre PROMEDIOS_HIST.TXT y le pone legajo a cada
      *          renglon que no lo tiene: primero los que la
      *          secretaria ya resolvio a mano (CONV_RESOLUCIONES.TXT,
      *          el mismo formato de CONV_AMBIGUOS.TXT con el legajo
      *          completado); despues, el del unico alumno del
      *          maestro (ALUMNOS_MAESTRO.TXT) con ese nombre; y si
      *          el nombre no esta en el maestro, se le da de alta
      *          con el siguiente legajo libre, el ciclo mas viejo de
      *          su historia como ciclo de ingreso y el documento en
      *          blanco para completar con TP01ALUMN. Quedan sin
      *          legajo, y se listan en CONV_AMBIGUOS.TXT con el
      *          motivo, los nombres con mas de un alumno en el
      *          maestro y los que repiten materia y ciclo en la
      *          historia (dos alumnos con el mismo nombre). Antes de
      *          regrabar la historia se deja la copia anterior en
      *          PROMEDIOS_HIST_PRECONV.TXT. Se puede correr las
      *          veces que haga falta: los renglones que ya tienen
      *          legajo no se tocan.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01CONVL.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historia de promedios: se lee entera y se regraba al final
       SELECT ENT-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROM-HIST.

       SELECT SAL-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROM-HIST.

      * Copia de la historia tal como estaba antes de la conversion
       SELECT SAL-PRECONV
           ASSIGN TO '../PROMEDIOS_HIST_PRECONV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PRECONV.

      * Maestro de alumnos: se le agregan los alumnos nuevos
       SELECT ENT-ALU-MAESTRO
           ASSIGN TO '../ALUMNOS_MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ALU-MAESTRO.

       SELECT SAL-ALU-MAESTRO
           ASSIGN TO '../ALUMNOS_MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ALU-MAESTRO.

      * Ambiguos ya resueltos por la secretaria
       SELECT ENT-RESOLUCIONES
           ASSIGN TO '../CONV_RESOLUCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RESOLUCIONES.

      * Renglones que quedan sin legajo, con el motivo
       SELECT SAL-AMBIGUOS
           ASSIGN TO '../CONV_AMBIGUOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AMBIGUOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-PROM-HIST.
           COPY PROMANT.

       FD SAL-PROM-HIST.
           COPY PROMHIST.

       FD SAL-PRECONV.
       01 REG-PRECONV                  PIC X(92).

       FD ENT-ALU-MAESTRO.
           COPY ALUMAEST.

       FD SAL-ALU-MAESTRO.
       01 REG-SAL-MAESTRO              PIC X(93).

       FD ENT-RESOLUCIONES.
      * Renglon de CONV_AMBIGUOS.TXT con el legajo completado a mano
      * en las posiciones 86 a 91
       01 REG-RESOLUCION.
          05 REG-RES-HISTORIA          PIC X(85).
          05 REG-RES-LEGAJO            PIC X(06).
          05 REG-RES-LEGAJO-NUM REDEFINES REG-RES-LEGAJO
                                       PIC 9(06).
          05 REG-RES-RESTO             PIC X(44).

       FD SAL-AMBIGUOS.
       01 REG-AMBIGUO.
          05 REG-AMB-HISTORIA          PIC X(92).
          05 REG-AMB-SEP-01            PIC X(03).
          05 REG-AMB-MOTIVO            PIC X(40).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-PROM-HIST                  PIC X(2).
             88 FS-ENT-PROM-HIST-OK               VALUE '00'.
             88 FS-ENT-PROM-HIST-EOF              VALUE '10'.
             88 FS-ENT-PROM-HIST-NFD              VALUE '35'.
          05 FS-SAL-PROM-HIST                  PIC X(2).
             88 FS-SAL-PROM-HIST-OK               VALUE '00'.
          05 FS-SAL-PRECONV                    PIC X(2).
             88 FS-SAL-PRECONV-OK                 VALUE '00'.
          05 FS-ENT-ALU-MAESTRO                PIC X(2).
             88 FS-ENT-ALU-MAESTRO-OK             VALUE '00'.
             88 FS-ENT-ALU-MAESTRO-EOF            VALUE '10'.
             88 FS-ENT-ALU-MAESTRO-NFD            VALUE '35'.
          05 FS-SAL-ALU-MAESTRO                PIC X(2).
             88 FS-SAL-ALU-MAESTRO-OK             VALUE '00'.
          05 FS-ENT-RESOLUCIONES               PIC X(2).
             88 FS-ENT-RESOLUCIONES-OK            VALUE '00'.
             88 FS-ENT-RESOLUCIONES-EOF           VALUE '10'.
             88 FS-ENT-RESOLUCIONES-NFD           VALUE '35'.
          05 FS-SAL-AMBIGUOS                   PIC X(2).
             88 FS-SAL-AMBIGUOS-OK                VALUE '00'.

      * Variables para indicar fin de cada archivo
       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
          88 WS-HIST-EOF-NO            VALUE 'FALSE'.
       01 WS-MAESTRO-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-MAESTRO-EOF-YES        VALUE 'TRUE'.
          88 WS-MAESTRO-EOF-NO         VALUE 'FALSE'.
       01 WS-RESOLUCIONES-EOF       PIC X(5) VALUE 'FALSE'.
          88 WS-RESOLUCIONES-EOF-YES   VALUE 'TRUE'.
          88 WS-RESOLUCIONES-EOF-NO    VALUE 'FALSE'.

      * Historia completa en memoria. La marca dice de donde salio
      * el legajo de cada renglon.
       01 WS-HST-TABLA.
          05 WS-HST-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-HST-ENTRADA OCCURS 5000 TIMES.
             10 WS-HST-REGISTRO.
                15 WS-HST-CLAVE.
                   20 WS-HST-APE-NOM   PIC X(40).
                   20 WS-HST-MATERIA   PIC X(30).
                   20 WS-HST-PROMEDIO  PIC X(07).
                   20 WS-HST-CICLO     PIC X(06).
                   20 WS-HST-CANT-NOTAS
                                       PIC X(02).
                15 WS-HST-LEGAJO       PIC X(06).
                15 WS-HST-LEGAJO-NUM REDEFINES WS-HST-LEGAJO
                                       PIC 9(06).
                15 WS-HST-ORIGEN       PIC X(01).
             10 WS-HST-LEGAJO-ORIGINAL PIC X(06).
      * L ya tenia legajo, R resuelto a mano, M unico en el maestro,
      * N alumno nuevo en el maestro, H homonimos en el maestro,
      * D materia y ciclo repetidos, espacio sin clasificar
             10 WS-HST-MARCA           PIC X(01).
                88 WS-HST-TENIA-LEGAJO    VALUE 'L'.
                88 WS-HST-RESUELTO        VALUE 'R'.
                88 WS-HST-DEL-MAESTRO     VALUE 'M'.
                88 WS-HST-NUEVO           VALUE 'N'.
                88 WS-HST-HOMONIMO        VALUE 'H'.
                88 WS-HST-REPETIDO        VALUE 'D'.
                88 WS-HST-PENDIENTE       VALUE ' '.

      * Maestro de alumnos en memoria, en orden de legajo
       01 WS-MAE-TABLA.
          05 WS-MAE-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-MAE-ENTRADA OCCURS 2000 TIMES.
             10 WS-MAE-REGISTRO.
                15 WS-MAE-LEGAJO       PIC 9(06).
                15 WS-MAE-APE-NOM      PIC X(40).
                15 WS-MAE-DOCUMENTO    PIC X(10).
                15 WS-MAE-CICLO-INGRESO
                                       PIC X(06).
                15 WS-MAE-CARRERA      PIC X(30).
                15 WS-MAE-ESTADO       PIC X(01).
      * S = alta de esta corrida
             10 WS-MAE-NUEVO           PIC X(01).

      * Resoluciones de la secretaria en memoria
       01 WS-RES-TABLA.
          05 WS-RES-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-RES-ENTRADA OCCURS 1000 TIMES.
             10 WS-RES-HISTORIA        PIC X(85).
             10 WS-RES-LEGAJO          PIC 9(06).

      * Nombres que repiten materia y ciclo en la historia: son de
      * mas de un alumno y no se pueden separar sin mirar el legajo
       01 WS-REP-TABLA.
          05 WS-REP-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-REP-ENTRADA OCCURS 500 TIMES.
             10 WS-REP-APE-NOM         PIC X(40).

       77 WS-IDX                    PIC 9(4) VALUE 0.
       77 WS-JDX                    PIC 9(4) VALUE 0.
       77 WS-FILA                   PIC 9(4) VALUE 0.
       77 WS-COINCIDENCIAS          PIC 9(4) VALUE 0.
       77 WS-ULTIMO-LEGAJO          PIC 9(06) VALUE 0.
       77 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       77 WS-ENCONTRADO             PIC X(02) VALUE 'NO'.
          88 WS-ENCONTRADO-SI          VALUE 'SI'.
          88 WS-ENCONTRADO-NO          VALUE 'NO'.

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-LEIDOS            PIC 9(05) VALUE 0.
          05 WS-CONT-CON-LEGAJO        PIC 9(05) VALUE 0.
          05 WS-CONT-RESUELTOS         PIC 9(05) VALUE 0.
          05 WS-CONT-DEL-MAESTRO       PIC 9(05) VALUE 0.
          05 WS-CONT-DE-NUEVOS         PIC 9(05) VALUE 0.
          05 WS-CONT-ALUMNOS-NUEVOS    PIC 9(05) VALUE 0.
          05 WS-CONT-AMBIGUOS          PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-ASIGNAR-LEGAJOS
              THRU 2000-ASIGNAR-LEGAJOS-FIN.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
      * Todo se carga en memoria antes de grabar nada: si algo no
      * entra en las tablas, la corrida se corta sin tocar archivos.
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           OPEN INPUT ENT-PROM-HIST.
           EVALUATE TRUE
               WHEN FS-ENT-PROM-HIST-OK
                   PERFORM 1100-LEER-HISTORIA
                      THRU 1100-LEER-HISTORIA-FIN
                      UNTIL WS-HIST-EOF-YES
                   CLOSE ENT-PROM-HIST
               WHEN FS-ENT-PROM-HIST-NFD
                   DISPLAY 'NO HAY PROMEDIOS_HIST.TXT: NADA QUE '
                      'CONVERTIR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMEDIOS_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROM-HIST
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 1200-CARGAR-MAESTRO
              THRU 1200-CARGAR-MAESTRO-FIN.

           PERFORM 1300-CARGAR-RESOLUCIONES
              THRU 1300-CARGAR-RESOLUCIONES-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-HISTORIA.
      * Los renglones anteriores al legajo vienen cortos: el legajo
      * llega en blanco y queda pendiente de asignar.
           READ ENT-PROM-HIST
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   IF WS-HST-CANTIDAD NOT LESS THAN 5000
                      DISPLAY 'PROMEDIOS_HIST.TXT TIENE MAS DE 5000 '
                         'RENGLONES: NO SE CONVIERTE NADA'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-HST-CANTIDAD
                   MOVE FD-PROM-ANT
                     TO WS-HST-REGISTRO(WS-HST-CANTIDAD)
                   MOVE WS-HST-LEGAJO(WS-HST-CANTIDAD)
                     TO WS-HST-LEGAJO-ORIGINAL(WS-HST-CANTIDAD)
                   IF WS-HST-LEGAJO-NUM(WS-HST-CANTIDAD) IS NUMERIC
                      AND WS-HST-LEGAJO-NUM(WS-HST-CANTIDAD)
                          NOT EQUAL 0
                      SET WS-HST-TENIA-LEGAJO(WS-HST-CANTIDAD)
                        TO TRUE
                      ADD 1 TO WS-CONT-CON-LEGAJO
                   ELSE
                      MOVE SPACES TO WS-HST-LEGAJO(WS-HST-CANTIDAD)
                      SET WS-HST-PENDIENTE(WS-HST-CANTIDAD) TO TRUE
                   END-IF
           END-READ.

       1100-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-MAESTRO.
      * Sin maestro se arranca vacio: todos los nombres son nuevos.
           OPEN INPUT ENT-ALU-MAESTRO.
           EVALUATE TRUE
               WHEN FS-ENT-ALU-MAESTRO-OK
                   PERFORM 1210-LEER-MAESTRO
                      THRU 1210-LEER-MAESTRO-FIN
                      UNTIL WS-MAESTRO-EOF-YES
                   CLOSE ENT-ALU-MAESTRO
               WHEN FS-ENT-ALU-MAESTRO-NFD
                   DISPLAY 'SIN ALUMNOS_MAESTRO.TXT: SE CREA CON LOS '
                      'ALUMNOS DE LA HISTORIA'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ALUMNOS_MAESTRO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-ALU-MAESTRO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-MAESTRO.
           READ ENT-ALU-MAESTRO
               AT END
                   SET WS-MAESTRO-EOF-YES TO TRUE
               NOT AT END
                   IF FD-ALU-MAE-LEGAJO IS NOT NUMERIC
                      OR FD-ALU-MAE-LEGAJO NOT GREATER THAN
                         WS-ULTIMO-LEGAJO
                      DISPLAY 'ALUMNOS_MAESTRO.TXT FUERA DE ORDEN: '
                         'NO SE CONVIERTE NADA'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   IF WS-MAE-CANTIDAD NOT LESS THAN 2000
                      DISPLAY 'ALUMNOS_MAESTRO.TXT TIENE MAS DE 2000 '
                         'ALUMNOS: NO SE CONVIERTE NADA'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-MAE-CANTIDAD
                   MOVE FD-ALU-MAE
                     TO WS-MAE-REGISTRO(WS-MAE-CANTIDAD)
                   MOVE 'N' TO WS-MAE-NUEVO(WS-MAE-CANTIDAD)
                   MOVE FD-ALU-MAE-LEGAJO TO WS-ULTIMO-LEGAJO
           END-READ.

       1210-LEER-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-RESOLUCIONES.
      * Las resoluciones son opcionales: la primera corrida no las
      * tiene. Un renglon sin legajo completado se ignora.
           OPEN INPUT ENT-RESOLUCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-RESOLUCIONES-OK
                   PERFORM 1310-LEER-RESOLUCION
                      THRU 1310-LEER-RESOLUCION-FIN
                      UNTIL WS-RESOLUCIONES-EOF-YES
                   CLOSE ENT-RESOLUCIONES
               WHEN FS-ENT-RESOLUCIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONV_RESOLUCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RESOLUCIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-RESOLUCIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-RESOLUCION.
           READ ENT-RESOLUCIONES
               AT END
                   SET WS-RESOLUCIONES-EOF-YES TO TRUE
               NOT AT END
                   IF REG-RES-LEGAJO-NUM IS NUMERIC
                      AND REG-RES-LEGAJO-NUM NOT EQUAL 0
                      IF WS-RES-CANTIDAD NOT LESS THAN 1000
                         DISPLAY 'CONV_RESOLUCIONES.TXT TIENE MAS DE '
                            '1000 RENGLONES: NO SE CONVIERTE NADA'
                         MOVE 99 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-RES-CANTIDAD
                      MOVE REG-RES-HISTORIA
                        TO WS-RES-HISTORIA(WS-RES-CANTIDAD)
                      MOVE REG-RES-LEGAJO-NUM
                        TO WS-RES-LEGAJO(WS-RES-CANTIDAD)
                   END-IF
           END-READ.

       1310-LEER-RESOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Tres pasadas sobre los renglones pendientes: resoluciones a
      * mano, deteccion de nombres repetidos y asignacion por nombre.
       2000-ASIGNAR-LEGAJOS.
           PERFORM 2100-APLICAR-RESOLUCION
              THRU 2100-APLICAR-RESOLUCION-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-HST-CANTIDAD.

           PERFORM 2200-DETECTAR-REPETIDO
              THRU 2200-DETECTAR-REPETIDO-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-HST-CANTIDAD.

           PERFORM 2300-ASIGNAR-POR-NOMBRE
              THRU 2300-ASIGNAR-POR-NOMBRE-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-HST-CANTIDAD.

       2000-ASIGNAR-LEGAJOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-APLICAR-RESOLUCION.
           IF NOT WS-HST-PENDIENTE(WS-IDX)
              GO TO 2100-APLICAR-RESOLUCION-FIN
           END-IF.

           MOVE 0 TO WS-FILA.
           PERFORM 2110-COMPARAR-RESOLUCION
              THRU 2110-COMPARAR-RESOLUCION-FIN
              VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX GREATER THAN WS-RES-CANTIDAD
                 OR WS-FILA NOT EQUAL 0.
           IF WS-FILA EQUAL 0
              GO TO 2100-APLICAR-RESOLUCION-FIN
           END-IF.

      * El legajo resuelto tiene que existir en el maestro.
           MOVE WS-RES-LEGAJO(WS-FILA) TO WS-LEGAJO-BUSCADO.
           SET WS-ENCONTRADO-NO TO TRUE.
           PERFORM 2120-BUSCAR-LEGAJO
              THRU 2120-BUSCAR-LEGAJO-FIN
              VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX GREATER THAN WS-MAE-CANTIDAD
                 OR WS-ENCONTRADO-SI.
           IF WS-ENCONTRADO-NO
              DISPLAY 'RESOLUCION CON LEGAJO ' WS-LEGAJO-BUSCADO
                 ' QUE NO ESTA EN EL MAESTRO: SE IGNORA'
              GO TO 2100-APLICAR-RESOLUCION-FIN
           END-IF.

           MOVE WS-LEGAJO-BUSCADO TO WS-HST-LEGAJO-NUM(WS-IDX).
           SET WS-HST-RESUELTO(WS-IDX) TO TRUE.
           ADD 1 TO WS-CONT-RESUELTOS.

       2100-APLICAR-RESOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-COMPARAR-RESOLUCION.
           IF WS-RES-HISTORIA(WS-JDX) EQUAL WS-HST-CLAVE(WS-IDX)
              MOVE WS-JDX TO WS-FILA
           END-IF.

       2110-COMPARAR-RESOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2120-BUSCAR-LEGAJO.
           IF WS-MAE-LEGAJO(WS-JDX) EQUAL WS-LEGAJO-BUSCADO
              SET WS-ENCONTRADO-SI TO TRUE
           END-IF.

       2120-BUSCAR-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-DETECTAR-REPETIDO.
      * Un mismo nombre con la misma materia en el mismo ciclo son
      * dos alumnos distintos: el nombre entero queda para revisar.
           IF NOT WS-HST-PENDIENTE(WS-IDX)
              GO TO 2200-DETECTAR-REPETIDO-FIN
           END-IF.

           SET WS-ENCONTRADO-NO TO TRUE.
           PERFORM 2210-COMPARAR-REPETIDO
              THRU 2210-COMPARAR-REPETIDO-FIN
              VARYING WS-JDX FROM WS-IDX BY 1
              UNTIL WS-JDX GREATER THAN WS-HST-CANTIDAD
                 OR WS-ENCONTRADO-SI.
           IF WS-ENCONTRADO-NO
              GO TO 2200-DETECTAR-REPETIDO-FIN
           END-IF.

           PERFORM 2400-BUSCAR-REPETIDO
              THRU 2400-BUSCAR-REPETIDO-FIN.
           IF WS-ENCONTRADO-SI
              GO TO 2200-DETECTAR-REPETIDO-FIN
           END-IF.
           IF WS-REP-CANTIDAD NOT LESS THAN 500
              DISPLAY 'MAS DE 500 NOMBRES REPETIDOS EN LA HISTORIA: '
                 'NO SE CONVIERTE NADA'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-REP-CANTIDAD.
           MOVE WS-HST-APE-NOM(WS-IDX)
             TO WS-REP-APE-NOM(WS-REP-CANTIDAD).

       2200-DETECTAR-REPETIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-REPETIDO.
           IF WS-JDX NOT EQUAL WS-IDX
              AND WS-HST-PENDIENTE(WS-JDX)
              AND WS-HST-APE-NOM(WS-JDX) EQUAL WS-HST-APE-NOM(WS-IDX)
              AND WS-HST-MATERIA(WS-JDX) EQUAL WS-HST-MATERIA(WS-IDX)
              AND WS-HST-CICLO(WS-JDX) EQUAL WS-HST-CICLO(WS-IDX)
              AND WS-HST-ORIGEN(WS-JDX) EQUAL WS-HST-ORIGEN(WS-IDX)
              SET WS-ENCONTRADO-SI TO TRUE
           END-IF.

       2210-COMPARAR-REPETIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-ASIGNAR-POR-NOMBRE.
           IF NOT WS-HST-PENDIENTE(WS-IDX)
              GO TO 2300-ASIGNAR-POR-NOMBRE-FIN
           END-IF.

           PERFORM 2400-BUSCAR-REPETIDO
              THRU 2400-BUSCAR-REPETIDO-FIN.
           IF WS-ENCONTRADO-SI
              SET WS-HST-REPETIDO(WS-IDX) TO TRUE
              ADD 1 TO WS-CONT-AMBIGUOS
              GO TO 2300-ASIGNAR-POR-NOMBRE-FIN
           END-IF.

           MOVE 0 TO WS-FILA.
           MOVE 0 TO WS-COINCIDENCIAS.
           PERFORM 2310-COMPARAR-MAESTRO
              THRU 2310-COMPARAR-MAESTRO-FIN
              VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX GREATER THAN WS-MAE-CANTIDAD.

           IF WS-COINCIDENCIAS GREATER THAN 1
              SET WS-HST-HOMONIMO(WS-IDX) TO TRUE
              ADD 1 TO WS-CONT-AMBIGUOS
              GO TO 2300-ASIGNAR-POR-NOMBRE-FIN
           END-IF.

           IF WS-COINCIDENCIAS EQUAL 0
              PERFORM 2320-ALTA-EN-MAESTRO
                 THRU 2320-ALTA-EN-MAESTRO-FIN
           END-IF.

      * Un alta de esta corrida toma como ingreso el ciclo mas viejo
      * de su historia.
           MOVE WS-MAE-LEGAJO(WS-FILA) TO WS-HST-LEGAJO-NUM(WS-IDX).
           IF WS-MAE-NUEVO(WS-FILA) EQUAL 'S'
              SET WS-HST-NUEVO(WS-IDX) TO TRUE
              ADD 1 TO WS-CONT-DE-NUEVOS
              IF WS-HST-CICLO(WS-IDX) LESS THAN
                    WS-MAE-CICLO-INGRESO(WS-FILA)
                 MOVE WS-HST-CICLO(WS-IDX)
                   TO WS-MAE-CICLO-INGRESO(WS-FILA)
              END-IF
           ELSE
              SET WS-HST-DEL-MAESTRO(WS-IDX) TO TRUE
              ADD 1 TO WS-CONT-DEL-MAESTRO
           END-IF.

       2300-ASIGNAR-POR-NOMBRE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-COMPARAR-MAESTRO.
           IF WS-MAE-APE-NOM(WS-JDX) EQUAL WS-HST-APE-NOM(WS-IDX)
              ADD 1 TO WS-COINCIDENCIAS
              MOVE WS-JDX TO WS-FILA
           END-IF.

       2310-COMPARAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2320-ALTA-EN-MAESTRO.
      * El legajo nuevo es el siguiente al mayor: el maestro sigue
      * ordenado. El documento queda para completar con TP01ALUMN.
           IF WS-MAE-CANTIDAD NOT LESS THAN 2000
              DISPLAY 'EL MAESTRO SUPERA LOS 2000 ALUMNOS: NO SE '
                 'CONVIERTE NADA'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-MAE-CANTIDAD.
           MOVE WS-MAE-CANTIDAD TO WS-FILA.
           ADD 1 TO WS-ULTIMO-LEGAJO.
           MOVE WS-ULTIMO-LEGAJO       TO WS-MAE-LEGAJO(WS-FILA).
           MOVE WS-HST-APE-NOM(WS-IDX) TO WS-MAE-APE-NOM(WS-FILA).
           MOVE SPACES                 TO WS-MAE-DOCUMENTO(WS-FILA).
           MOVE WS-HST-CICLO(WS-IDX)
             TO WS-MAE-CICLO-INGRESO(WS-FILA).
           MOVE SPACES                 TO WS-MAE-CARRERA(WS-FILA).
           MOVE 'A'                    TO WS-MAE-ESTADO(WS-FILA).
           MOVE 'S'                    TO WS-MAE-NUEVO(WS-FILA).
           ADD 1 TO WS-CONT-ALUMNOS-NUEVOS.

       2320-ALTA-EN-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca el nombre del renglon WS-IDX entre los repetidos.
       2400-BUSCAR-REPETIDO.
           SET WS-ENCONTRADO-NO TO TRUE.
           PERFORM 2410-COMPARAR-NOMBRE-REP
              THRU 2410-COMPARAR-NOMBRE-REP-FIN
              VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX GREATER THAN WS-REP-CANTIDAD
                 OR WS-ENCONTRADO-SI.

       2400-BUSCAR-REPETIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-COMPARAR-NOMBRE-REP.
           IF WS-REP-APE-NOM(WS-JDX) EQUAL WS-HST-APE-NOM(WS-IDX)
              SET WS-ENCONTRADO-SI TO TRUE
           END-IF.

       2410-COMPARAR-NOMBRE-REP-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           PERFORM 3100-GRABAR-PRECONV
              THRU 3100-GRABAR-PRECONV-FIN.

           PERFORM 3200-GRABAR-HISTORIA
              THRU 3200-GRABAR-HISTORIA-FIN.

           PERFORM 3300-GRABAR-MAESTRO
              THRU 3300-GRABAR-MAESTRO-FIN.

           DISPLAY 'RENGLONES DE HISTORIA   : ' WS-CONT-LEIDOS.
           DISPLAY 'YA TENIAN LEGAJO        : ' WS-CONT-CON-LEGAJO.
           DISPLAY 'RESUELTOS A MANO        : ' WS-CONT-RESUELTOS.
           DISPLAY 'ASIGNADOS DEL MAESTRO   : ' WS-CONT-DEL-MAESTRO.
           DISPLAY 'ASIGNADOS A ALTAS NUEVAS: ' WS-CONT-DE-NUEVOS.
           DISPLAY 'ALUMNOS NUEVOS          : '
              WS-CONT-ALUMNOS-NUEVOS.
           DISPLAY 'AMBIGUOS SIN LEGAJO     : ' WS-CONT-AMBIGUOS.

       3000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-GRABAR-PRECONV.
           OPEN OUTPUT SAL-PRECONV.
           IF NOT FS-SAL-PRECONV-OK
              DISPLAY 'ERROR AL ABRIR PROMEDIOS_HIST_PRECONV.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PRECONV
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3110-GRABAR-RENGLON-PRECONV
              THRU 3110-GRABAR-RENGLON-PRECONV-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-HST-CANTIDAD.

           CLOSE SAL-PRECONV.

       3100-GRABAR-PRECONV-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-GRABAR-RENGLON-PRECONV.
           MOVE SPACES TO REG-PRECONV.
           MOVE WS-HST-CLAVE(WS-IDX) TO REG-PRECONV(1:85).
           MOVE WS-HST-LEGAJO-ORIGINAL(WS-IDX) TO REG-PRECONV(86:6).
           MOVE WS-HST-ORIGEN(WS-IDX) TO REG-PRECONV(92:1).
           WRITE REG-PRECONV.

       3110-GRABAR-RENGLON-PRECONV-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3200-GRABAR-HISTORIA.
           OPEN OUTPUT SAL-PROM-HIST.
           IF NOT FS-SAL-PROM-HIST-OK
              DISPLAY 'ERROR AL GRABAR PROMEDIOS_HIST.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROM-HIST
              DISPLAY 'LA COPIA ESTA EN PROMEDIOS_HIST_PRECONV.TXT'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-AMBIGUOS.
           IF NOT FS-SAL-AMBIGUOS-OK
              DISPLAY 'ERROR AL ABRIR CONV_AMBIGUOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AMBIGUOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3210-GRABAR-RENGLON
              THRU 3210-GRABAR-RENGLON-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-HST-CANTIDAD.

           CLOSE SAL-PROM-HIST
                 SAL-AMBIGUOS.

       3200-GRABAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3210-GRABAR-RENGLON.
           MOVE WS-HST-REGISTRO(WS-IDX) TO FD-PROM-HIST.
           WRITE FD-PROM-HIST.

           IF WS-HST-HOMONIMO(WS-IDX)
              OR WS-HST-REPETIDO(WS-IDX)
              MOVE WS-HST-REGISTRO(WS-IDX) TO REG-AMB-HISTORIA
              MOVE ' | ' TO REG-AMB-SEP-01
              IF WS-HST-HOMONIMO(WS-IDX)
                 MOVE 'HOMONIMOS EN EL MAESTRO: ELEGIR LEGAJO'
                   TO REG-AMB-MOTIVO
              ELSE
                 MOVE 'MATERIA Y CICLO REPETIDOS: HOMONIMOS'
                   TO REG-AMB-MOTIVO
              END-IF
              WRITE REG-AMBIGUO
           END-IF.

       3210-GRABAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3300-GRABAR-MAESTRO.
           OPEN OUTPUT SAL-ALU-MAESTRO.
           IF NOT FS-SAL-ALU-MAESTRO-OK
              DISPLAY 'ERROR AL GRABAR ALUMNOS_MAESTRO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-ALU-MAESTRO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3310-GRABAR-ALUMNO
              THRU 3310-GRABAR-ALUMNO-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WS-MAE-CANTIDAD.

           CLOSE SAL-ALU-MAESTRO.

       3300-GRABAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3310-GRABAR-ALUMNO.
           MOVE WS-MAE-REGISTRO(WS-IDX) TO REG-SAL-MAESTRO.
           WRITE REG-SAL-MAESTRO.

       3310-GRABAR-ALUMNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01CONVL.
