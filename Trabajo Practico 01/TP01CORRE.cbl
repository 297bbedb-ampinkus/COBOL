      *          correlativa exacta que falta, para que la ventanilla
      *          pueda responder sin revisar el legajo a mano. Una
      *          materia sin renglones en la tabla no exige nada.
      *          Con el maestro de alumnos (ALUMNOS_MAESTRO.TXT) cada
      *          pedida se controla por legajo: si no lo trae, se
      *          toma el del unico alumno activo con ese nombre; si
      *          el legajo no existe o esta de baja, la pedida se
      *          rechaza con ese motivo. La inscripcion valida sale
      *          con el legajo y el nombre del maestro. Sin maestro,
      *          todo sigue por nombre como antes.
      *          El alumno que figura en ARANCELES_MOROSOS.TXT (mas
      *          de dos cuotas de arancel impagas, segun TP01ARANC)
      *          no se puede inscribir hasta que regularice: sus
      *          pedidas se rechazan con ese motivo.
      *          Una materia aprobada por equivalencia (TP01EQUIV)
      *          cumple la correlativa cualquiera sea su nota.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROM-HIST.

      * Maestro de alumnos, para validar y completar el legajo
       SELECT ENT-ALU-MAESTRO
           ASSIGN TO '../ALUMNOS_MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ALU-MAESTRO.

      * Alumnos con mas de dos cuotas de arancel impagas
       SELECT ENT-MOROSOS
           ASSIGN TO '../ARANCELES_MOROSOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MOROSOS.

      * Inscripciones que pasaron el control: el archivo que ya
      * consumen TP01EJ01 y TP01RECUP
       SELECT SAL-INSCRIPCIONES
       FD ENT-PROM-HIST.
           COPY PROMANT.

       FD ENT-ALU-MAESTRO.
           COPY ALUMAEST.

       FD ENT-MOROSOS.
           COPY ARANMORO.

       FD SAL-INSCRIPCIONES.
       01 REG-INSCRIPCION-VALIDA.
          05 REG-INS-APE-NOM           PIC X(40).
          05 REG-INS-MATERIA           PIC X(30).
          05 REG-INS-LEGAJO            PIC 9(06).

       FD SAL-RECHAZOS.
       01 REG-RECHAZO.
             88 FS-ENT-PROM-HIST-OK               VALUE '00'.
             88 FS-ENT-PROM-HIST-EOF              VALUE '10'.
             88 FS-ENT-PROM-HIST-NFD              VALUE '35'.
          05 FS-ENT-ALU-MAESTRO                PIC X(2).
             88 FS-ENT-ALU-MAESTRO-OK             VALUE '00'.
             88 FS-ENT-ALU-MAESTRO-EOF            VALUE '10'.
             88 FS-ENT-ALU-MAESTRO-NFD            VALUE '35'.
          05 FS-ENT-MOROSOS                    PIC X(2).
             88 FS-ENT-MOROSOS-OK                 VALUE '00'.
             88 FS-ENT-MOROSOS-EOF                VALUE '10'.
             88 FS-ENT-MOROSOS-NFD                VALUE '35'.
          05 FS-SAL-INSCRIPCIONES              PIC X(2).
             88 FS-SAL-INSCRIPCIONES-OK           VALUE '00'.
          05 FS-SAL-RECHAZOS                   PIC X(2).
       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
          88 WS-HIST-EOF-NO            VALUE 'FALSE'.
       01 WS-MAESTRO-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-MAESTRO-EOF-YES        VALUE 'TRUE'.
          88 WS-MAESTRO-EOF-NO         VALUE 'FALSE'.
       01 WS-MOROSOS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-MOROSOS-EOF-YES        VALUE 'TRUE'.
          88 WS-MOROSOS-EOF-NO         VALUE 'FALSE'.

      * Nota minima para dar una materia por aprobada en la
      * historia. Se fija al compilar, igual que el resto de los
                             INDEXED BY WS-APR-IDX.
             10 WS-APR-APE-NOM         PIC X(40).
             10 WS-APR-MATERIA         PIC X(30).
             10 WS-APR-LEGAJO          PIC 9(06).

      * Maestro de alumnos en memoria. Si no hay maestro la tabla
      * queda vacia y el control sigue por nombre.
       01 WS-MAE-TABLA.
          05 WS-MAE-CARGADO            PIC X(3) VALUE 'NO'.
             88 WS-MAE-CARGADO-SI         VALUE 'SI'.
             88 WS-MAE-CARGADO-NO         VALUE 'NO'.
          05 WS-MAE-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-MAE-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY WS-MAE-IDX.
             10 WS-MAE-LEGAJO          PIC 9(06).
             10 WS-MAE-APE-NOM         PIC X(40).
             10 WS-MAE-ESTADO          PIC X(01).
                88 WS-MAE-ACTIVO          VALUE 'A'.
                88 WS-MAE-BAJA            VALUE 'B'.

      * Alumnos bloqueados por deuda de aranceles. Sin el archivo
      * la tabla queda vacia y no se bloquea a nadie.
       01 WS-MOR-TABLA.
          05 WS-MOR-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-MOR-ENTRADA OCCURS 1000 TIMES
                             INDEXED BY WS-MOR-IDX.
             10 WS-MOR-LEGAJO          PIC 9(06).
             10 WS-MOR-APE-NOM         PIC X(40).

      * Control de la inscripcion en curso
       01 WS-INS-CUMPLE             PIC X(3) VALUE 'SI'.
          88 WS-APR-ENCONTRADA-NO      VALUE 'NO'.
       01 WS-MATERIA-BUSCADA        PIC X(30) VALUE SPACES.
       01 WS-ALUMNO-BUSCADO         PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       01 WS-MAE-FILA               PIC 9(4) VALUE 0.
       01 WS-MAE-COINCIDENCIAS      PIC 9(4) VALUE 0.
       01 WS-CORRELATIVA-FALTANTE   PIC X(30) VALUE SPACES.

      * Variables para contar registros
          05 WS-CONT-PEDIDAS           PIC 9(05) VALUE 0.
          05 WS-CONT-VALIDAS           PIC 9(05) VALUE 0.
          05 WS-CONT-RECHAZADAS        PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-LEGAJO        PIC 9(05) VALUE 0.
          05 WS-CONT-MOROSOS           PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           PERFORM 1200-CARGAR-APROBADAS
              THRU 1200-CARGAR-APROBADAS-FIN.

           PERFORM 1300-CARGAR-MAESTRO
              THRU 1300-CARGAR-MAESTRO-FIN.

           PERFORM 1400-CARGAR-MOROSOS
              THRU 1400-CARGAR-MOROSOS-FIN.

           OPEN OUTPUT SAL-INSCRIPCIONES.
           IF NOT FS-SAL-INSCRIPCIONES-OK
              DISPLAY 'ERROR AL ABRIR INSCRIPCIONES.TXT'
               NOT AT END
                   IF FD-PROM-ANT-PROMEDIO NOT LESS THAN
                         WS-NOTA-APROBACION
                      OR FD-PROM-ANT-EQUIVALENCIA
                      PERFORM 1220-ANOTAR-APROBADA
                         THRU 1220-ANOTAR-APROBADA-FIN
                   END-IF
       1220-ANOTAR-APROBADA.
      * Si ya esta anotada (aprobada en mas de un ciclo) no se
      * duplica la entrada.
           IF FD-PROM-ANT-LEGAJO IS NOT NUMERIC
              MOVE 0 TO FD-PROM-ANT-LEGAJO
           END-IF.
           MOVE FD-PROM-ANT-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE FD-PROM-ANT-LEGAJO  TO WS-LEGAJO-BUSCADO.
           MOVE FD-PROM-ANT-MATERIA TO WS-MATERIA-BUSCADA.
           PERFORM 2300-BUSCAR-APROBADA
              THRU 2300-BUSCAR-APROBADA-FIN.
                TO WS-APR-APE-NOM(WS-APR-CANTIDAD)
              MOVE FD-PROM-ANT-MATERIA
                TO WS-APR-MATERIA(WS-APR-CANTIDAD)
              MOVE FD-PROM-ANT-LEGAJO
                TO WS-APR-LEGAJO(WS-APR-CANTIDAD)
           ELSE
              DISPLAY 'LA HISTORIA SUPERA LAS 2000 MATERIAS '
                 'APROBADAS, SE IGNORAN LAS EXCEDENTES'
       1220-ANOTAR-APROBADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-MAESTRO.
      * Sin maestro no hay legajos que validar: el control sigue por
      * nombre (comportamiento historico).
           OPEN INPUT ENT-ALU-MAESTRO.
           EVALUATE TRUE
               WHEN FS-ENT-ALU-MAESTRO-OK
                   SET WS-MAE-CARGADO-SI TO TRUE
                   PERFORM 1310-LEER-MAESTRO
                      THRU 1310-LEER-MAESTRO-FIN
                      UNTIL WS-MAESTRO-EOF-YES
                   CLOSE ENT-ALU-MAESTRO
               WHEN FS-ENT-ALU-MAESTRO-NFD
                   DISPLAY 'SIN ALUMNOS_MAESTRO.TXT: EL CONTROL '
                      'SIGUE POR NOMBRE'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ALUMNOS_MAESTRO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-ALU-MAESTRO
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-MAESTRO.
           READ ENT-ALU-MAESTRO
               AT END
                   SET WS-MAESTRO-EOF-YES TO TRUE
               NOT AT END
                   IF WS-MAE-CANTIDAD LESS THAN 2000
                      ADD 1 TO WS-MAE-CANTIDAD
                      MOVE FD-ALU-MAE-LEGAJO
                        TO WS-MAE-LEGAJO(WS-MAE-CANTIDAD)
                      MOVE FD-ALU-MAE-APE-NOM
                        TO WS-MAE-APE-NOM(WS-MAE-CANTIDAD)
                      MOVE FD-ALU-MAE-ESTADO
                        TO WS-MAE-ESTADO(WS-MAE-CANTIDAD)
                   ELSE
                      DISPLAY 'ALUMNOS_MAESTRO.TXT TIENE MAS DE 2000 '
                         'ALUMNOS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1310-LEER-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARGAR-MOROSOS.
      * Sin lista de morosos nadie queda bloqueado por aranceles.
           OPEN INPUT ENT-MOROSOS.
           EVALUATE TRUE
               WHEN FS-ENT-MOROSOS-OK
                   PERFORM 1410-LEER-MOROSO
                      THRU 1410-LEER-MOROSO-FIN
                      UNTIL WS-MOROSOS-EOF-YES
                   CLOSE ENT-MOROSOS
               WHEN FS-ENT-MOROSOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ARANCELES_MOROSOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MOROSOS
                   STOP RUN
           END-EVALUATE.

       1400-CARGAR-MOROSOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-MOROSO.
           READ ENT-MOROSOS
               AT END
                   SET WS-MOROSOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-MOR-CANTIDAD LESS THAN 1000
                      ADD 1 TO WS-MOR-CANTIDAD
                      IF FD-MOR-LEGAJO IS NOT NUMERIC
                         MOVE 0 TO FD-MOR-LEGAJO
                      END-IF
                      MOVE FD-MOR-LEGAJO
                        TO WS-MOR-LEGAJO(WS-MOR-CANTIDAD)
                      MOVE FD-MOR-APE-NOM
                        TO WS-MOR-APE-NOM(WS-MOR-CANTIDAD)
                   ELSE
                      DISPLAY 'ARANCELES_MOROSOS.TXT TIENE MAS DE '
                         '1000 ALUMNOS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1410-LEER-MOROSO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-PEDIDA.
           READ ENT-PEDIDAS
       2000-LEER-PEDIDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2050-VALIDAR-LEGAJO.
      * Pedida sin legajo: se completa con el del unico alumno activo
      * de ese nombre; si hay mas de uno o ninguno, sigue por nombre.
      * Pedida con legajo: tiene que existir y no estar de baja. El
      * nombre que vale es el del maestro.
           MOVE 0 TO WS-MAE-FILA.
           MOVE 0 TO WS-MAE-COINCIDENCIAS.
           IF WS-INS-LEGAJO EQUAL 0
              PERFORM 2060-BUSCAR-POR-NOMBRE
                 THRU 2060-BUSCAR-POR-NOMBRE-FIN
                 VARYING WS-MAE-IDX FROM 1 BY 1
                 UNTIL WS-MAE-IDX GREATER THAN WS-MAE-CANTIDAD
              IF WS-MAE-COINCIDENCIAS EQUAL 1
                 MOVE WS-MAE-LEGAJO(WS-MAE-FILA) TO WS-INS-LEGAJO
              ELSE
                 ADD 1 TO WS-CONT-SIN-LEGAJO
              END-IF
              GO TO 2050-VALIDAR-LEGAJO-FIN
           END-IF.

           PERFORM 2070-BUSCAR-POR-LEGAJO
              THRU 2070-BUSCAR-POR-LEGAJO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX GREATER THAN WS-MAE-CANTIDAD
                 OR WS-MAE-FILA NOT EQUAL 0.
           IF WS-MAE-FILA EQUAL 0
              SET WS-INS-CUMPLE-NO TO TRUE
              MOVE 'LEGAJO INEXISTENTE O DE BAJA'
                TO WS-CORRELATIVA-FALTANTE
              GO TO 2050-VALIDAR-LEGAJO-FIN
           END-IF.
           IF WS-MAE-BAJA(WS-MAE-FILA)
              SET WS-INS-CUMPLE-NO TO TRUE
              MOVE 'LEGAJO INEXISTENTE O DE BAJA'
                TO WS-CORRELATIVA-FALTANTE
              GO TO 2050-VALIDAR-LEGAJO-FIN
           END-IF.
           MOVE WS-MAE-APE-NOM(WS-MAE-FILA) TO WS-INS-APE-NOM.

       2050-VALIDAR-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2060-BUSCAR-POR-NOMBRE.
           IF WS-MAE-APE-NOM(WS-MAE-IDX) EQUAL WS-INS-APE-NOM
              AND WS-MAE-ACTIVO(WS-MAE-IDX)
              ADD 1 TO WS-MAE-COINCIDENCIAS
              SET WS-MAE-FILA TO WS-MAE-IDX
           END-IF.

       2060-BUSCAR-POR-NOMBRE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2070-BUSCAR-POR-LEGAJO.
           IF WS-MAE-LEGAJO(WS-MAE-IDX) EQUAL WS-INS-LEGAJO
              SET WS-MAE-FILA TO WS-MAE-IDX
           END-IF.

       2070-BUSCAR-POR-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-CONTROLAR-PEDIDA.
      * Reviso todas las correlativas de la materia pedida; con la
      * correlativa a la vista.
           SET WS-INS-CUMPLE-SI TO TRUE.
           MOVE SPACES TO WS-CORRELATIVA-FALTANTE.
           IF WS-INS-LEGAJO IS NOT NUMERIC
              MOVE 0 TO WS-INS-LEGAJO
           END-IF.
           IF WS-MAE-CARGADO-SI
              PERFORM 2050-VALIDAR-LEGAJO
                 THRU 2050-VALIDAR-LEGAJO-FIN
           END-IF.

           IF WS-INS-CUMPLE-SI
              PERFORM 2400-CONTROLAR-ARANCELES
                 THRU 2400-CONTROLAR-ARANCELES-FIN
           END-IF.

           PERFORM 2200-REVISAR-CORRELATIVA
              THRU 2200-REVISAR-CORRELATIVA-FIN
              VARYING WS-COR-IDX FROM 1 BY 1
           IF WS-INS-CUMPLE-SI
              MOVE WS-INS-APE-NOM TO REG-INS-APE-NOM
              MOVE WS-INS-MATERIA TO REG-INS-MATERIA
              MOVE WS-INS-LEGAJO  TO REG-INS-LEGAJO
              WRITE REG-INSCRIPCION-VALIDA
              ADD 1 TO WS-CONT-VALIDAS
           ELSE
           END-IF.

           MOVE WS-INS-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE WS-INS-LEGAJO  TO WS-LEGAJO-BUSCADO.
           MOVE WS-COR-REQUERIDA(WS-COR-IDX) TO WS-MATERIA-BUSCADA.
           PERFORM 2300-BUSCAR-APROBADA
              THRU 2300-BUSCAR-APROBADA-FIN.

      *----------------------------------------------------------------*
      * Busca si WS-ALUMNO-BUSCADO tiene WS-MATERIA-BUSCADA en la
      * tabla de aprobadas. Es el mismo alumno si los dos legajos
      * estan y coinciden, o si falta alguno y coincide el nombre.
       2300-BUSCAR-APROBADA.
           SET WS-APR-ENCONTRADA-NO TO TRUE.
           PERFORM 2310-COMPARAR-APROBADA
      *----------------------------------------------------------------*
       2310-COMPARAR-APROBADA.
           IF WS-APR-MATERIA(WS-APR-IDX) EQUAL WS-MATERIA-BUSCADA
              AND ((WS-APR-LEGAJO(WS-APR-IDX) NOT EQUAL 0
                    AND WS-LEGAJO-BUSCADO NOT EQUAL 0
                    AND WS-APR-LEGAJO(WS-APR-IDX) EQUAL
                        WS-LEGAJO-BUSCADO)
               OR ((WS-APR-LEGAJO(WS-APR-IDX) EQUAL 0
                    OR WS-LEGAJO-BUSCADO EQUAL 0)
                    AND WS-APR-APE-NOM(WS-APR-IDX) EQUAL
                        WS-ALUMNO-BUSCADO))
              SET WS-APR-ENCONTRADA-SI TO TRUE
           END-IF.

       2310-COMPARAR-APROBADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El alumno de la pedida no puede estar en la lista de morosos
      * (mismo criterio de alumno que 2310).
       2400-CONTROLAR-ARANCELES.
           PERFORM 2410-COMPARAR-MOROSO
              THRU 2410-COMPARAR-MOROSO-FIN
              VARYING WS-MOR-IDX FROM 1 BY 1
              UNTIL WS-MOR-IDX GREATER THAN WS-MOR-CANTIDAD
                 OR WS-INS-CUMPLE-NO.
           IF WS-INS-CUMPLE-NO
              MOVE 'ADEUDA MAS DE DOS ARANCELES'
                TO WS-CORRELATIVA-FALTANTE
              ADD 1 TO WS-CONT-MOROSOS
           END-IF.

       2400-CONTROLAR-ARANCELES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-COMPARAR-MOROSO.
           IF (WS-MOR-LEGAJO(WS-MOR-IDX) NOT EQUAL 0
               AND WS-INS-LEGAJO NOT EQUAL 0
               AND WS-MOR-LEGAJO(WS-MOR-IDX) EQUAL WS-INS-LEGAJO)
            OR ((WS-MOR-LEGAJO(WS-MOR-IDX) EQUAL 0
               OR WS-INS-LEGAJO EQUAL 0)
               AND WS-MOR-APE-NOM(WS-MOR-IDX) EQUAL WS-INS-APE-NOM)
              SET WS-INS-CUMPLE-NO TO TRUE
           END-IF.

       2410-COMPARAR-MOROSO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-PEDIDAS
           DISPLAY 'INSCRIPCIONES PEDIDAS   : ' WS-CONT-PEDIDAS.
           DISPLAY 'INSCRIPCIONES VALIDAS   : ' WS-CONT-VALIDAS.
           DISPLAY 'INSCRIPCIONES RECHAZADAS: ' WS-CONT-RECHAZADAS.
           IF WS-MAE-CARGADO-SI
              DISPLAY 'PEDIDAS SIN LEGAJO      : ' WS-CONT-SIN-LEGAJO
           END-IF.
           IF WS-MOR-CANTIDAD GREATER THAN 0
              DISPLAY 'RECHAZADAS POR ARANCELES: ' WS-CONT-MOROSOS
           END-IF.

       3000-FINALIZAR-FIN.
           EXIT.
