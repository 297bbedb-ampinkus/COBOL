      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01EQUIV.CBL - Carga de equivalencias. Toma las
      *          equivalencias resueltas (EQUIVALENCIAS_PEDIDAS.TXT:
      *          legajo, nombre, materia de nuestro plan, institucion
      *          de origen, nota de origen, resolucion, operador que
      *          la aprobo y si la nota promedia) y las controla: la
      *          materia esta en el plan (PLAN_ESTUDIO.TXT), la nota
      *          de origen es de aprobacion en la escala de 1 a 10,
      *          vienen la institucion, la resolucion y el operador,
      *          el legajo existe y no esta de baja en el maestro
      *          (como TP01CORRE; sin legajo tiene que haber un unico
      *          alumno activo con ese nombre) y el alumno no tiene
      *          ya la materia aprobada. Cada equivalencia valida se
      *          agrega a PROMEDIOS_HIST.TXT con origen E, imputada
      *          al ciclo en curso, y queda en EQUIVALENCIAS.TXT con
      *          la institucion, la resolucion y el operador. Las
      *          rechazadas van a EQUIVALENCIAS_RECHAZOS.TXT con el
      *          motivo. La nota de origen entra en los promedios
      *          (TP01TITUL, TP01TRANS) solo si la resolucion lo dice
      *          (marca S); en blanco vale WS-PROMEDIA-DEFECTO. En la
      *          historia eso va como cantidad de notas 1 o 0.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01EQUIV.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Equivalencias resueltas a cargar
       SELECT ENT-PEDIDOS
           ASSIGN TO '../EQUIVALENCIAS_PEDIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PEDIDOS.

      * Plan de estudios: una materia obligatoria por linea
       SELECT ENT-PLAN
           ASSIGN TO '../PLAN_ESTUDIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PLAN.

      * Maestro de alumnos (de TP01ALUMN)
       SELECT ENT-ALU-MAESTRO
           ASSIGN TO '../ALUMNOS_MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ALU-MAESTRO.

      * Historia de promedios: se lee para saber que ya esta
      * aprobado y despues se le agregan las equivalencias
       SELECT ENT-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROM-HIST.

       SELECT SAL-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROM-HIST.

      * Registro de equivalencias otorgadas: acumula
       SELECT SAL-EQUIV
           ASSIGN TO '../EQUIVALENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EQUIV.

      * Equivalencias rechazadas, con el motivo
       SELECT SAL-RECHAZOS
           ASSIGN TO '../EQUIVALENCIAS_RECHAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECHAZOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-PEDIDOS.
       01 REG-PEDIDO.
          05 REG-PED-LEGAJO            PIC X(06).
          05 REG-PED-LEGAJO-NUM REDEFINES REG-PED-LEGAJO
                                       PIC 9(06).
          05 REG-PED-APE-NOM           PIC X(40).
          05 REG-PED-MATERIA           PIC X(30).
          05 REG-PED-INSTITUCION       PIC X(40).
      * Nota de origen con dos decimales, sin coma (0750 = 7,50)
          05 REG-PED-NOTA              PIC X(04).
          05 REG-PED-NOTA-NUM REDEFINES REG-PED-NOTA
                                       PIC 9(2)V9(2).
          05 REG-PED-RESOLUCION        PIC X(15).
          05 REG-PED-OPERADOR          PIC X(10).
      * S la nota promedia, N no promedia, en blanco lo de siempre
          05 REG-PED-PROMEDIA          PIC X(01).

       FD ENT-PLAN.
       01 REG-PLAN.
          05 REG-PLAN-MATERIA          PIC X(30).

       FD ENT-ALU-MAESTRO.
           COPY ALUMAEST.

       FD ENT-PROM-HIST.
           COPY PROMANT.

       FD SAL-PROM-HIST.
           COPY PROMHIST.

       FD SAL-EQUIV.
           COPY EQUIVOTO.

       FD SAL-RECHAZOS.
       01 REG-RECHAZO.
          05 REG-RECH-PEDIDO           PIC X(146).
          05 REG-RECH-SEP-01           PIC X(03).
          05 REG-RECH-MOTIVO           PIC X(40).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-PEDIDOS                    PIC X(2).
             88 FS-ENT-PEDIDOS-OK                 VALUE '00'.
             88 FS-ENT-PEDIDOS-EOF                VALUE '10'.
             88 FS-ENT-PEDIDOS-NFD                VALUE '35'.
          05 FS-ENT-PLAN                       PIC X(2).
             88 FS-ENT-PLAN-OK                    VALUE '00'.
             88 FS-ENT-PLAN-EOF                   VALUE '10'.
             88 FS-ENT-PLAN-NFD                   VALUE '35'.
          05 FS-ENT-ALU-MAESTRO                PIC X(2).
             88 FS-ENT-ALU-MAESTRO-OK             VALUE '00'.
             88 FS-ENT-ALU-MAESTRO-EOF            VALUE '10'.
             88 FS-ENT-ALU-MAESTRO-NFD            VALUE '35'.
          05 FS-ENT-PROM-HIST                  PIC X(2).
             88 FS-ENT-PROM-HIST-OK               VALUE '00'.
             88 FS-ENT-PROM-HIST-EOF              VALUE '10'.
             88 FS-ENT-PROM-HIST-NFD              VALUE '35'.
          05 FS-SAL-PROM-HIST                  PIC X(2).
             88 FS-SAL-PROM-HIST-OK               VALUE '00'.
             88 FS-SAL-PROM-HIST-NFD              VALUE '35'.
          05 FS-SAL-EQUIV                      PIC X(2).
             88 FS-SAL-EQUIV-OK                   VALUE '00'.
             88 FS-SAL-EQUIV-NFD                  VALUE '35'.
          05 FS-SAL-RECHAZOS                   PIC X(2).
             88 FS-SAL-RECHAZOS-OK                VALUE '00'.

      * Variables para indicar fin de cada archivo
       01 WS-PEDIDOS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-PEDIDOS-EOF-YES        VALUE 'TRUE'.
          88 WS-PEDIDOS-EOF-NO         VALUE 'FALSE'.
       01 WS-PLAN-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-PLAN-EOF-YES           VALUE 'TRUE'.
          88 WS-PLAN-EOF-NO            VALUE 'FALSE'.
       01 WS-MAESTRO-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-MAESTRO-EOF-YES        VALUE 'TRUE'.
          88 WS-MAESTRO-EOF-NO         VALUE 'FALSE'.
       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
          88 WS-HIST-EOF-NO            VALUE 'FALSE'.

      * Nota minima de aprobacion, la misma de TP01TITUL
       01 WS-NOTA-APROBACION        PIC 9(2)V9(2) VALUE 04,00.
       01 WS-NOTA-MAXIMA            PIC 9(2)V9(2) VALUE 10,00.

      * Ciclo al que se imputan las equivalencias en la historia
       01 WS-CICLO-ACTUAL           PIC X(6) VALUE '2024-1'.

      * Si la nota de origen entra en los promedios cuando la
      * resolucion no lo dice: N, la nota se puso con otro programa
      * y otra escala de exigencia, la materia solo se acredita.
       01 WS-PROMEDIA-DEFECTO       PIC X(1) VALUE 'N'.

       01 WS-FECHA-PROCESO          PIC 9(08) VALUE 0.

      * Materias del plan (hasta 30)
       01 WS-PLAN-TABLA.
          05 WS-PLAN-CANTIDAD          PIC 9(2) VALUE 0.
          05 WS-PLAN-ENTRADA OCCURS 30 TIMES
                              INDEXED BY WS-PLAN-IDX.
             10 WS-PLAN-MATERIA        PIC X(30).

      * Maestro de alumnos en memoria. Si no hay maestro la tabla
      * queda vacia y el alumno se toma por nombre.
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

      * Materias ya aprobadas por alumno segun la historia (y las
      * equivalencias que se van cargando en esta corrida)
       01 WS-APR-TABLA.
          05 WS-APR-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-APR-ENTRADA OCCURS 3000 TIMES
                             INDEXED BY WS-APR-IDX.
             10 WS-APR-APE-NOM         PIC X(40).
             10 WS-APR-LEGAJO          PIC 9(06).
             10 WS-APR-MATERIA         PIC X(30).

      * Pedido en curso
       01 WS-PED-LEGAJO             PIC 9(06) VALUE 0.
       01 WS-PED-APE-NOM            PIC X(40) VALUE SPACES.
       01 WS-PED-PROMEDIA           PIC X(01) VALUE SPACE.
          88 WS-PED-PROMEDIA-SI        VALUE 'S'.
          88 WS-PED-PROMEDIA-NO        VALUE 'N'.
       01 WS-PED-ACEPTADO           PIC X(3) VALUE 'SI'.
          88 WS-PED-ACEPTADO-SI        VALUE 'SI'.
          88 WS-PED-ACEPTADO-NO        VALUE 'NO'.
       01 WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01 WS-ES-EL-ALUMNO           PIC X(2) VALUE 'NO'.
          88 WS-ES-EL-ALUMNO-SI        VALUE 'SI'.
          88 WS-ES-EL-ALUMNO-NO        VALUE 'NO'.
       01 WS-ALUMNO-BUSCADO         PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       01 WS-MATERIA-BUSCADA        PIC X(30) VALUE SPACES.
       77 WS-FILA-PLAN              PIC 9(2) VALUE 0.
       77 WS-FILA-APR               PIC 9(4) VALUE 0.
       77 WS-MAE-FILA               PIC 9(4) VALUE 0.
       77 WS-MAE-COINCIDENCIAS      PIC 9(4) VALUE 0.

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-PEDIDOS           PIC 9(05) VALUE 0.
          05 WS-CONT-OTORGADAS         PIC 9(05) VALUE 0.
          05 WS-CONT-PROMEDIAN         PIC 9(05) VALUE 0.
          05 WS-CONT-RECHAZADAS        PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-LEER-PEDIDO
              THRU 2000-LEER-PEDIDO-FIN
              UNTIL WS-PEDIDOS-EOF-YES.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-CARGAR-PLAN
              THRU 1100-CARGAR-PLAN-FIN.
           IF WS-PLAN-CANTIDAD EQUAL 0
              DISPLAY 'PLAN_ESTUDIO.TXT VACIO O AUSENTE: NO HAY '
                 'PLAN CONTRA EL QUE OTORGAR EQUIVALENCIAS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1200-CARGAR-MAESTRO
              THRU 1200-CARGAR-MAESTRO-FIN.

           PERFORM 1300-CARGAR-HISTORIA
              THRU 1300-CARGAR-HISTORIA-FIN.

           OPEN INPUT ENT-PEDIDOS.
           EVALUATE TRUE
               WHEN FS-ENT-PEDIDOS-OK
                   CONTINUE
               WHEN FS-ENT-PEDIDOS-NFD
                   DISPLAY 'NO SE ENCUENTRA EQUIVALENCIAS_PEDIDAS.TXT'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EQUIVALENCIAS_PEDIDAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PEDIDOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN EXTEND SAL-PROM-HIST.
           IF FS-SAL-PROM-HIST-NFD
              OPEN OUTPUT SAL-PROM-HIST
           END-IF.
           IF NOT FS-SAL-PROM-HIST-OK
              DISPLAY 'ERROR AL ABRIR PROMEDIOS_HIST.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROM-HIST
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-EQUIV.
           IF FS-SAL-EQUIV-NFD
              OPEN OUTPUT SAL-EQUIV
           END-IF.
           IF NOT FS-SAL-EQUIV-OK
              DISPLAY 'ERROR AL ABRIR EQUIVALENCIAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-EQUIV
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-RECHAZOS.
           IF NOT FS-SAL-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR EQUIVALENCIAS_RECHAZOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECHAZOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-PLAN.
           OPEN INPUT ENT-PLAN.
           EVALUATE TRUE
               WHEN FS-ENT-PLAN-OK
                   PERFORM 1110-LEER-PLAN
                      THRU 1110-LEER-PLAN-FIN
                      UNTIL WS-PLAN-EOF-YES
                   CLOSE ENT-PLAN
               WHEN FS-ENT-PLAN-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PLAN_ESTUDIO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PLAN
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-PLAN.
           READ ENT-PLAN
               AT END
                   SET WS-PLAN-EOF-YES TO TRUE
               NOT AT END
                   IF WS-PLAN-CANTIDAD LESS THAN 30
                      ADD 1 TO WS-PLAN-CANTIDAD
                      MOVE REG-PLAN-MATERIA
                        TO WS-PLAN-MATERIA(WS-PLAN-CANTIDAD)
                   ELSE
                      DISPLAY 'PLAN_ESTUDIO.TXT TIENE MAS DE 30 '
                         'MATERIAS, SE IGNORAN LAS EXCEDENTES'
                   END-IF
           END-READ.

       1110-LEER-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-MAESTRO.
      * Sin maestro el alumno se toma por nombre, como en los
      * renglones viejos de la historia.
           OPEN INPUT ENT-ALU-MAESTRO.
           EVALUATE TRUE
               WHEN FS-ENT-ALU-MAESTRO-OK
                   SET WS-MAE-CARGADO-SI TO TRUE
                   PERFORM 1210-LEER-MAESTRO
                      THRU 1210-LEER-MAESTRO-FIN
                      UNTIL WS-MAESTRO-EOF-YES
                   CLOSE ENT-ALU-MAESTRO
               WHEN FS-ENT-ALU-MAESTRO-NFD
                   DISPLAY 'SIN ALUMNOS_MAESTRO.TXT: LAS '
                      'EQUIVALENCIAS SE CARGAN POR NOMBRE'
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

       1210-LEER-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-HISTORIA.
      * Sin historia nadie tiene nada aprobado todavia.
           OPEN INPUT ENT-PROM-HIST.
           EVALUATE TRUE
               WHEN FS-ENT-PROM-HIST-OK
                   PERFORM 1310-LEER-HISTORIA
                      THRU 1310-LEER-HISTORIA-FIN
                      UNTIL WS-HIST-EOF-YES
                   CLOSE ENT-PROM-HIST
               WHEN FS-ENT-PROM-HIST-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMEDIOS_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROM-HIST
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-HISTORIA.
      * Cuenta como aprobada una nota de aprobacion que no sea de un
      * ausente, o una equivalencia anterior.
           READ ENT-PROM-HIST
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   IF (FD-PROM-ANT-PROMEDIO NOT LESS THAN
                         WS-NOTA-APROBACION
                       AND NOT FD-PROM-ANT-AUSENTE)
                      OR FD-PROM-ANT-EQUIVALENCIA
                      PERFORM 1320-ANOTAR-APROBADA
                         THRU 1320-ANOTAR-APROBADA-FIN
                   END-IF
           END-READ.

       1310-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1320-ANOTAR-APROBADA.
           IF FD-PROM-ANT-LEGAJO IS NOT NUMERIC
              MOVE 0 TO FD-PROM-ANT-LEGAJO
           END-IF.
           MOVE FD-PROM-ANT-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE FD-PROM-ANT-LEGAJO  TO WS-LEGAJO-BUSCADO.
           MOVE FD-PROM-ANT-MATERIA TO WS-MATERIA-BUSCADA.
           PERFORM 2500-BUSCAR-APROBADA
              THRU 2500-BUSCAR-APROBADA-FIN.
           IF WS-FILA-APR NOT EQUAL 0
              GO TO 1320-ANOTAR-APROBADA-FIN
           END-IF.
           PERFORM 2600-AGREGAR-APROBADA
              THRU 2600-AGREGAR-APROBADA-FIN.

       1320-ANOTAR-APROBADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-PEDIDO.
           READ ENT-PEDIDOS
               AT END
                   SET WS-PEDIDOS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-PEDIDOS
                   PERFORM 2100-CONTROLAR-PEDIDO
                      THRU 2100-CONTROLAR-PEDIDO-FIN
           END-READ.

       2000-LEER-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-CONTROLAR-PEDIDO.
           SET WS-PED-ACEPTADO-SI TO TRUE.
           MOVE SPACES TO WS-MOTIVO.
           IF REG-PED-LEGAJO IS NUMERIC
              MOVE REG-PED-LEGAJO-NUM TO WS-PED-LEGAJO
           ELSE
              MOVE 0 TO WS-PED-LEGAJO
           END-IF.
           MOVE REG-PED-APE-NOM TO WS-PED-APE-NOM.

           MOVE 0 TO WS-FILA-PLAN.
           PERFORM 2150-BUSCAR-EN-PLAN
              THRU 2150-BUSCAR-EN-PLAN-FIN
              VARYING WS-PLAN-IDX FROM 1 BY 1
              UNTIL WS-PLAN-IDX GREATER THAN WS-PLAN-CANTIDAD
                 OR WS-FILA-PLAN NOT EQUAL 0.
           IF WS-FILA-PLAN EQUAL 0
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'MATERIA FUERA DEL PLAN' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF REG-PED-INSTITUCION EQUAL SPACES
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'FALTA LA INSTITUCION DE ORIGEN' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF REG-PED-RESOLUCION EQUAL SPACES
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'FALTA LA RESOLUCION' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF REG-PED-OPERADOR EQUAL SPACES
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'FALTA EL OPERADOR QUE LA APROBO' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF REG-PED-NOTA IS NOT NUMERIC
              OR REG-PED-NOTA-NUM GREATER THAN WS-NOTA-MAXIMA
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'NOTA DE ORIGEN INVALIDA (0100 A 1000)'
                TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF REG-PED-NOTA-NUM LESS THAN WS-NOTA-APROBACION
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'NOTA DE ORIGEN SIN APROBAR' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF REG-PED-PROMEDIA EQUAL SPACE
              MOVE WS-PROMEDIA-DEFECTO TO WS-PED-PROMEDIA
           ELSE
              MOVE REG-PED-PROMEDIA TO WS-PED-PROMEDIA
           END-IF.
           IF NOT WS-PED-PROMEDIA-SI
              AND NOT WS-PED-PROMEDIA-NO
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'MARCA DE PROMEDIO INVALIDA (S O N)' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF WS-MAE-CARGADO-SI
              PERFORM 2200-VALIDAR-LEGAJO
                 THRU 2200-VALIDAR-LEGAJO-FIN
              IF WS-PED-ACEPTADO-NO
                 GO TO 2100-RECHAZAR
              END-IF
           END-IF.

           MOVE WS-PED-APE-NOM  TO WS-ALUMNO-BUSCADO.
           MOVE WS-PED-LEGAJO   TO WS-LEGAJO-BUSCADO.
           MOVE REG-PED-MATERIA TO WS-MATERIA-BUSCADA.
           PERFORM 2500-BUSCAR-APROBADA
              THRU 2500-BUSCAR-APROBADA-FIN.
           IF WS-FILA-APR NOT EQUAL 0
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'MATERIA YA APROBADA' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           PERFORM 2300-GRABAR-EQUIVALENCIA
              THRU 2300-GRABAR-EQUIVALENCIA-FIN.
           GO TO 2100-CONTROLAR-PEDIDO-FIN.

       2100-RECHAZAR.
           MOVE REG-PEDIDO TO REG-RECH-PEDIDO.
           MOVE ' | '      TO REG-RECH-SEP-01.
           MOVE WS-MOTIVO  TO REG-RECH-MOTIVO.
           WRITE REG-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZADAS.

       2100-CONTROLAR-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2150-BUSCAR-EN-PLAN.
           IF WS-PLAN-MATERIA(WS-PLAN-IDX) EQUAL REG-PED-MATERIA
              SET WS-FILA-PLAN TO WS-PLAN-IDX
           END-IF.

       2150-BUSCAR-EN-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-VALIDAR-LEGAJO.
      * Pedido sin legajo: se completa con el del unico alumno activo
      * de ese nombre; si hay mas de uno o ninguno, no se puede saber
      * a quien se le otorga y se rechaza. Pedido con legajo: tiene
      * que existir y no estar de baja. El nombre que vale es el del
      * maestro.
           MOVE 0 TO WS-MAE-FILA.
           MOVE 0 TO WS-MAE-COINCIDENCIAS.
           IF WS-PED-LEGAJO EQUAL 0
              PERFORM 2210-BUSCAR-POR-NOMBRE
                 THRU 2210-BUSCAR-POR-NOMBRE-FIN
                 VARYING WS-MAE-IDX FROM 1 BY 1
                 UNTIL WS-MAE-IDX GREATER THAN WS-MAE-CANTIDAD
              IF WS-MAE-COINCIDENCIAS EQUAL 1
                 MOVE WS-MAE-LEGAJO(WS-MAE-FILA) TO WS-PED-LEGAJO
              ELSE
                 SET WS-PED-ACEPTADO-NO TO TRUE
                 MOVE 'ALUMNO SIN LEGAJO UNICO EN EL MAESTRO'
                   TO WS-MOTIVO
              END-IF
              GO TO 2200-VALIDAR-LEGAJO-FIN
           END-IF.

           PERFORM 2220-BUSCAR-POR-LEGAJO
              THRU 2220-BUSCAR-POR-LEGAJO-FIN
              VARYING WS-MAE-IDX FROM 1 BY 1
              UNTIL WS-MAE-IDX GREATER THAN WS-MAE-CANTIDAD
                 OR WS-MAE-FILA NOT EQUAL 0.
           IF WS-MAE-FILA EQUAL 0
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'LEGAJO INEXISTENTE O DE BAJA' TO WS-MOTIVO
              GO TO 2200-VALIDAR-LEGAJO-FIN
           END-IF.
           IF WS-MAE-BAJA(WS-MAE-FILA)
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'LEGAJO INEXISTENTE O DE BAJA' TO WS-MOTIVO
              GO TO 2200-VALIDAR-LEGAJO-FIN
           END-IF.
           MOVE WS-MAE-APE-NOM(WS-MAE-FILA) TO WS-PED-APE-NOM.

       2200-VALIDAR-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-BUSCAR-POR-NOMBRE.
           IF WS-MAE-APE-NOM(WS-MAE-IDX) EQUAL WS-PED-APE-NOM
              AND WS-MAE-ACTIVO(WS-MAE-IDX)
              ADD 1 TO WS-MAE-COINCIDENCIAS
              SET WS-MAE-FILA TO WS-MAE-IDX
           END-IF.

       2210-BUSCAR-POR-NOMBRE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2220-BUSCAR-POR-LEGAJO.
           IF WS-MAE-LEGAJO(WS-MAE-IDX) EQUAL WS-PED-LEGAJO
              SET WS-MAE-FILA TO WS-MAE-IDX
           END-IF.

       2220-BUSCAR-POR-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * La equivalencia va a la historia con origen E (cantidad de
      * notas 1 si promedia, 0 si no) y al registro con los datos de
      * la resolucion; queda como aprobada para el resto del lote.
       2300-GRABAR-EQUIVALENCIA.
           MOVE WS-PED-APE-NOM   TO FD-PROM-HIST-APE-NOM.
           MOVE REG-PED-MATERIA  TO FD-PROM-HIST-MATERIA.
           MOVE REG-PED-NOTA-NUM TO FD-PROM-HIST-PROMEDIO.
           MOVE WS-CICLO-ACTUAL  TO FD-PROM-HIST-CICLO.
           MOVE WS-PED-LEGAJO    TO FD-PROM-HIST-LEGAJO.
           SET FD-PROM-HIST-EQUIVALENCIA TO TRUE.
           IF WS-PED-PROMEDIA-SI
              MOVE 1 TO FD-PROM-HIST-CANT-NOTAS
              ADD 1 TO WS-CONT-PROMEDIAN
           ELSE
              MOVE 0 TO FD-PROM-HIST-CANT-NOTAS
           END-IF.
           WRITE FD-PROM-HIST.

           MOVE WS-FECHA-PROCESO    TO FD-EQV-FECHA.
           MOVE WS-PED-LEGAJO       TO FD-EQV-LEGAJO.
           MOVE WS-PED-APE-NOM      TO FD-EQV-APE-NOM.
           MOVE REG-PED-MATERIA     TO FD-EQV-MATERIA.
           MOVE WS-CICLO-ACTUAL     TO FD-EQV-CICLO.
           MOVE REG-PED-INSTITUCION TO FD-EQV-INSTITUCION.
           MOVE REG-PED-NOTA-NUM    TO FD-EQV-NOTA.
           MOVE WS-PED-PROMEDIA     TO FD-EQV-PROMEDIA.
           MOVE REG-PED-RESOLUCION  TO FD-EQV-RESOLUCION.
           MOVE REG-PED-OPERADOR    TO FD-EQV-OPERADOR.
           WRITE FD-EQUIV.
           ADD 1 TO WS-CONT-OTORGADAS.

           PERFORM 2600-AGREGAR-APROBADA
              THRU 2600-AGREGAR-APROBADA-FIN.

       2300-GRABAR-EQUIVALENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca la materia aprobada del alumno buscado; deja la fila en
      * WS-FILA-APR (0 si no esta).
       2500-BUSCAR-APROBADA.
           MOVE 0 TO WS-FILA-APR.
           PERFORM 2510-COMPARAR-APROBADA
              THRU 2510-COMPARAR-APROBADA-FIN
              VARYING WS-APR-IDX FROM 1 BY 1
              UNTIL WS-APR-IDX GREATER THAN WS-APR-CANTIDAD
                 OR WS-FILA-APR NOT EQUAL 0.

       2500-BUSCAR-APROBADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Mismo alumno: los dos legajos estan y coinciden, o falta
      * alguno y coincide el nombre.
       2510-COMPARAR-APROBADA.
           IF WS-APR-MATERIA(WS-APR-IDX) NOT EQUAL WS-MATERIA-BUSCADA
              GO TO 2510-COMPARAR-APROBADA-FIN
           END-IF.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-APR-LEGAJO(WS-APR-IDX) NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-APR-LEGAJO(WS-APR-IDX) EQUAL WS-LEGAJO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-APR-APE-NOM(WS-APR-IDX) EQUAL WS-ALUMNO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-FILA-APR TO WS-APR-IDX
           END-IF.

       2510-COMPARAR-APROBADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2600-AGREGAR-APROBADA.
           IF WS-APR-CANTIDAD NOT LESS THAN 3000
              DISPLAY 'LA HISTORIA SUPERA LAS 3000 MATERIAS '
                 'APROBADAS, SE IGNORAN LAS EXCEDENTES'
              GO TO 2600-AGREGAR-APROBADA-FIN
           END-IF.
           ADD 1 TO WS-APR-CANTIDAD.
           MOVE WS-ALUMNO-BUSCADO  TO WS-APR-APE-NOM(WS-APR-CANTIDAD).
           MOVE WS-LEGAJO-BUSCADO  TO WS-APR-LEGAJO(WS-APR-CANTIDAD).
           MOVE WS-MATERIA-BUSCADA TO WS-APR-MATERIA(WS-APR-CANTIDAD).

       2600-AGREGAR-APROBADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-PEDIDOS
                 SAL-PROM-HIST
                 SAL-EQUIV
                 SAL-RECHAZOS.

           DISPLAY 'EQUIVALENCIAS LEIDAS   : ' WS-CONT-PEDIDOS.
           DISPLAY 'EQUIVALENCIAS OTORGADAS: ' WS-CONT-OTORGADAS.
           DISPLAY '  QUE PROMEDIAN        : ' WS-CONT-PROMEDIAN.
           DISPLAY 'EQUIVALENCIAS RECHAZADAS: ' WS-CONT-RECHAZADAS.

       3000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01EQUIV.
