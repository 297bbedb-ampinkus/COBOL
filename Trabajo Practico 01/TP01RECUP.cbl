      *          ultima), e imprime el listado por materia para la
      *          mesa examinadora (RECUP_LISTADO.TXT) y el aviso por
      *          alumno con todas las mesas que debe rendir
      *          (RECUP_AVISOS.TXT). La inscripcion del alumno se
      *          busca por legajo cuando la nota y la inscripcion lo
      *          traen, y por nombre si falta de alguno de los dos.
      *          Cada citacion queda ademas en RECUP_CITADOS.TXT con
      *          el ciclo (acumula), de donde TP01ESTAD saca la tasa
      *          de recuperacion por materia.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ASSIGN TO '../RECUP_AVISOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AVISOS.

       SELECT SAL-CITADOS
           ASSIGN TO '../RECUP_CITADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CITADOS.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FD SAL-AVISOS.
       01 FD-AVISO-LINEA                PIC X(90).

       FD SAL-CITADOS.
           COPY RECUPCIT.

       WORKING-STORAGE SECTION.

      * File status de los archivos
             88 FS-SAL-LISTADO-OK                  VALUE '00'.
          05 FS-SAL-AVISOS                     PIC X(2).
             88 FS-SAL-AVISOS-OK                   VALUE '00'.
          05 FS-SAL-CITADOS                    PIC X(2).
             88 FS-SAL-CITADOS-OK                  VALUE '00'.
             88 FS-SAL-CITADOS-NFD                 VALUE '35'.

      * Nota minima de aprobacion, la misma que usa TP01EJ
       01 WS-PROM-NOTAS-MINIMO          PIC 9(2) VALUE 3.

      * Ciclo en curso, el mismo de TP01EJ
       01 WS-CICLO-ACTUAL               PIC X(6) VALUE '2024-1'.

      * Mesas de examen: las del parametro mas las adicionales que
      * se abren cuando un aula desborda. El numero de mesa corre
      * por materia.
          05 WS-INS-ITEM OCCURS 1000 TIMES.
             10 WS-INS-ITEM-ALUMNO     PIC X(40).
             10 WS-INS-ITEM-MATERIA    PIC X(30).
             10 WS-INS-ITEM-LEGAJO     PIC 9(06).
       77 WS-INDICE-INS                 PIC 9(04) COMP VALUE 0.
       77 WS-FILA-INS                   PIC 9(04) COMP VALUE 0.
       77 WS-HAY-INSCRIPCIONES          PIC X(02) VALUE 'NO'.
                         TO WS-INS-ITEM-ALUMNO(WS-CANT-INSCRIP)
                       MOVE WS-INS-MATERIA
                         TO WS-INS-ITEM-MATERIA(WS-CANT-INSCRIP)
                       IF WS-INS-LEGAJO IS NUMERIC
                          MOVE WS-INS-LEGAJO
                            TO WS-INS-ITEM-LEGAJO(WS-CANT-INSCRIP)
                       ELSE
                          MOVE 0
                            TO WS-INS-ITEM-LEGAJO(WS-CANT-INSCRIP)
                       END-IF
                    END-IF
               WHEN FS-ENT-INSCRIP-EOF
                    SET WS-EOF-ARCHIVO TO TRUE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-CITADOS.
           IF FS-SAL-CITADOS-NFD
              OPEN OUTPUT SAL-CITADOS
           END-IF.
           IF NOT FS-SAL-CITADOS-OK
              DISPLAY 'ERROR AL ABRIR RECUP_CITADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-CITADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-FIN-ARCHIVO.
           PERFORM 2100-LEER-NOTA
              THRU 2100-LEER-NOTA-FIN
              UNTIL WS-EOF-ARCHIVO.
           CLOSE ENT-ALUMNOS.
           CLOSE SAL-CITADOS.

       2000-ASIGNAR-DESAPROBADOS-FIN.
           EXIT.
           EVALUATE TRUE
               WHEN FS-ENT-ALUMNOS-OK
                    ADD 1 TO WS-CANT-LEIDOS
                    IF LEGAJO IS NOT NUMERIC
                       MOVE 0 TO LEGAJO
                    END-IF
                    IF NOTA IS NUMERIC
                       AND NOTA LESS THAN WS-PROM-NOTAS-MINIMO
                       PERFORM 2200-TRATAR-DESAPROBADA

      *----------------------------------------------------------------*
       2250-BUSCAR-INSCRIPCION.
           IF MATERIA EQUAL
                 WS-INS-ITEM-MATERIA(WS-INDICE-INS)
              AND ((LEGAJO NOT EQUAL 0
                    AND WS-INS-ITEM-LEGAJO(WS-INDICE-INS) NOT EQUAL 0
                    AND LEGAJO EQUAL
                        WS-INS-ITEM-LEGAJO(WS-INDICE-INS))
               OR ((LEGAJO EQUAL 0
                    OR WS-INS-ITEM-LEGAJO(WS-INDICE-INS) EQUAL 0)
                    AND APELLIDO-NOMBRE EQUAL
                        WS-INS-ITEM-ALUMNO(WS-INDICE-INS)))
              MOVE WS-INDICE-INS TO WS-FILA-INS
           END-IF.

           END-IF.

           ADD 1 TO WS-MESA-ITEM-ASIGNADOS(WS-FILA-MESA).
           MOVE WS-CICLO-ACTUAL TO FD-CIT-CICLO.
           MOVE MATERIA         TO FD-CIT-MATERIA.
           MOVE LEGAJO          TO FD-CIT-LEGAJO.
           MOVE APELLIDO-NOMBRE TO FD-CIT-APE-NOM.
           WRITE FD-CITADO.
           IF WS-CANT-ASIG LESS THAN 1000
              ADD 1 TO WS-CANT-ASIG
              MOVE APELLIDO-NOMBRE
