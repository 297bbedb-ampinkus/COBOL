      *          ponderado que evoluciona ciclo a ciclo, y las
      *          menciones del cuadro de honor tomadas de HONOR.TXT,
      *          con encabezado y pie para entregar al alumno.
      *          El alumno se puede pedir tambien por legajo (un
      *          parametro todo numerico); el certificado sale con el
      *          nombre del ciclo mas reciente y junta la historia por
      *          legajo, y por nombre en los renglones sin legajo.
      *          Las notas de examen final (TP01ACTAS) salen marcadas
      *          EXAMEN FINAL; los ausentes a un final salen marcados
      *          AUSENTE y no entran en los promedios. Las materias
      *          aprobadas por equivalencia (TP01EQUIV) salen
      *          marcadas EQUIVALENCIA; su nota entra en los
      *          promedios solo si se otorgo con nota que promedia.
      *          Uso: TP01TRANS <APELLIDO-NOMBRE | LEGAJO | TODOS>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      * Parametro: alumno pedido, o TODOS
       01 WS-LINEA-COMANDO          PIC X(40) VALUE SPACES.
       01 WS-PARM-ALUMNO            PIC X(40) VALUE SPACES.
       01 WS-PARM-LEGAJO            PIC 9(06) VALUE 0.
       01 WS-PARM-LARGO             PIC 9(02) VALUE 0.

       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
             10 WS-HIST-MATERIA             PIC X(30).
             10 WS-HIST-PROMEDIO            PIC 9(5)V9(2).
             10 WS-HIST-CICLO               PIC X(06).
             10 WS-HIST-LEGAJO              PIC 9(06).
      * Origen de la nota, como en PROMEDIOS_HIST.TXT
             10 WS-HIST-ORIGEN              PIC X(01).
                88 WS-HIST-FINAL               VALUE 'F'.
                88 WS-HIST-AUSENTE             VALUE 'A'.
                88 WS-HIST-EQUIVALENCIA        VALUE 'E'.
      * Cantidad de notas: una equivalencia con 0 no promedia
             10 WS-HIST-CANT-NOTAS          PIC 9(02).
      * Marca de entrada ya volcada al analitico en curso
             10 WS-HIST-USADA               PIC X(01).


      * Alumno cuyo analitico se esta armando
       01 WS-ALUMNO-ACTUAL          PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-ACTUAL          PIC 9(06) VALUE 0.
      * Ciclo del renglon de donde se tomo el nombre del alumno
       01 WS-CICLO-NOMBRE           PIC X(06) VALUE SPACES.
      * Ciclo que se esta volcando y el menor ciclo pendiente
       01 WS-CICLO-ACTUAL           PIC X(06) VALUE SPACES.
       01 WS-CICLO-MENOR            PIC X(06) VALUE SPACES.
       01 WS-TUVO-CICLOS            PIC X(2) VALUE 'NO'.
          88 WS-TUVO-CICLOS-SI         VALUE 'SI'.
          88 WS-TUVO-CICLOS-NO         VALUE 'NO'.
       01 WS-ES-EL-ALUMNO           PIC X(2) VALUE 'NO'.
          88 WS-ES-EL-ALUMNO-SI        VALUE 'SI'.
          88 WS-ES-EL-ALUMNO-NO        VALUE 'NO'.
       01 WS-TUVO-HONORES           PIC X(2) VALUE 'NO'.
          88 WS-TUVO-HONORES-SI        VALUE 'SI'.
          88 WS-TUVO-HONORES-NO        VALUE 'NO'.
             VALUE 'CERTIFICADO ANALITICO DE ESTUDIOS '.
          05 FILLER                 PIC X(03) VALUE '- '.
          05 WS-ENC-ALUMNO          PIC X(40).
          05 FILLER                 PIC X(08) VALUE ' LEGAJO '.
          05 WS-ENC-LEGAJO          PIC Z(06).
          05 FILLER                 PIC X(06) VALUE SPACES.
       01 WS-LINEA-CICLO.
          05 FILLER                 PIC X(15)
             VALUE 'CICLO LECTIVO: '.
          05 WS-MAT-MATERIA         PIC X(30).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-MAT-PROMEDIO        PIC ZZZZ9,99.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 WS-MAT-MARCA           PIC X(12).
          05 FILLER                 PIC X(36) VALUE SPACES.
       01 WS-LINEA-PROM-CICLO.
          05 FILLER                 PIC X(25)
             VALUE 'PROMEDIO DEL CICLO:      '.
           MOVE WS-LINEA-COMANDO TO WS-PARM-ALUMNO.

           IF WS-PARM-ALUMNO EQUAL SPACES
              DISPLAY 'USO: TP01TRANS <APELLIDO-NOMBRE | LEGAJO | '
                 'TODOS>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Un parametro de hasta 6 digitos y nada mas es un legajo.
           MOVE 0 TO WS-PARM-LARGO.
           INSPECT WS-PARM-ALUMNO TALLYING WS-PARM-LARGO
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PARM-LARGO GREATER THAN 0
              AND WS-PARM-LARGO NOT GREATER THAN 6
              IF WS-PARM-ALUMNO(1:WS-PARM-LARGO) IS NUMERIC
                 AND WS-PARM-ALUMNO(WS-PARM-LARGO + 1:) EQUAL SPACES
                 MOVE WS-PARM-ALUMNO(1:WS-PARM-LARGO)
                   TO WS-PARM-LEGAJO
              END-IF
           END-IF.

           OPEN INPUT ENT-PROM-HIST.
           EVALUATE TRUE
               WHEN FS-ENT-PROM-HIST-OK
                        TO WS-HIST-PROMEDIO(WS-HIST-CANTIDAD)
                      MOVE FD-PROM-ANT-CICLO
                        TO WS-HIST-CICLO(WS-HIST-CANTIDAD)
                      IF FD-PROM-ANT-LEGAJO IS NUMERIC
                         MOVE FD-PROM-ANT-LEGAJO
                           TO WS-HIST-LEGAJO(WS-HIST-CANTIDAD)
                      ELSE
                         MOVE 0 TO WS-HIST-LEGAJO(WS-HIST-CANTIDAD)
                      END-IF
                      MOVE FD-PROM-ANT-ORIGEN
                        TO WS-HIST-ORIGEN(WS-HIST-CANTIDAD)
                      IF FD-PROM-ANT-CANT-NOTAS IS NUMERIC
                         MOVE FD-PROM-ANT-CANT-NOTAS
                           TO WS-HIST-CANT-NOTAS(WS-HIST-CANTIDAD)
                      ELSE
                         MOVE 1 TO WS-HIST-CANT-NOTAS(WS-HIST-CANTIDAD)
                      END-IF
                      MOVE SPACE TO WS-HIST-USADA(WS-HIST-CANTIDAD)
                   ELSE
                      DISPLAY 'PROMEDIOS_HIST.TXT TIENE MAS DE 2000 '
      * Un analitico por alumno: el pedido, o cada alumno distinto de
      * la historia cuando se pidio TODOS.
       2000-GENERAR-ANALITICOS.
           IF WS-PARM-LEGAJO NOT EQUAL 0
              MOVE WS-PARM-LEGAJO TO WS-LEGAJO-ACTUAL
              MOVE SPACES TO WS-ALUMNO-ACTUAL
              PERFORM 2070-NOMBRE-DEL-LEGAJO
                 THRU 2070-NOMBRE-DEL-LEGAJO-FIN
              IF WS-ALUMNO-ACTUAL EQUAL SPACES
                 DISPLAY 'EL LEGAJO ' WS-PARM-LEGAJO
                    ' NO TIENE HISTORIA'
              END-IF
              PERFORM 2100-GENERAR-UN-ANALITICO
                 THRU 2100-GENERAR-UN-ANALITICO-FIN
              GO TO 2000-GENERAR-ANALITICOS-FIN
           END-IF.

           IF WS-PARM-ALUMNO NOT EQUAL 'TODOS'
              MOVE WS-PARM-ALUMNO TO WS-ALUMNO-ACTUAL
              MOVE 0 TO WS-LEGAJO-ACTUAL
              PERFORM 2100-GENERAR-UN-ANALITICO
                 THRU 2100-GENERAR-UN-ANALITICO-FIN
              GO TO 2000-GENERAR-ANALITICOS-FIN
       2050-ANALITICO-SI-NUEVO.
      * La marca de usada evita repetir el analitico de un alumno
      * que aparece en varios registros.
      * Un renglon sin legajo toma el de otro renglon del mismo
      * nombre que lo tenga, para no partir al alumno en dos.
           IF WS-HIST-USADA(WS-IDX) EQUAL SPACE
              MOVE WS-HIST-APE-NOM(WS-IDX) TO WS-ALUMNO-ACTUAL
              MOVE WS-HIST-LEGAJO(WS-IDX)  TO WS-LEGAJO-ACTUAL
              IF WS-LEGAJO-ACTUAL EQUAL 0
                 PERFORM 2060-COMPLETAR-LEGAJO
                    THRU 2060-COMPLETAR-LEGAJO-FIN
                    VARYING WS-IDX-HON FROM 1 BY 1
                    UNTIL WS-IDX-HON GREATER THAN WS-HIST-CANTIDAD
                       OR WS-LEGAJO-ACTUAL NOT EQUAL 0
              END-IF
              IF WS-LEGAJO-ACTUAL NOT EQUAL 0
                 PERFORM 2070-NOMBRE-DEL-LEGAJO
                    THRU 2070-NOMBRE-DEL-LEGAJO-FIN
              END-IF
              PERFORM 2100-GENERAR-UN-ANALITICO
                 THRU 2100-GENERAR-UN-ANALITICO-FIN
           END-IF.
       2050-ANALITICO-SI-NUEVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2060-COMPLETAR-LEGAJO.
           IF WS-HIST-APE-NOM(WS-IDX-HON) EQUAL WS-ALUMNO-ACTUAL
              AND WS-HIST-USADA(WS-IDX-HON) EQUAL SPACE
              MOVE WS-HIST-LEGAJO(WS-IDX-HON) TO WS-LEGAJO-ACTUAL
           END-IF.

       2060-COMPLETAR-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2070-NOMBRE-DEL-LEGAJO.
      * El nombre del certificado es el del ciclo mas reciente del
      * legajo: si el alumno lo corrigio, sale el corregido.
           MOVE LOW-VALUES TO WS-CICLO-NOMBRE.
           PERFORM 2080-COMPARAR-NOMBRE
              THRU 2080-COMPARAR-NOMBRE-FIN
              VARYING WS-IDX-HON FROM 1 BY 1
              UNTIL WS-IDX-HON GREATER THAN WS-HIST-CANTIDAD.

       2070-NOMBRE-DEL-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2080-COMPARAR-NOMBRE.
           IF WS-HIST-LEGAJO(WS-IDX-HON) EQUAL WS-LEGAJO-ACTUAL
              AND WS-HIST-CICLO(WS-IDX-HON) NOT LESS THAN
                  WS-CICLO-NOMBRE
              MOVE WS-HIST-CICLO(WS-IDX-HON)   TO WS-CICLO-NOMBRE
              MOVE WS-HIST-APE-NOM(WS-IDX-HON) TO WS-ALUMNO-ACTUAL
           END-IF.

       2080-COMPARAR-NOMBRE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-GENERAR-UN-ANALITICO.
           MOVE 0 TO WS-ACUM-SUMA.
           WRITE WS-SAL-ANALITICO.
           MOVE SPACES TO WS-SAL-ANALITICO.
           MOVE WS-ALUMNO-ACTUAL TO WS-ENC-ALUMNO.
           MOVE WS-LEGAJO-ACTUAL TO WS-ENC-LEGAJO.
           MOVE WS-LINEA-ENCABEZADO TO WS-SAL-ANALITICO.
           WRITE WS-SAL-ANALITICO.
           MOVE WS-SEPARADOR TO WS-SAL-ANALITICO.

      *----------------------------------------------------------------*
       2210-BUSCAR-CICLO-MENOR.
           PERFORM 2250-ES-EL-ALUMNO
              THRU 2250-ES-EL-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              AND WS-HIST-USADA(WS-IDX-HON) EQUAL SPACE
              AND WS-HIST-CICLO(WS-IDX-HON) LESS THAN WS-CICLO-MENOR
              MOVE WS-HIST-CICLO(WS-IDX-HON) TO WS-CICLO-MENOR
       2210-BUSCAR-CICLO-MENOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2250-ES-EL-ALUMNO.
      * El renglon es del alumno si los dos legajos estan y
      * coinciden, o si falta alguno y coincide el nombre.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-HIST-LEGAJO(WS-IDX-HON) NOT EQUAL 0
              AND WS-LEGAJO-ACTUAL NOT EQUAL 0
              IF WS-HIST-LEGAJO(WS-IDX-HON) EQUAL WS-LEGAJO-ACTUAL
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-HIST-APE-NOM(WS-IDX-HON) EQUAL WS-ALUMNO-ACTUAL
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.

       2250-ES-EL-ALUMNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-VOLCAR-MATERIA-CICLO.
           PERFORM 2250-ES-EL-ALUMNO
              THRU 2250-ES-EL-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              AND WS-HIST-CICLO(WS-IDX-HON) EQUAL WS-CICLO-ACTUAL
              AND WS-HIST-USADA(WS-IDX-HON) EQUAL SPACE
              MOVE 'U' TO WS-HIST-USADA(WS-IDX-HON)
              MOVE SPACES TO WS-SAL-ANALITICO
              MOVE WS-HIST-MATERIA(WS-IDX-HON) TO WS-MAT-MATERIA
              MOVE WS-HIST-PROMEDIO(WS-IDX-HON) TO WS-MAT-PROMEDIO
              EVALUATE TRUE
                  WHEN WS-HIST-FINAL(WS-IDX-HON)
                      MOVE 'EXAMEN FINAL' TO WS-MAT-MARCA
                  WHEN WS-HIST-AUSENTE(WS-IDX-HON)
                      MOVE 'AUSENTE'      TO WS-MAT-MARCA
                  WHEN WS-HIST-EQUIVALENCIA(WS-IDX-HON)
                      MOVE 'EQUIVALENCIA' TO WS-MAT-MARCA
                  WHEN OTHER
                      MOVE SPACES         TO WS-MAT-MARCA
              END-EVALUATE
              MOVE WS-LINEA-MATERIA TO WS-SAL-ANALITICO
              WRITE WS-SAL-ANALITICO
      * Un ausente queda en el analitico pero no es una nota; una
      * equivalencia que no promedia tampoco.
              IF NOT WS-HIST-AUSENTE(WS-IDX-HON)
                 AND NOT (WS-HIST-EQUIVALENCIA(WS-IDX-HON)
                          AND WS-HIST-CANT-NOTAS(WS-IDX-HON) EQUAL 0)
                 ADD WS-HIST-PROMEDIO(WS-IDX-HON) TO WS-CICLO-SUMA
                 ADD 1 TO WS-CICLO-MATERIAS
              END-IF
           END-IF.

       2300-VOLCAR-MATERIA-CICLO-FIN.
