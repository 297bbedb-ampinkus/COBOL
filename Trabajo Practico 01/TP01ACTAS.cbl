      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01ACTAS.CBL - Carga y cierre de las actas de
      *          examen final. Toma las notas del acta tal como las
      *          paso la mesa examinadora (ACTAS_NOTAS.TXT: mesa,
      *          legajo, nombre y nota de 01 a 10, o AU si el alumno
      *          estuvo ausente) y las controla contra las mesas
      *          (MESAS_FINAL.TXT) y los inscriptos de cada una
      *          (MESAS_INSCRIPTOS.TXT, de TP01MESAS). Cuando todas
      *          las notas de una mesa pasan los controles, el acta
      *          se cierra: cada inscripto queda en PROMEDIOS_HIST.TXT
      *          como nota de examen final (origen F) o como ausente
      *          (origen A, tambien el inscripto que no figura en el
      *          acta), imputado al ciclo de la mesa; la mesa se anota
      *          en ACTAS_CERRADAS.TXT para que no se cargue dos veces
      *          y el acta cerrada, con las notas, sale impresa en
      *          ACTAS_CIERRE.TXT. Una mesa con alguna nota rechazada
      *          (ACTAS_RECHAZOS.TXT) no se cierra hasta corregirla.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01ACTAS.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mesas de examen final del turno
       SELECT ENT-MESAS
           ASSIGN TO '../MESAS_FINAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MESAS.

      * Inscriptos a cada mesa (de TP01MESAS)
       SELECT ENT-INSCRIPTOS
           ASSIGN TO '../MESAS_INSCRIPTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-INSCRIPTOS.

      * Notas de las actas a cargar
       SELECT ENT-NOTAS
           ASSIGN TO '../ACTAS_NOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOTAS.

      * Actas ya cerradas: se leen y se agregan las de esta corrida
       SELECT ENT-CERRADAS
           ASSIGN TO '../ACTAS_CERRADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CERRADAS.

       SELECT SAL-CERRADAS
           ASSIGN TO '../ACTAS_CERRADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CERRADAS.

      * Historia de promedios: se agregan las notas de final
       SELECT SAL-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROM-HIST.

      * Notas rechazadas, con el motivo
       SELECT SAL-RECHAZOS
           ASSIGN TO '../ACTAS_RECHAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECHAZOS.

      * Actas cerradas en esta corrida, con las notas
       SELECT SAL-CIERRE
           ASSIGN TO '../ACTAS_CIERRE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CIERRE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-MESAS.
           COPY MESAFIN.

       FD ENT-INSCRIPTOS.
           COPY MESAINS.

       FD ENT-NOTAS.
       01 REG-NOTA.
          05 REG-NOT-MESA              PIC X(04).
          05 REG-NOT-MESA-NUM REDEFINES REG-NOT-MESA
                                       PIC 9(04).
          05 REG-NOT-LEGAJO            PIC X(06).
          05 REG-NOT-LEGAJO-NUM REDEFINES REG-NOT-LEGAJO
                                       PIC 9(06).
          05 REG-NOT-APE-NOM           PIC X(40).
      * Nota de 01 a 10, o AU si estuvo ausente
          05 REG-NOT-NOTA              PIC X(02).
             88 REG-NOT-AUSENTE           VALUE 'AU'.
          05 REG-NOT-NOTA-NUM REDEFINES REG-NOT-NOTA
                                       PIC 9(02).

       FD ENT-CERRADAS.
           COPY ACTCERR.

       FD SAL-CERRADAS.
       01 REG-SAL-CERRADA.
          05 REG-SCE-MESA              PIC 9(04).
          05 REG-SCE-FECHA-CIERRE      PIC 9(08).
          05 REG-SCE-CANT-NOTAS        PIC 9(03).
          05 REG-SCE-CANT-AUSENTES     PIC 9(03).

       FD SAL-PROM-HIST.
           COPY PROMHIST.

       FD SAL-RECHAZOS.
       01 REG-RECHAZO.
          05 REG-RECH-NOTA             PIC X(52).
          05 REG-RECH-SEP-01           PIC X(03).
          05 REG-RECH-MOTIVO           PIC X(40).

       FD SAL-CIERRE.
       01 REG-CIERRE-LINEA             PIC X(90).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-MESAS                      PIC X(2).
             88 FS-ENT-MESAS-OK                   VALUE '00'.
             88 FS-ENT-MESAS-EOF                  VALUE '10'.
             88 FS-ENT-MESAS-NFD                  VALUE '35'.
          05 FS-ENT-INSCRIPTOS                 PIC X(2).
             88 FS-ENT-INSCRIPTOS-OK              VALUE '00'.
             88 FS-ENT-INSCRIPTOS-EOF             VALUE '10'.
             88 FS-ENT-INSCRIPTOS-NFD             VALUE '35'.
          05 FS-ENT-NOTAS                      PIC X(2).
             88 FS-ENT-NOTAS-OK                   VALUE '00'.
             88 FS-ENT-NOTAS-EOF                  VALUE '10'.
             88 FS-ENT-NOTAS-NFD                  VALUE '35'.
          05 FS-ENT-CERRADAS                   PIC X(2).
             88 FS-ENT-CERRADAS-OK                VALUE '00'.
             88 FS-ENT-CERRADAS-EOF               VALUE '10'.
             88 FS-ENT-CERRADAS-NFD               VALUE '35'.
          05 FS-SAL-CERRADAS                   PIC X(2).
             88 FS-SAL-CERRADAS-OK                VALUE '00'.
             88 FS-SAL-CERRADAS-NFD               VALUE '35'.
          05 FS-SAL-PROM-HIST                  PIC X(2).
             88 FS-SAL-PROM-HIST-OK               VALUE '00'.
             88 FS-SAL-PROM-HIST-NFD              VALUE '35'.
          05 FS-SAL-RECHAZOS                   PIC X(2).
             88 FS-SAL-RECHAZOS-OK                VALUE '00'.
          05 FS-SAL-CIERRE                     PIC X(2).
             88 FS-SAL-CIERRE-OK                  VALUE '00'.

      * Variables para indicar fin de cada archivo
       01 WS-MESAS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-MESAS-EOF-YES          VALUE 'TRUE'.
          88 WS-MESAS-EOF-NO           VALUE 'FALSE'.
       01 WS-INSCRIPTOS-EOF         PIC X(5) VALUE 'FALSE'.
          88 WS-INSCRIPTOS-EOF-YES     VALUE 'TRUE'.
          88 WS-INSCRIPTOS-EOF-NO      VALUE 'FALSE'.
       01 WS-NOTAS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-NOTAS-EOF-YES          VALUE 'TRUE'.
          88 WS-NOTAS-EOF-NO           VALUE 'FALSE'.
       01 WS-CERRADAS-EOF           PIC X(5) VALUE 'FALSE'.
          88 WS-CERRADAS-EOF-YES       VALUE 'TRUE'.
          88 WS-CERRADAS-EOF-NO        VALUE 'FALSE'.

      * Nota minima de aprobacion del final, la misma de TP01TITUL
       01 WS-NOTA-APROBACION        PIC 9(2)V9(2) VALUE 04,00.

       01 WS-FECHA-PROCESO          PIC 9(08) VALUE 0.

      * Mesas del turno. Estado: A abierta, C cerrada en una corrida
      * anterior. Marca de carga: ' ' sin notas en esta corrida, N
      * con notas todas validas, R con alguna nota rechazada.
       01 WS-MES-TABLA.
          05 WS-MES-CANTIDAD           PIC 9(3) VALUE 0.
          05 WS-MES-ENTRADA OCCURS 200 TIMES
                             INDEXED BY WS-MES-IDX.
             10 WS-MES-MESA            PIC 9(04).
             10 WS-MES-MATERIA         PIC X(30).
             10 WS-MES-FECHA           PIC 9(08).
             10 WS-MES-CICLO           PIC X(06).
             10 WS-MES-ESTADO          PIC X(01).
                88 WS-MES-ABIERTA         VALUE 'A'.
                88 WS-MES-CERRADA         VALUE 'C'.
             10 WS-MES-CARGA           PIC X(01).
                88 WS-MES-SIN-NOTAS       VALUE ' '.
                88 WS-MES-CON-NOTAS       VALUE 'N'.
                88 WS-MES-CON-RECHAZOS    VALUE 'R'.
             10 WS-MES-CANT-NOTAS      PIC 9(03).
             10 WS-MES-CANT-AUSENTES   PIC 9(03).

      * Inscriptos con la nota cargada. Nota: ' ' sin cargar, N con
      * nota, A ausente.
       01 WS-INS-TABLA.
          05 WS-INS-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-INS-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY WS-INS-IDX.
             10 WS-INS-MESA            PIC 9(04).
             10 WS-INS-LEGAJO          PIC 9(06).
             10 WS-INS-APE-NOM         PIC X(40).
             10 WS-INS-MATERIA         PIC X(30).
             10 WS-INS-CARGA           PIC X(01).
                88 WS-INS-SIN-CARGAR      VALUE ' '.
                88 WS-INS-CON-NOTA        VALUE 'N'.
                88 WS-INS-AUSENTE         VALUE 'A'.
             10 WS-INS-NOTA            PIC 9(02).

      * Nota en curso
       01 WS-NOT-LEGAJO             PIC 9(06) VALUE 0.
       01 WS-NOT-ACEPTADA           PIC X(3) VALUE 'SI'.
          88 WS-NOT-ACEPTADA-SI        VALUE 'SI'.
          88 WS-NOT-ACEPTADA-NO        VALUE 'NO'.
       01 WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01 WS-ES-EL-ALUMNO           PIC X(2) VALUE 'NO'.
          88 WS-ES-EL-ALUMNO-SI        VALUE 'SI'.
          88 WS-ES-EL-ALUMNO-NO        VALUE 'NO'.
       77 WS-FILA-MESA              PIC 9(3) VALUE 0.
       77 WS-FILA-INS               PIC 9(4) VALUE 0.
       77 WS-NRO-ORDEN              PIC 9(3) VALUE 0.

      * Lineas del acta cerrada
       01 WS-CIE-ENCABEZADO.
          05 FILLER                 PIC X(36)
             VALUE 'ACTA DE EXAMEN FINAL CERRADA - MESA '.
          05 WS-CIE-MESA            PIC 9(04).
          05 FILLER                 PIC X(50) VALUE SPACES.
       01 WS-CIE-MATERIA.
          05 FILLER                 PIC X(09) VALUE 'MATERIA: '.
          05 WS-CIM-MATERIA         PIC X(30).
          05 FILLER                 PIC X(09) VALUE '  CICLO: '.
          05 WS-CIM-CICLO           PIC X(06).
          05 FILLER                 PIC X(09) VALUE '  FECHA: '.
          05 WS-CIM-FECHA           PIC 9(08).
          05 FILLER                 PIC X(19) VALUE SPACES.
       01 WS-CIE-ALUMNO.
          05 WS-CIA-ORDEN           PIC ZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-CIA-LEGAJO          PIC 9(06).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-CIA-APE-NOM         PIC X(40).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-CIA-NOTA            PIC X(02).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-CIA-RESULTADO       PIC X(11).
          05 FILLER                 PIC X(16) VALUE SPACES.
       01 WS-CIE-PIE.
          05 FILLER                 PIC X(12) VALUE 'INSCRIPTOS: '.
          05 WS-CIP-INSCRIPTOS      PIC ZZ9.
          05 FILLER                 PIC X(13) VALUE '  CON NOTA: '.
          05 WS-CIP-NOTAS           PIC ZZ9.
          05 FILLER                 PIC X(13) VALUE '  AUSENTES: '.
          05 WS-CIP-AUSENTES        PIC ZZ9.
          05 FILLER                 PIC X(43) VALUE SPACES.

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-NOTAS-LEIDAS      PIC 9(05) VALUE 0.
          05 WS-CONT-NOTAS-RECHAZADAS  PIC 9(05) VALUE 0.
          05 WS-CONT-ACTAS-CERRADAS    PIC 9(05) VALUE 0.
          05 WS-CONT-ACTAS-RETENIDAS   PIC 9(05) VALUE 0.
          05 WS-CONT-HIST-GRABADOS     PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-LEER-NOTA
              THRU 2000-LEER-NOTA-FIN
              UNTIL WS-NOTAS-EOF-YES.

           PERFORM 3000-CERRAR-ACTAS
              THRU 3000-CERRAR-ACTAS-FIN.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-CARGAR-MESAS
              THRU 1100-CARGAR-MESAS-FIN.

           PERFORM 1200-CARGAR-CERRADAS
              THRU 1200-CARGAR-CERRADAS-FIN.

           PERFORM 1300-CARGAR-INSCRIPTOS
              THRU 1300-CARGAR-INSCRIPTOS-FIN.

           OPEN INPUT ENT-NOTAS.
           EVALUATE TRUE
               WHEN FS-ENT-NOTAS-OK
                   CONTINUE
               WHEN FS-ENT-NOTAS-NFD
                   DISPLAY 'NO SE ENCUENTRA ACTAS_NOTAS.TXT'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ACTAS_NOTAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-NOTAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-RECHAZOS.
           IF NOT FS-SAL-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR ACTAS_RECHAZOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECHAZOS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-MESAS.
           OPEN INPUT ENT-MESAS.
           EVALUATE TRUE
               WHEN FS-ENT-MESAS-OK
                   PERFORM 1110-LEER-MESA
                      THRU 1110-LEER-MESA-FIN
                      UNTIL WS-MESAS-EOF-YES
                   CLOSE ENT-MESAS
               WHEN FS-ENT-MESAS-NFD
                   DISPLAY 'NO SE ENCUENTRA MESAS_FINAL.TXT'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MESAS_FINAL.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MESAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-MESAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-MESA.
           READ ENT-MESAS
               AT END
                   SET WS-MESAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-MES-CANTIDAD LESS THAN 200
                      ADD 1 TO WS-MES-CANTIDAD
                      MOVE FD-MFI-MESA
                        TO WS-MES-MESA(WS-MES-CANTIDAD)
                      MOVE FD-MFI-MATERIA
                        TO WS-MES-MATERIA(WS-MES-CANTIDAD)
                      MOVE FD-MFI-FECHA
                        TO WS-MES-FECHA(WS-MES-CANTIDAD)
                      MOVE FD-MFI-CICLO
                        TO WS-MES-CICLO(WS-MES-CANTIDAD)
                      SET WS-MES-ABIERTA(WS-MES-CANTIDAD) TO TRUE
                      SET WS-MES-SIN-NOTAS(WS-MES-CANTIDAD) TO TRUE
                      MOVE 0 TO WS-MES-CANT-NOTAS(WS-MES-CANTIDAD)
                      MOVE 0 TO WS-MES-CANT-AUSENTES(WS-MES-CANTIDAD)
                   ELSE
                      DISPLAY 'MESAS_FINAL.TXT TIENE MAS DE 200 '
                         'MESAS, SE IGNORAN LAS EXCEDENTES'
                   END-IF
           END-READ.

       1110-LEER-MESA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-CERRADAS.
           OPEN INPUT ENT-CERRADAS.
           EVALUATE TRUE
               WHEN FS-ENT-CERRADAS-OK
                   PERFORM 1210-LEER-CERRADA
                      THRU 1210-LEER-CERRADA-FIN
                      UNTIL WS-CERRADAS-EOF-YES
                   CLOSE ENT-CERRADAS
               WHEN FS-ENT-CERRADAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ACTAS_CERRADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CERRADAS
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-CERRADAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-CERRADA.
           READ ENT-CERRADAS
               AT END
                   SET WS-CERRADAS-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 1220-MARCAR-CERRADA
                      THRU 1220-MARCAR-CERRADA-FIN
                      VARYING WS-MES-IDX FROM 1 BY 1
                      UNTIL WS-MES-IDX GREATER THAN WS-MES-CANTIDAD
           END-READ.

       1210-LEER-CERRADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1220-MARCAR-CERRADA.
           IF WS-MES-MESA(WS-MES-IDX) EQUAL FD-ACC-MESA
              SET WS-MES-CERRADA(WS-MES-IDX) TO TRUE
           END-IF.

       1220-MARCAR-CERRADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-INSCRIPTOS.
           OPEN INPUT ENT-INSCRIPTOS.
           EVALUATE TRUE
               WHEN FS-ENT-INSCRIPTOS-OK
                   PERFORM 1310-LEER-INSCRIPTO
                      THRU 1310-LEER-INSCRIPTO-FIN
                      UNTIL WS-INSCRIPTOS-EOF-YES
                   CLOSE ENT-INSCRIPTOS
               WHEN FS-ENT-INSCRIPTOS-NFD
                   DISPLAY 'NO SE ENCUENTRA MESAS_INSCRIPTOS.TXT'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MESAS_INSCRIPTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-INSCRIPTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-INSCRIPTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-INSCRIPTO.
           READ ENT-INSCRIPTOS
               AT END
                   SET WS-INSCRIPTOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-INS-CANTIDAD LESS THAN 2000
                      ADD 1 TO WS-INS-CANTIDAD
                      MOVE FD-MIN-MESA
                        TO WS-INS-MESA(WS-INS-CANTIDAD)
                      IF FD-MIN-LEGAJO IS NUMERIC
                         MOVE FD-MIN-LEGAJO
                           TO WS-INS-LEGAJO(WS-INS-CANTIDAD)
                      ELSE
                         MOVE 0 TO WS-INS-LEGAJO(WS-INS-CANTIDAD)
                      END-IF
                      MOVE FD-MIN-APE-NOM
                        TO WS-INS-APE-NOM(WS-INS-CANTIDAD)
                      MOVE FD-MIN-MATERIA
                        TO WS-INS-MATERIA(WS-INS-CANTIDAD)
                      SET WS-INS-SIN-CARGAR(WS-INS-CANTIDAD) TO TRUE
                      MOVE 0 TO WS-INS-NOTA(WS-INS-CANTIDAD)
                   ELSE
                      DISPLAY 'MESAS_INSCRIPTOS.TXT TIENE MAS DE '
                         '2000 INSCRIPTOS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1310-LEER-INSCRIPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-NOTA.
           READ ENT-NOTAS
               AT END
                   SET WS-NOTAS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-NOTAS-LEIDAS
                   PERFORM 2100-CONTROLAR-NOTA
                      THRU 2100-CONTROLAR-NOTA-FIN
           END-READ.

       2000-LEER-NOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-CONTROLAR-NOTA.
           SET WS-NOT-ACEPTADA-SI TO TRUE.
           MOVE SPACES TO WS-MOTIVO.
           IF REG-NOT-LEGAJO IS NUMERIC
              MOVE REG-NOT-LEGAJO-NUM TO WS-NOT-LEGAJO
           ELSE
              MOVE 0 TO WS-NOT-LEGAJO
           END-IF.

           MOVE 0 TO WS-FILA-MESA.
           IF REG-NOT-MESA IS NUMERIC
              PERFORM 2150-BUSCAR-MESA
                 THRU 2150-BUSCAR-MESA-FIN
                 VARYING WS-MES-IDX FROM 1 BY 1
                 UNTIL WS-MES-IDX GREATER THAN WS-MES-CANTIDAD
                    OR WS-FILA-MESA NOT EQUAL 0
           END-IF.
           IF WS-FILA-MESA EQUAL 0
              SET WS-NOT-ACEPTADA-NO TO TRUE
              MOVE 'MESA INEXISTENTE' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF WS-MES-CERRADA(WS-FILA-MESA)
              SET WS-NOT-ACEPTADA-NO TO TRUE
              MOVE 'ACTA YA CERRADA' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF WS-MES-FECHA(WS-FILA-MESA) GREATER THAN WS-FECHA-PROCESO
              SET WS-NOT-ACEPTADA-NO TO TRUE
              MOVE 'LA MESA TODAVIA NO SE TOMO' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF NOT REG-NOT-AUSENTE
              IF REG-NOT-NOTA IS NOT NUMERIC
                 OR REG-NOT-NOTA-NUM LESS THAN 1
                 OR REG-NOT-NOTA-NUM GREATER THAN 10
                 SET WS-NOT-ACEPTADA-NO TO TRUE
                 MOVE 'NOTA INVALIDA (01 A 10 O AU)' TO WS-MOTIVO
                 GO TO 2100-RECHAZAR
              END-IF
           END-IF.

           MOVE 0 TO WS-FILA-INS.
           PERFORM 2200-BUSCAR-INSCRIPTO
              THRU 2200-BUSCAR-INSCRIPTO-FIN
              VARYING WS-INS-IDX FROM 1 BY 1
              UNTIL WS-INS-IDX GREATER THAN WS-INS-CANTIDAD
                 OR WS-FILA-INS NOT EQUAL 0.
           IF WS-FILA-INS EQUAL 0
              SET WS-NOT-ACEPTADA-NO TO TRUE
              MOVE 'NO INSCRIPTO EN LA MESA' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF NOT WS-INS-SIN-CARGAR(WS-FILA-INS)
              SET WS-NOT-ACEPTADA-NO TO TRUE
              MOVE 'NOTA REPETIDA EN EL ACTA' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF REG-NOT-AUSENTE
              SET WS-INS-AUSENTE(WS-FILA-INS) TO TRUE
           ELSE
              SET WS-INS-CON-NOTA(WS-FILA-INS) TO TRUE
              MOVE REG-NOT-NOTA-NUM TO WS-INS-NOTA(WS-FILA-INS)
           END-IF.
           IF WS-MES-SIN-NOTAS(WS-FILA-MESA)
              SET WS-MES-CON-NOTAS(WS-FILA-MESA) TO TRUE
           END-IF.
           GO TO 2100-CONTROLAR-NOTA-FIN.

      * La mesa de la nota rechazada (si existe) queda retenida:
      * cerrarla dejaria como ausente al alumno mal cargado.
       2100-RECHAZAR.
           IF WS-FILA-MESA NOT EQUAL 0
              IF WS-MES-ABIERTA(WS-FILA-MESA)
                 SET WS-MES-CON-RECHAZOS(WS-FILA-MESA) TO TRUE
              END-IF
           END-IF.
           MOVE REG-NOTA  TO REG-RECH-NOTA.
           MOVE ' | '     TO REG-RECH-SEP-01.
           MOVE WS-MOTIVO TO REG-RECH-MOTIVO.
           WRITE REG-RECHAZO.
           ADD 1 TO WS-CONT-NOTAS-RECHAZADAS.

       2100-CONTROLAR-NOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2150-BUSCAR-MESA.
           IF WS-MES-MESA(WS-MES-IDX) EQUAL REG-NOT-MESA-NUM
              SET WS-FILA-MESA TO WS-MES-IDX
           END-IF.

       2150-BUSCAR-MESA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El inscripto es el de la nota si es de la misma mesa y los
      * dos legajos estan y coinciden, o falta alguno y coincide el
      * nombre.
       2200-BUSCAR-INSCRIPTO.
           IF WS-INS-MESA(WS-INS-IDX) NOT EQUAL
                 WS-MES-MESA(WS-FILA-MESA)
              GO TO 2200-BUSCAR-INSCRIPTO-FIN
           END-IF.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-INS-LEGAJO(WS-INS-IDX) NOT EQUAL 0
              AND WS-NOT-LEGAJO NOT EQUAL 0
              IF WS-INS-LEGAJO(WS-INS-IDX) EQUAL WS-NOT-LEGAJO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-INS-APE-NOM(WS-INS-IDX) EQUAL REG-NOT-APE-NOM
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-FILA-INS TO WS-INS-IDX
           END-IF.

       2200-BUSCAR-INSCRIPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Se cierran las mesas abiertas con notas y sin rechazos.
       3000-CERRAR-ACTAS.
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

           OPEN EXTEND SAL-CERRADAS.
           IF FS-SAL-CERRADAS-NFD
              OPEN OUTPUT SAL-CERRADAS
           END-IF.
           IF NOT FS-SAL-CERRADAS-OK
              DISPLAY 'ERROR AL ABRIR ACTAS_CERRADAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-CERRADAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-CIERRE.
           IF NOT FS-SAL-CIERRE-OK
              DISPLAY 'ERROR AL ABRIR ACTAS_CIERRE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-CIERRE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3100-CERRAR-ACTA
              THRU 3100-CERRAR-ACTA-FIN
              VARYING WS-MES-IDX FROM 1 BY 1
              UNTIL WS-MES-IDX GREATER THAN WS-MES-CANTIDAD.

           CLOSE SAL-PROM-HIST
                 SAL-CERRADAS
                 SAL-CIERRE.

       3000-CERRAR-ACTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-CERRAR-ACTA.
           IF WS-MES-CON-RECHAZOS(WS-MES-IDX)
              DISPLAY 'MESA ' WS-MES-MESA(WS-MES-IDX)
                 ' NO SE CIERRA: TIENE NOTAS RECHAZADAS'
              ADD 1 TO WS-CONT-ACTAS-RETENIDAS
              GO TO 3100-CERRAR-ACTA-FIN
           END-IF.
           IF NOT WS-MES-CON-NOTAS(WS-MES-IDX)
              GO TO 3100-CERRAR-ACTA-FIN
           END-IF.

           MOVE ALL '=' TO REG-CIERRE-LINEA.
           WRITE REG-CIERRE-LINEA.
           MOVE WS-MES-MESA(WS-MES-IDX) TO WS-CIE-MESA.
           MOVE WS-CIE-ENCABEZADO TO REG-CIERRE-LINEA.
           WRITE REG-CIERRE-LINEA.
           MOVE WS-MES-MATERIA(WS-MES-IDX) TO WS-CIM-MATERIA.
           MOVE WS-MES-CICLO(WS-MES-IDX)   TO WS-CIM-CICLO.
           MOVE WS-MES-FECHA(WS-MES-IDX)   TO WS-CIM-FECHA.
           MOVE WS-CIE-MATERIA TO REG-CIERRE-LINEA.
           WRITE REG-CIERRE-LINEA.
           MOVE ALL '-' TO REG-CIERRE-LINEA.
           WRITE REG-CIERRE-LINEA.

           MOVE 0 TO WS-NRO-ORDEN.
           PERFORM 3200-PASAR-INSCRIPTO
              THRU 3200-PASAR-INSCRIPTO-FIN
              VARYING WS-INS-IDX FROM 1 BY 1
              UNTIL WS-INS-IDX GREATER THAN WS-INS-CANTIDAD.

           MOVE ALL '-' TO REG-CIERRE-LINEA.
           WRITE REG-CIERRE-LINEA.
           MOVE WS-NRO-ORDEN TO WS-CIP-INSCRIPTOS.
           MOVE WS-MES-CANT-NOTAS(WS-MES-IDX) TO WS-CIP-NOTAS.
           MOVE WS-MES-CANT-AUSENTES(WS-MES-IDX) TO WS-CIP-AUSENTES.
           MOVE WS-CIE-PIE TO REG-CIERRE-LINEA.
           WRITE REG-CIERRE-LINEA.

           MOVE WS-MES-MESA(WS-MES-IDX) TO REG-SCE-MESA.
           MOVE WS-FECHA-PROCESO        TO REG-SCE-FECHA-CIERRE.
           MOVE WS-MES-CANT-NOTAS(WS-MES-IDX) TO REG-SCE-CANT-NOTAS.
           MOVE WS-MES-CANT-AUSENTES(WS-MES-IDX)
             TO REG-SCE-CANT-AUSENTES.
           WRITE REG-SAL-CERRADA.
           SET WS-MES-CERRADA(WS-MES-IDX) TO TRUE.
           ADD 1 TO WS-CONT-ACTAS-CERRADAS.

       3100-CERRAR-ACTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cada inscripto de la mesa va a la historia: con la nota del
      * acta, o como ausente si estuvo ausente o no figura.
       3200-PASAR-INSCRIPTO.
           IF WS-INS-MESA(WS-INS-IDX) NOT EQUAL WS-MES-MESA(WS-MES-IDX)
              GO TO 3200-PASAR-INSCRIPTO-FIN
           END-IF.

           ADD 1 TO WS-NRO-ORDEN.
           MOVE WS-INS-APE-NOM(WS-INS-IDX) TO FD-PROM-HIST-APE-NOM.
           MOVE WS-INS-MATERIA(WS-INS-IDX) TO FD-PROM-HIST-MATERIA.
           MOVE WS-MES-CICLO(WS-MES-IDX)   TO FD-PROM-HIST-CICLO.
           MOVE 1                          TO FD-PROM-HIST-CANT-NOTAS.
           MOVE WS-INS-LEGAJO(WS-INS-IDX)  TO FD-PROM-HIST-LEGAJO.
           MOVE WS-NRO-ORDEN               TO WS-CIA-ORDEN.
           MOVE WS-INS-LEGAJO(WS-INS-IDX)  TO WS-CIA-LEGAJO.
           MOVE WS-INS-APE-NOM(WS-INS-IDX) TO WS-CIA-APE-NOM.

           IF WS-INS-CON-NOTA(WS-INS-IDX)
              MOVE WS-INS-NOTA(WS-INS-IDX) TO FD-PROM-HIST-PROMEDIO
              SET FD-PROM-HIST-FINAL TO TRUE
              MOVE WS-INS-NOTA(WS-INS-IDX) TO WS-CIA-NOTA
              IF FD-PROM-HIST-PROMEDIO NOT LESS THAN
                    WS-NOTA-APROBACION
                 MOVE 'APROBADO'    TO WS-CIA-RESULTADO
              ELSE
                 MOVE 'DESAPROBADO' TO WS-CIA-RESULTADO
              END-IF
              ADD 1 TO WS-MES-CANT-NOTAS(WS-MES-IDX)
           ELSE
              MOVE 0 TO FD-PROM-HIST-PROMEDIO
              SET FD-PROM-HIST-AUSENTE TO TRUE
              MOVE 'AU'      TO WS-CIA-NOTA
              MOVE 'AUSENTE' TO WS-CIA-RESULTADO
              ADD 1 TO WS-MES-CANT-AUSENTES(WS-MES-IDX)
           END-IF.

           WRITE FD-PROM-HIST.
           ADD 1 TO WS-CONT-HIST-GRABADOS.
           MOVE WS-CIE-ALUMNO TO REG-CIERRE-LINEA.
           WRITE REG-CIERRE-LINEA.

       3200-PASAR-INSCRIPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           CLOSE ENT-NOTAS
                 SAL-RECHAZOS.

           DISPLAY 'NOTAS LEIDAS           : ' WS-CONT-NOTAS-LEIDAS.
           DISPLAY 'NOTAS RECHAZADAS       : '
              WS-CONT-NOTAS-RECHAZADAS.
           DISPLAY 'ACTAS CERRADAS         : ' WS-CONT-ACTAS-CERRADAS.
           DISPLAY 'ACTAS RETENIDAS        : '
              WS-CONT-ACTAS-RETENIDAS.
           DISPLAY 'RENGLONES A LA HISTORIA: ' WS-CONT-HIST-GRABADOS.

       4000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01ACTAS.
