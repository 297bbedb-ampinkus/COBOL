      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01MESAS.CBL - Inscripcion a mesas de examen final
      *          y emision de las actas. Toma las mesas del turno
      *          (MESAS_FINAL.TXT) y los pedidos de inscripcion
      *          (MESAS_PEDIDAS.TXT: mesa, legajo y nombre). Cada
      *          pedido se controla: la mesa existe, no se tomo
      *          todavia y su acta no esta cerrada; el legajo existe
      *          y no esta de baja en el maestro (como TP01CORRE); el
      *          alumno no esta ya inscripto en esa mesa; aprobo la
      *          cursada de la materia (promedio de cursada con nota
      *          de aprobacion en PROMEDIOS_HIST.TXT), no la tiene ya
      *          aprobada por final, y tiene aprobadas todas sus
      *          correlativas (CORRELATIVAS.TXT, con el mismo
      *          criterio de TP01CORRE). Los inscriptos se agregan a
      *          MESAS_INSCRIPTOS.TXT, que acumula el turno; los
      *          rechazados van a MESAS_RECHAZOS.TXT con el motivo.
      *          Al final se imprime en ACTAS.TXT el acta de cada
      *          mesa abierta con inscriptos, con el renglon en
      *          blanco para la nota y la firma de cada alumno.
      *          El alumno que figura en ARANCELES_MOROSOS.TXT (mas
      *          de dos cuotas de arancel impagas, segun TP01ARANC)
      *          no se puede inscribir a ninguna mesa hasta que
      *          regularice.
      *          Una materia aprobada por equivalencia (TP01EQUIV)
      *          cumple como correlativa y no admite inscripcion a
      *          su final.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01MESAS.
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

      * Pedidos de inscripcion a las mesas
       SELECT ENT-PEDIDAS
           ASSIGN TO '../MESAS_PEDIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PEDIDAS.

      * Historia de promedios, para la cursada, el final y las
      * correlativas de cada alumno
       SELECT ENT-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROM-HIST.

      * Tabla de correlativas: materia y materia requerida
       SELECT ENT-CORRELATIVAS
           ASSIGN TO '../CORRELATIVAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CORRELATIVAS.

      * Maestro de alumnos, para validar y completar el legajo
       SELECT ENT-ALU-MAESTRO
           ASSIGN TO '../ALUMNOS_MAESTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ALU-MAESTRO.

      * Actas ya cerradas por TP01ACTAS
       SELECT ENT-CERRADAS
           ASSIGN TO '../ACTAS_CERRADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CERRADAS.

      * Alumnos con mas de dos cuotas de arancel impagas
       SELECT ENT-MOROSOS
           ASSIGN TO '../ARANCELES_MOROSOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MOROSOS.

      * Inscriptos de corridas anteriores del turno
       SELECT ENT-INSCRIPTOS
           ASSIGN TO '../MESAS_INSCRIPTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-INSCRIPTOS.

      * Inscriptos: se agregan los de esta corrida
       SELECT SAL-INSCRIPTOS
           ASSIGN TO '../MESAS_INSCRIPTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-INSCRIPTOS.

      * Pedidos rechazados, con el motivo
       SELECT SAL-RECHAZOS
           ASSIGN TO '../MESAS_RECHAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECHAZOS.

      * Actas de las mesas abiertas, para la mesa examinadora
       SELECT SAL-ACTAS
           ASSIGN TO '../ACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ACTAS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-MESAS.
           COPY MESAFIN.

       FD ENT-PEDIDAS.
       01 REG-PEDIDA.
          05 REG-PED-MESA              PIC X(04).
          05 REG-PED-MESA-NUM REDEFINES REG-PED-MESA
                                       PIC 9(04).
      * Legajo: en blanco si el alumno no lo informo
          05 REG-PED-LEGAJO            PIC X(06).
          05 REG-PED-LEGAJO-NUM REDEFINES REG-PED-LEGAJO
                                       PIC 9(06).
          05 REG-PED-APE-NOM           PIC X(40).

       FD ENT-PROM-HIST.
           COPY PROMANT.

       FD ENT-CORRELATIVAS.
       01 REG-CORRELATIVA.
          05 REG-COR-MATERIA           PIC X(30).
          05 REG-COR-REQUERIDA         PIC X(30).

       FD ENT-ALU-MAESTRO.
           COPY ALUMAEST.

       FD ENT-CERRADAS.
           COPY ACTCERR.

       FD ENT-INSCRIPTOS.
           COPY MESAINS.

       FD ENT-MOROSOS.
           COPY ARANMORO.

       FD SAL-INSCRIPTOS.
       01 REG-SAL-INSCRIPTO            PIC X(80).

       FD SAL-RECHAZOS.
       01 REG-RECHAZO.
          05 REG-RECH-PEDIDA           PIC X(50).
          05 REG-RECH-SEP-01           PIC X(03).
          05 REG-RECH-MOTIVO           PIC X(40).

       FD SAL-ACTAS.
       01 REG-ACTA-LINEA               PIC X(90).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-MESAS                      PIC X(2).
             88 FS-ENT-MESAS-OK                   VALUE '00'.
             88 FS-ENT-MESAS-EOF                  VALUE '10'.
             88 FS-ENT-MESAS-NFD                  VALUE '35'.
          05 FS-ENT-PEDIDAS                    PIC X(2).
             88 FS-ENT-PEDIDAS-OK                 VALUE '00'.
             88 FS-ENT-PEDIDAS-EOF                VALUE '10'.
             88 FS-ENT-PEDIDAS-NFD                VALUE '35'.
          05 FS-ENT-PROM-HIST                  PIC X(2).
             88 FS-ENT-PROM-HIST-OK               VALUE '00'.
             88 FS-ENT-PROM-HIST-EOF              VALUE '10'.
             88 FS-ENT-PROM-HIST-NFD              VALUE '35'.
          05 FS-ENT-CORRELATIVAS               PIC X(2).
             88 FS-ENT-CORRELATIVAS-OK            VALUE '00'.
             88 FS-ENT-CORRELATIVAS-EOF           VALUE '10'.
             88 FS-ENT-CORRELATIVAS-NFD           VALUE '35'.
          05 FS-ENT-ALU-MAESTRO                PIC X(2).
             88 FS-ENT-ALU-MAESTRO-OK             VALUE '00'.
             88 FS-ENT-ALU-MAESTRO-EOF            VALUE '10'.
             88 FS-ENT-ALU-MAESTRO-NFD            VALUE '35'.
          05 FS-ENT-CERRADAS                   PIC X(2).
             88 FS-ENT-CERRADAS-OK                VALUE '00'.
             88 FS-ENT-CERRADAS-EOF               VALUE '10'.
             88 FS-ENT-CERRADAS-NFD               VALUE '35'.
          05 FS-ENT-INSCRIPTOS                 PIC X(2).
             88 FS-ENT-INSCRIPTOS-OK              VALUE '00'.
             88 FS-ENT-INSCRIPTOS-EOF             VALUE '10'.
             88 FS-ENT-INSCRIPTOS-NFD             VALUE '35'.
          05 FS-ENT-MOROSOS                    PIC X(2).
             88 FS-ENT-MOROSOS-OK                 VALUE '00'.
             88 FS-ENT-MOROSOS-EOF                VALUE '10'.
             88 FS-ENT-MOROSOS-NFD                VALUE '35'.
          05 FS-SAL-INSCRIPTOS                 PIC X(2).
             88 FS-SAL-INSCRIPTOS-OK              VALUE '00'.
             88 FS-SAL-INSCRIPTOS-NFD             VALUE '35'.
          05 FS-SAL-RECHAZOS                   PIC X(2).
             88 FS-SAL-RECHAZOS-OK                VALUE '00'.
          05 FS-SAL-ACTAS                      PIC X(2).
             88 FS-SAL-ACTAS-OK                   VALUE '00'.

      * Variables para indicar fin de cada archivo
       01 WS-MESAS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-MESAS-EOF-YES          VALUE 'TRUE'.
          88 WS-MESAS-EOF-NO           VALUE 'FALSE'.
       01 WS-PEDIDAS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-PEDIDAS-EOF-YES        VALUE 'TRUE'.
          88 WS-PEDIDAS-EOF-NO         VALUE 'FALSE'.
       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
          88 WS-HIST-EOF-NO            VALUE 'FALSE'.
       01 WS-CORRELATIVAS-EOF       PIC X(5) VALUE 'FALSE'.
          88 WS-CORRELATIVAS-EOF-YES   VALUE 'TRUE'.
          88 WS-CORRELATIVAS-EOF-NO    VALUE 'FALSE'.
       01 WS-MAESTRO-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-MAESTRO-EOF-YES        VALUE 'TRUE'.
          88 WS-MAESTRO-EOF-NO         VALUE 'FALSE'.
       01 WS-CERRADAS-EOF           PIC X(5) VALUE 'FALSE'.
          88 WS-CERRADAS-EOF-YES       VALUE 'TRUE'.
          88 WS-CERRADAS-EOF-NO        VALUE 'FALSE'.
       01 WS-INSCRIPTOS-EOF         PIC X(5) VALUE 'FALSE'.
          88 WS-INSCRIPTOS-EOF-YES     VALUE 'TRUE'.
          88 WS-INSCRIPTOS-EOF-NO      VALUE 'FALSE'.
       01 WS-MOROSOS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-MOROSOS-EOF-YES        VALUE 'TRUE'.
          88 WS-MOROSOS-EOF-NO         VALUE 'FALSE'.

      * Nota minima para dar por aprobada una cursada o un final,
      * la misma de TP01CORRE y TP01TITUL
       01 WS-NOTA-APROBACION        PIC 9(2)V9(2) VALUE 04,00.

       01 WS-FECHA-PROCESO          PIC 9(08) VALUE 0.

      * Mesas del turno en memoria, con la marca de acta cerrada y
      * la cantidad de inscriptos
       01 WS-MES-TABLA.
          05 WS-MES-CANTIDAD           PIC 9(3) VALUE 0.
          05 WS-MES-ENTRADA OCCURS 200 TIMES
                             INDEXED BY WS-MES-IDX.
             10 WS-MES-MESA            PIC 9(04).
             10 WS-MES-MATERIA         PIC X(30).
             10 WS-MES-FECHA           PIC 9(08).
             10 WS-MES-CICLO           PIC X(06).
             10 WS-MES-AULA            PIC X(10).
             10 WS-MES-CERRADA         PIC X(01).
                88 WS-MES-CERRADA-SI      VALUE 'S'.
             10 WS-MES-INSCRIPTOS      PIC 9(03).

      * Inscriptos del turno (los de corridas anteriores y los de
      * esta), para controlar duplicados y armar las actas
       01 WS-INS-TABLA.
          05 WS-INS-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-INS-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY WS-INS-IDX.
             10 WS-INS-MESA            PIC 9(04).
             10 WS-INS-LEGAJO          PIC 9(06).
             10 WS-INS-APE-NOM         PIC X(40).
             10 WS-INS-MATERIA         PIC X(30).

      * Tabla de correlativas en memoria (como en TP01CORRE)
       01 WS-COR-TABLA.
          05 WS-COR-CANTIDAD           PIC 9(3) VALUE 0.
          05 WS-COR-ENTRADA OCCURS 100 TIMES
                             INDEXED BY WS-COR-IDX.
             10 WS-COR-MATERIA         PIC X(30).
             10 WS-COR-REQUERIDA       PIC X(30).

      * Situacion de cada alumno en cada materia segun la historia:
      * aprobada (cualquier renglon con nota de aprobacion, el
      * criterio de correlativas de TP01CORRE), cursada aprobada
      * (promedio de cursada) y final aprobado (nota de final)
       01 WS-HMA-TABLA.
          05 WS-HMA-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-HMA-ENTRADA OCCURS 3000 TIMES
                             INDEXED BY WS-HMA-IDX.
             10 WS-HMA-APE-NOM         PIC X(40).
             10 WS-HMA-LEGAJO          PIC 9(06).
             10 WS-HMA-MATERIA         PIC X(30).
             10 WS-HMA-APROBADA        PIC X(01).
                88 WS-HMA-APROBADA-SI     VALUE 'S'.
             10 WS-HMA-CURSADA         PIC X(01).
                88 WS-HMA-CURSADA-SI      VALUE 'S'.
             10 WS-HMA-FINAL           PIC X(01).
                88 WS-HMA-FINAL-SI        VALUE 'S'.
             10 WS-HMA-EQUIVALENCIA    PIC X(01).
                88 WS-HMA-EQUIVALENCIA-SI VALUE 'S'.

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

      * Inscripto leido o recien aceptado (mismo formato que
      * MESAS_INSCRIPTOS.TXT)
       01 WS-INSCRIPTO.
          05 WS-INO-MESA               PIC 9(04).
          05 WS-INO-LEGAJO             PIC 9(06).
          05 WS-INO-APE-NOM            PIC X(40).
          05 WS-INO-MATERIA            PIC X(30).

      * Pedido en curso
       01 WS-PED-LEGAJO             PIC 9(06) VALUE 0.
       01 WS-PED-APE-NOM            PIC X(40) VALUE SPACES.
       01 WS-PED-ACEPTADO           PIC X(3) VALUE 'SI'.
          88 WS-PED-ACEPTADO-SI        VALUE 'SI'.
          88 WS-PED-ACEPTADO-NO        VALUE 'NO'.
       01 WS-MOTIVO                 PIC X(40) VALUE SPACES.

      * Variables de las busquedas
       01 WS-ALUMNO-BUSCADO         PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       01 WS-MATERIA-BUSCADA        PIC X(30) VALUE SPACES.
       01 WS-ES-EL-ALUMNO           PIC X(2) VALUE 'NO'.
          88 WS-ES-EL-ALUMNO-SI        VALUE 'SI'.
          88 WS-ES-EL-ALUMNO-NO        VALUE 'NO'.
       77 WS-FILA-MESA              PIC 9(3) VALUE 0.
       77 WS-FILA-HMA               PIC 9(4) VALUE 0.
       77 WS-FILA-INS               PIC 9(4) VALUE 0.
       77 WS-MAE-FILA               PIC 9(4) VALUE 0.
       77 WS-MAE-COINCIDENCIAS      PIC 9(4) VALUE 0.
       77 WS-NRO-ORDEN              PIC 9(3) VALUE 0.

      * Lineas del acta
       01 WS-ACTA-ENCABEZADO.
          05 FILLER                 PIC X(28)
             VALUE 'ACTA DE EXAMEN FINAL - MESA '.
          05 WS-ACE-MESA            PIC 9(04).
          05 FILLER                 PIC X(58) VALUE SPACES.
       01 WS-ACTA-MATERIA.
          05 FILLER                 PIC X(09) VALUE 'MATERIA: '.
          05 WS-ACM-MATERIA         PIC X(30).
          05 FILLER                 PIC X(09) VALUE '  CICLO: '.
          05 WS-ACM-CICLO           PIC X(06).
          05 FILLER                 PIC X(36) VALUE SPACES.
       01 WS-ACTA-FECHA.
          05 FILLER                 PIC X(07) VALUE 'FECHA: '.
          05 WS-ACF-DIA             PIC 9(02).
          05 FILLER                 PIC X(01) VALUE '/'.
          05 WS-ACF-MES             PIC 9(02).
          05 FILLER                 PIC X(01) VALUE '/'.
          05 WS-ACF-ANIO            PIC 9(04).
          05 FILLER                 PIC X(08) VALUE '  AULA: '.
          05 WS-ACF-AULA            PIC X(10).
          05 FILLER                 PIC X(55) VALUE SPACES.
       01 WS-FECHA-MESA             PIC 9(08) VALUE 0.
       01 WS-FECHA-MESA-R REDEFINES WS-FECHA-MESA.
          05 WS-FME-ANIO            PIC 9(04).
          05 WS-FME-MES             PIC 9(02).
          05 WS-FME-DIA             PIC 9(02).
       01 WS-ACTA-TITULOS.
          05 FILLER                 PIC X(05) VALUE 'NRO |'.
          05 FILLER                 PIC X(09) VALUE ' LEGAJO |'.
          05 FILLER                 PIC X(43)
             VALUE ' APELLIDO Y NOMBRE                        |'.
          05 FILLER                 PIC X(13) VALUE ' NOTA       |'.
          05 FILLER                 PIC X(20) VALUE ' FIRMA'.
       01 WS-ACTA-ALUMNO.
          05 WS-ACA-ORDEN           PIC ZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-ACA-LEGAJO          PIC 9(06).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-ACA-APE-NOM         PIC X(40).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(10) VALUE '__________'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(19)
             VALUE '___________________'.
       01 WS-ACTA-PIE.
          05 FILLER                 PIC X(12) VALUE 'INSCRIPTOS: '.
          05 WS-ACP-INSCRIPTOS      PIC ZZ9.
          05 FILLER                 PIC X(75) VALUE SPACES.
       01 WS-ACTA-FIRMAS.
          05 FILLER                 PIC X(45)
             VALUE 'PRESIDENTE DE MESA: ____________________     '.
          05 FILLER                 PIC X(45)
             VALUE 'VOCALES: ____________________ _______________'.

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-PEDIDAS           PIC 9(05) VALUE 0.
          05 WS-CONT-INSCRIPTOS        PIC 9(05) VALUE 0.
          05 WS-CONT-RECHAZADAS        PIC 9(05) VALUE 0.
          05 WS-CONT-ACTAS             PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-LEER-PEDIDA
              THRU 2000-LEER-PEDIDA-FIN
              UNTIL WS-PEDIDAS-EOF-YES.

           PERFORM 3000-IMPRIMIR-ACTAS
              THRU 3000-IMPRIMIR-ACTAS-FIN.

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

           PERFORM 1300-CARGAR-HISTORIA
              THRU 1300-CARGAR-HISTORIA-FIN.

           PERFORM 1400-CARGAR-CORRELATIVAS
              THRU 1400-CARGAR-CORRELATIVAS-FIN.

           PERFORM 1500-CARGAR-MAESTRO
              THRU 1500-CARGAR-MAESTRO-FIN.

           PERFORM 1600-CARGAR-INSCRIPTOS
              THRU 1600-CARGAR-INSCRIPTOS-FIN.

           PERFORM 1700-CARGAR-MOROSOS
              THRU 1700-CARGAR-MOROSOS-FIN.

           OPEN INPUT ENT-PEDIDAS.
           EVALUATE TRUE
               WHEN FS-ENT-PEDIDAS-OK
                   CONTINUE
               WHEN FS-ENT-PEDIDAS-NFD
      * Sin pedidos la corrida solo reimprime las actas abiertas
                   DISPLAY 'SIN MESAS_PEDIDAS.TXT: SOLO SE IMPRIMEN '
                      'LAS ACTAS'
                   SET WS-PEDIDAS-EOF-YES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MESAS_PEDIDAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PEDIDAS
                   STOP RUN
           END-EVALUATE.

      * Los inscriptos acumulan el turno: si el archivo no existe se
      * crea.
           OPEN EXTEND SAL-INSCRIPTOS.
           IF FS-SAL-INSCRIPTOS-NFD
              OPEN OUTPUT SAL-INSCRIPTOS
           END-IF.
           IF NOT FS-SAL-INSCRIPTOS-OK
              DISPLAY 'ERROR AL ABRIR MESAS_INSCRIPTOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-INSCRIPTOS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-RECHAZOS.
           IF NOT FS-SAL-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR MESAS_RECHAZOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECHAZOS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-MESAS.
      * Sin mesas no hay turno de examen: es un error fatal.
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

           IF WS-MES-CANTIDAD EQUAL 0
              DISPLAY 'MESAS_FINAL.TXT ESTA VACIO'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

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
                      MOVE FD-MFI-AULA
                        TO WS-MES-AULA(WS-MES-CANTIDAD)
                      MOVE 'N' TO WS-MES-CERRADA(WS-MES-CANTIDAD)
                      MOVE 0 TO WS-MES-INSCRIPTOS(WS-MES-CANTIDAD)
                   ELSE
                      DISPLAY 'MESAS_FINAL.TXT TIENE MAS DE 200 '
                         'MESAS, SE IGNORAN LAS EXCEDENTES'
                   END-IF
           END-READ.

       1110-LEER-MESA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-CERRADAS.
      * Sin actas cerradas todas las mesas estan abiertas.
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
              SET WS-MES-CERRADA-SI(WS-MES-IDX) TO TRUE
           END-IF.

       1220-MARCAR-CERRADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-HISTORIA.
           OPEN INPUT ENT-PROM-HIST.
           EVALUATE TRUE
               WHEN FS-ENT-PROM-HIST-OK
                   PERFORM 1310-LEER-HISTORIA
                      THRU 1310-LEER-HISTORIA-FIN
                      UNTIL WS-HIST-EOF-YES
                   CLOSE ENT-PROM-HIST
               WHEN FS-ENT-PROM-HIST-NFD
                   DISPLAY 'SIN PROMEDIOS_HIST.TXT: NINGUN ALUMNO '
                      'TIENE CURSADAS APROBADAS'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMEDIOS_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROM-HIST
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-HISTORIA.
      * Solo interesan los renglones aprobados: un ausente o una
      * nota por debajo de la aprobacion no habilitan nada. La
      * equivalencia aprueba cualquiera sea la nota de origen.
           READ ENT-PROM-HIST
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   IF (FD-PROM-ANT-PROMEDIO NOT LESS THAN
                         WS-NOTA-APROBACION
                       AND NOT FD-PROM-ANT-AUSENTE)
                      OR FD-PROM-ANT-EQUIVALENCIA
                      PERFORM 1320-ANOTAR-HISTORIA
                         THRU 1320-ANOTAR-HISTORIA-FIN
                   END-IF
           END-READ.

       1310-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1320-ANOTAR-HISTORIA.
           IF FD-PROM-ANT-LEGAJO IS NOT NUMERIC
              MOVE 0 TO FD-PROM-ANT-LEGAJO
           END-IF.
           MOVE FD-PROM-ANT-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE FD-PROM-ANT-LEGAJO  TO WS-LEGAJO-BUSCADO.
           MOVE FD-PROM-ANT-MATERIA TO WS-MATERIA-BUSCADA.
           PERFORM 2500-BUSCAR-HISTORIA
              THRU 2500-BUSCAR-HISTORIA-FIN.

           IF WS-FILA-HMA EQUAL 0
              IF WS-HMA-CANTIDAD NOT LESS THAN 3000
                 DISPLAY 'LA HISTORIA SUPERA LAS 3000 MATERIAS '
                    'APROBADAS, SE IGNORAN LAS EXCEDENTES'
                 GO TO 1320-ANOTAR-HISTORIA-FIN
              END-IF
              ADD 1 TO WS-HMA-CANTIDAD
              MOVE WS-HMA-CANTIDAD TO WS-FILA-HMA
              MOVE FD-PROM-ANT-APE-NOM TO WS-HMA-APE-NOM(WS-FILA-HMA)
              MOVE FD-PROM-ANT-LEGAJO  TO WS-HMA-LEGAJO(WS-FILA-HMA)
              MOVE FD-PROM-ANT-MATERIA TO WS-HMA-MATERIA(WS-FILA-HMA)
              MOVE 'N' TO WS-HMA-CURSADA(WS-FILA-HMA)
              MOVE 'N' TO WS-HMA-FINAL(WS-FILA-HMA)
              MOVE 'N' TO WS-HMA-EQUIVALENCIA(WS-FILA-HMA)
           END-IF.

           SET WS-HMA-APROBADA-SI(WS-FILA-HMA) TO TRUE.
           IF FD-PROM-ANT-CURSADA
              SET WS-HMA-CURSADA-SI(WS-FILA-HMA) TO TRUE
           END-IF.
           IF FD-PROM-ANT-FINAL
              SET WS-HMA-FINAL-SI(WS-FILA-HMA) TO TRUE
           END-IF.
           IF FD-PROM-ANT-EQUIVALENCIA
              SET WS-HMA-EQUIVALENCIA-SI(WS-FILA-HMA) TO TRUE
           END-IF.

       1320-ANOTAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARGAR-CORRELATIVAS.
      * Sin tabla de correlativas no se exige ninguna.
           OPEN INPUT ENT-CORRELATIVAS.
           EVALUATE TRUE
               WHEN FS-ENT-CORRELATIVAS-OK
                   PERFORM 1410-LEER-CORRELATIVA
                      THRU 1410-LEER-CORRELATIVA-FIN
                      UNTIL WS-CORRELATIVAS-EOF-YES
                   CLOSE ENT-CORRELATIVAS
               WHEN FS-ENT-CORRELATIVAS-NFD
                   DISPLAY 'SIN CORRELATIVAS.TXT: NO SE EXIGE '
                      'NINGUNA CORRELATIVA'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CORRELATIVAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CORRELATIVAS
                   STOP RUN
           END-EVALUATE.

       1400-CARGAR-CORRELATIVAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-CORRELATIVA.
           READ ENT-CORRELATIVAS
               AT END
                   SET WS-CORRELATIVAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-COR-CANTIDAD LESS THAN 100
                      ADD 1 TO WS-COR-CANTIDAD
                      MOVE REG-COR-MATERIA
                        TO WS-COR-MATERIA(WS-COR-CANTIDAD)
                      MOVE REG-COR-REQUERIDA
                        TO WS-COR-REQUERIDA(WS-COR-CANTIDAD)
                   ELSE
                      DISPLAY 'CORRELATIVAS.TXT TIENE MAS DE 100 '
                         'RENGLONES, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1410-LEER-CORRELATIVA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1500-CARGAR-MAESTRO.
      * Sin maestro no hay legajos que validar: el control sigue por
      * nombre.
           OPEN INPUT ENT-ALU-MAESTRO.
           EVALUATE TRUE
               WHEN FS-ENT-ALU-MAESTRO-OK
                   SET WS-MAE-CARGADO-SI TO TRUE
                   PERFORM 1510-LEER-MAESTRO
                      THRU 1510-LEER-MAESTRO-FIN
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

       1500-CARGAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1510-LEER-MAESTRO.
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

       1510-LEER-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1600-CARGAR-INSCRIPTOS.
           OPEN INPUT ENT-INSCRIPTOS.
           EVALUATE TRUE
               WHEN FS-ENT-INSCRIPTOS-OK
                   PERFORM 1610-LEER-INSCRIPTO
                      THRU 1610-LEER-INSCRIPTO-FIN
                      UNTIL WS-INSCRIPTOS-EOF-YES
                   CLOSE ENT-INSCRIPTOS
               WHEN FS-ENT-INSCRIPTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MESAS_INSCRIPTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-INSCRIPTOS
                   STOP RUN
           END-EVALUATE.

       1600-CARGAR-INSCRIPTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1610-LEER-INSCRIPTO.
           READ ENT-INSCRIPTOS INTO WS-INSCRIPTO
               AT END
                   SET WS-INSCRIPTOS-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 2800-ANOTAR-INSCRIPTO
                      THRU 2800-ANOTAR-INSCRIPTO-FIN
           END-READ.

       1610-LEER-INSCRIPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1700-CARGAR-MOROSOS.
      * Sin lista de morosos nadie queda bloqueado por aranceles.
           OPEN INPUT ENT-MOROSOS.
           EVALUATE TRUE
               WHEN FS-ENT-MOROSOS-OK
                   PERFORM 1710-LEER-MOROSO
                      THRU 1710-LEER-MOROSO-FIN
                      UNTIL WS-MOROSOS-EOF-YES
                   CLOSE ENT-MOROSOS
               WHEN FS-ENT-MOROSOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ARANCELES_MOROSOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MOROSOS
                   STOP RUN
           END-EVALUATE.

       1700-CARGAR-MOROSOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1710-LEER-MOROSO.
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

       1710-LEER-MOROSO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-PEDIDA.
           READ ENT-PEDIDAS
               AT END
                   SET WS-PEDIDAS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-PEDIDAS
                   PERFORM 2100-CONTROLAR-PEDIDA
                      THRU 2100-CONTROLAR-PEDIDA-FIN
           END-READ.

       2000-LEER-PEDIDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-CONTROLAR-PEDIDA.
      * Los controles van en orden; el primero que falla da el
      * motivo del rechazo.
           SET WS-PED-ACEPTADO-SI TO TRUE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE REG-PED-APE-NOM TO WS-PED-APE-NOM.
           IF REG-PED-LEGAJO IS NUMERIC
              MOVE REG-PED-LEGAJO-NUM TO WS-PED-LEGAJO
           ELSE
              MOVE 0 TO WS-PED-LEGAJO
           END-IF.

           PERFORM 2150-VALIDAR-MESA
              THRU 2150-VALIDAR-MESA-FIN.
           IF WS-PED-ACEPTADO-NO
              GO TO 2100-RECHAZAR
           END-IF.

           IF WS-MAE-CARGADO-SI
              PERFORM 2200-VALIDAR-LEGAJO
                 THRU 2200-VALIDAR-LEGAJO-FIN
              IF WS-PED-ACEPTADO-NO
                 GO TO 2100-RECHAZAR
              END-IF
           END-IF.

           PERFORM 2700-CONTROLAR-ARANCELES
              THRU 2700-CONTROLAR-ARANCELES-FIN.
           IF WS-PED-ACEPTADO-NO
              GO TO 2100-RECHAZAR
           END-IF.

           PERFORM 2300-VALIDAR-ALUMNO-MATERIA
              THRU 2300-VALIDAR-ALUMNO-MATERIA-FIN.
           IF WS-PED-ACEPTADO-NO
              GO TO 2100-RECHAZAR
           END-IF.

           PERFORM 2400-REVISAR-CORRELATIVA
              THRU 2400-REVISAR-CORRELATIVA-FIN
              VARYING WS-COR-IDX FROM 1 BY 1
              UNTIL WS-COR-IDX GREATER THAN WS-COR-CANTIDAD
                 OR WS-PED-ACEPTADO-NO.
           IF WS-PED-ACEPTADO-NO
              GO TO 2100-RECHAZAR
           END-IF.

           MOVE WS-MES-MESA(WS-FILA-MESA)    TO WS-INO-MESA.
           MOVE WS-PED-LEGAJO                TO WS-INO-LEGAJO.
           MOVE WS-PED-APE-NOM               TO WS-INO-APE-NOM.
           MOVE WS-MES-MATERIA(WS-FILA-MESA) TO WS-INO-MATERIA.
           WRITE REG-SAL-INSCRIPTO FROM WS-INSCRIPTO.
           PERFORM 2800-ANOTAR-INSCRIPTO
              THRU 2800-ANOTAR-INSCRIPTO-FIN.
           ADD 1 TO WS-CONT-INSCRIPTOS.
           GO TO 2100-CONTROLAR-PEDIDA-FIN.

       2100-RECHAZAR.
           MOVE REG-PEDIDA TO REG-RECH-PEDIDA.
           MOVE ' | '      TO REG-RECH-SEP-01.
           MOVE WS-MOTIVO  TO REG-RECH-MOTIVO.
           WRITE REG-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZADAS.

       2100-CONTROLAR-PEDIDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2150-VALIDAR-MESA.
           MOVE 0 TO WS-FILA-MESA.
           IF REG-PED-MESA IS NUMERIC
              PERFORM 2160-BUSCAR-MESA
                 THRU 2160-BUSCAR-MESA-FIN
                 VARYING WS-MES-IDX FROM 1 BY 1
                 UNTIL WS-MES-IDX GREATER THAN WS-MES-CANTIDAD
                    OR WS-FILA-MESA NOT EQUAL 0
           END-IF.

           EVALUATE TRUE
               WHEN WS-FILA-MESA EQUAL 0
                   SET WS-PED-ACEPTADO-NO TO TRUE
                   MOVE 'MESA INEXISTENTE' TO WS-MOTIVO
               WHEN WS-MES-CERRADA-SI(WS-FILA-MESA)
                   SET WS-PED-ACEPTADO-NO TO TRUE
                   MOVE 'MESA CON ACTA YA CERRADA' TO WS-MOTIVO
               WHEN WS-MES-FECHA(WS-FILA-MESA) LESS THAN
                    WS-FECHA-PROCESO
                   SET WS-PED-ACEPTADO-NO TO TRUE
                   MOVE 'LA MESA YA SE TOMO' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2150-VALIDAR-MESA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2160-BUSCAR-MESA.
           IF WS-MES-MESA(WS-MES-IDX) EQUAL REG-PED-MESA-NUM
              SET WS-FILA-MESA TO WS-MES-IDX
           END-IF.

       2160-BUSCAR-MESA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-VALIDAR-LEGAJO.
      * Pedido sin legajo: se completa con el del unico alumno activo
      * de ese nombre. Con legajo: tiene que existir y no estar de
      * baja, y el nombre que vale es el del maestro (como en
      * TP01CORRE).
           MOVE 0 TO WS-MAE-FILA.
           MOVE 0 TO WS-MAE-COINCIDENCIAS.
           IF WS-PED-LEGAJO EQUAL 0
              PERFORM 2210-BUSCAR-POR-NOMBRE
                 THRU 2210-BUSCAR-POR-NOMBRE-FIN
                 VARYING WS-MAE-IDX FROM 1 BY 1
                 UNTIL WS-MAE-IDX GREATER THAN WS-MAE-CANTIDAD
              IF WS-MAE-COINCIDENCIAS EQUAL 1
                 MOVE WS-MAE-LEGAJO(WS-MAE-FILA) TO WS-PED-LEGAJO
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
       2300-VALIDAR-ALUMNO-MATERIA.
      * Ya inscripto en la mesa, materia ya aprobada por final o
      * cursada sin aprobar.
           MOVE 0 TO WS-FILA-INS.
           PERFORM 2310-BUSCAR-INSCRIPTO
              THRU 2310-BUSCAR-INSCRIPTO-FIN
              VARYING WS-INS-IDX FROM 1 BY 1
              UNTIL WS-INS-IDX GREATER THAN WS-INS-CANTIDAD
                 OR WS-FILA-INS NOT EQUAL 0.
           IF WS-FILA-INS NOT EQUAL 0
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'YA INSCRIPTO EN LA MESA' TO WS-MOTIVO
              GO TO 2300-VALIDAR-ALUMNO-MATERIA-FIN
           END-IF.

           MOVE WS-PED-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE WS-PED-LEGAJO  TO WS-LEGAJO-BUSCADO.
           MOVE WS-MES-MATERIA(WS-FILA-MESA) TO WS-MATERIA-BUSCADA.
           PERFORM 2500-BUSCAR-HISTORIA
              THRU 2500-BUSCAR-HISTORIA-FIN.
           IF WS-FILA-HMA EQUAL 0
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'CURSADA NO APROBADA' TO WS-MOTIVO
              GO TO 2300-VALIDAR-ALUMNO-MATERIA-FIN
           END-IF.
           IF WS-HMA-FINAL-SI(WS-FILA-HMA)
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'MATERIA YA APROBADA POR FINAL' TO WS-MOTIVO
              GO TO 2300-VALIDAR-ALUMNO-MATERIA-FIN
           END-IF.
           IF WS-HMA-EQUIVALENCIA-SI(WS-FILA-HMA)
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'MATERIA APROBADA POR EQUIVALENCIA' TO WS-MOTIVO
              GO TO 2300-VALIDAR-ALUMNO-MATERIA-FIN
           END-IF.
           IF NOT WS-HMA-CURSADA-SI(WS-FILA-HMA)
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'CURSADA NO APROBADA' TO WS-MOTIVO
           END-IF.

       2300-VALIDAR-ALUMNO-MATERIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-BUSCAR-INSCRIPTO.
           IF WS-INS-MESA(WS-INS-IDX) EQUAL WS-MES-MESA(WS-FILA-MESA)
              MOVE WS-INS-APE-NOM(WS-INS-IDX) TO WS-ALUMNO-BUSCADO
              MOVE WS-INS-LEGAJO(WS-INS-IDX)  TO WS-LEGAJO-BUSCADO
              PERFORM 2600-COMPARAR-ALUMNO
                 THRU 2600-COMPARAR-ALUMNO-FIN
              IF WS-ES-EL-ALUMNO-SI
                 SET WS-FILA-INS TO WS-INS-IDX
              END-IF
           END-IF.

       2310-BUSCAR-INSCRIPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-REVISAR-CORRELATIVA.
           IF WS-COR-MATERIA(WS-COR-IDX) NOT EQUAL
                 WS-MES-MATERIA(WS-FILA-MESA)
              GO TO 2400-REVISAR-CORRELATIVA-FIN
           END-IF.

           MOVE WS-PED-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE WS-PED-LEGAJO  TO WS-LEGAJO-BUSCADO.
           MOVE WS-COR-REQUERIDA(WS-COR-IDX) TO WS-MATERIA-BUSCADA.
           PERFORM 2500-BUSCAR-HISTORIA
              THRU 2500-BUSCAR-HISTORIA-FIN.
           IF WS-FILA-HMA EQUAL 0
              SET WS-PED-ACEPTADO-NO TO TRUE
              STRING 'ADEUDA ' WS-COR-REQUERIDA(WS-COR-IDX)
                 DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

       2400-REVISAR-CORRELATIVA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca WS-MATERIA-BUSCADA del alumno buscado en la situacion
      * de la historia; deja la fila en WS-FILA-HMA (0 si no esta).
       2500-BUSCAR-HISTORIA.
           MOVE 0 TO WS-FILA-HMA.
           PERFORM 2510-COMPARAR-HISTORIA
              THRU 2510-COMPARAR-HISTORIA-FIN
              VARYING WS-HMA-IDX FROM 1 BY 1
              UNTIL WS-HMA-IDX GREATER THAN WS-HMA-CANTIDAD
                 OR WS-FILA-HMA NOT EQUAL 0.

       2500-BUSCAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-COMPARAR-HISTORIA.
           IF WS-HMA-MATERIA(WS-HMA-IDX) EQUAL WS-MATERIA-BUSCADA
              AND ((WS-HMA-LEGAJO(WS-HMA-IDX) NOT EQUAL 0
                    AND WS-LEGAJO-BUSCADO NOT EQUAL 0
                    AND WS-HMA-LEGAJO(WS-HMA-IDX) EQUAL
                        WS-LEGAJO-BUSCADO)
               OR ((WS-HMA-LEGAJO(WS-HMA-IDX) EQUAL 0
                    OR WS-LEGAJO-BUSCADO EQUAL 0)
                    AND WS-HMA-APE-NOM(WS-HMA-IDX) EQUAL
                        WS-ALUMNO-BUSCADO))
              SET WS-FILA-HMA TO WS-HMA-IDX
           END-IF.

       2510-COMPARAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Mismo alumno que el del pedido: los dos legajos estan y
      * coinciden, o falta alguno y coincide el nombre.
       2600-COMPARAR-ALUMNO.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-LEGAJO-BUSCADO NOT EQUAL 0
              AND WS-PED-LEGAJO NOT EQUAL 0
              IF WS-LEGAJO-BUSCADO EQUAL WS-PED-LEGAJO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-ALUMNO-BUSCADO EQUAL WS-PED-APE-NOM
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.

       2600-COMPARAR-ALUMNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El alumno del pedido no puede estar en la lista de morosos.
       2700-CONTROLAR-ARANCELES.
           PERFORM 2710-COMPARAR-MOROSO
              THRU 2710-COMPARAR-MOROSO-FIN
              VARYING WS-MOR-IDX FROM 1 BY 1
              UNTIL WS-MOR-IDX GREATER THAN WS-MOR-CANTIDAD
                 OR WS-PED-ACEPTADO-NO.

       2700-CONTROLAR-ARANCELES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2710-COMPARAR-MOROSO.
           MOVE WS-MOR-LEGAJO(WS-MOR-IDX)  TO WS-LEGAJO-BUSCADO.
           MOVE WS-MOR-APE-NOM(WS-MOR-IDX) TO WS-ALUMNO-BUSCADO.
           PERFORM 2600-COMPARAR-ALUMNO
              THRU 2600-COMPARAR-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-PED-ACEPTADO-NO TO TRUE
              MOVE 'ADEUDA MAS DE DOS CUOTAS DE ARANCEL' TO WS-MOTIVO
           END-IF.

       2710-COMPARAR-MOROSO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Anota en la tabla el inscripto de WS-INSCRIPTO y lo suma
      * a su mesa.
       2800-ANOTAR-INSCRIPTO.
           IF WS-INS-CANTIDAD NOT LESS THAN 2000
              DISPLAY 'MAS DE 2000 INSCRIPTOS EN EL TURNO, NO SE '
                 'IMPRIMEN EN EL ACTA LOS EXCEDENTES'
              GO TO 2800-ANOTAR-INSCRIPTO-FIN
           END-IF.
           ADD 1 TO WS-INS-CANTIDAD.
           IF WS-INO-LEGAJO IS NOT NUMERIC
              MOVE 0 TO WS-INO-LEGAJO
           END-IF.
           MOVE WS-INO-MESA    TO WS-INS-MESA(WS-INS-CANTIDAD).
           MOVE WS-INO-LEGAJO  TO WS-INS-LEGAJO(WS-INS-CANTIDAD).
           MOVE WS-INO-APE-NOM TO WS-INS-APE-NOM(WS-INS-CANTIDAD).
           MOVE WS-INO-MATERIA TO WS-INS-MATERIA(WS-INS-CANTIDAD).
           PERFORM 2810-SUMAR-A-MESA
              THRU 2810-SUMAR-A-MESA-FIN
              VARYING WS-MES-IDX FROM 1 BY 1
              UNTIL WS-MES-IDX GREATER THAN WS-MES-CANTIDAD.

       2800-ANOTAR-INSCRIPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2810-SUMAR-A-MESA.
           IF WS-MES-MESA(WS-MES-IDX) EQUAL WS-INO-MESA
              ADD 1 TO WS-MES-INSCRIPTOS(WS-MES-IDX)
           END-IF.

       2810-SUMAR-A-MESA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Un acta por cada mesa abierta con inscriptos.
       3000-IMPRIMIR-ACTAS.
           OPEN OUTPUT SAL-ACTAS.
           IF NOT FS-SAL-ACTAS-OK
              DISPLAY 'ERROR AL ABRIR ACTAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-ACTAS
              MOVE 99 TO RETURN-CODE
              GO TO 3000-IMPRIMIR-ACTAS-FIN
           END-IF.

           PERFORM 3100-IMPRIMIR-ACTA
              THRU 3100-IMPRIMIR-ACTA-FIN
              VARYING WS-MES-IDX FROM 1 BY 1
              UNTIL WS-MES-IDX GREATER THAN WS-MES-CANTIDAD.

           CLOSE SAL-ACTAS.

       3000-IMPRIMIR-ACTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-IMPRIMIR-ACTA.
           IF WS-MES-CERRADA-SI(WS-MES-IDX)
              OR WS-MES-INSCRIPTOS(WS-MES-IDX) EQUAL 0
              GO TO 3100-IMPRIMIR-ACTA-FIN
           END-IF.

           MOVE ALL '=' TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE WS-MES-MESA(WS-MES-IDX) TO WS-ACE-MESA.
           MOVE WS-ACTA-ENCABEZADO TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE WS-MES-MATERIA(WS-MES-IDX) TO WS-ACM-MATERIA.
           MOVE WS-MES-CICLO(WS-MES-IDX)   TO WS-ACM-CICLO.
           MOVE WS-ACTA-MATERIA TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE WS-MES-FECHA(WS-MES-IDX) TO WS-FECHA-MESA.
           MOVE WS-FME-DIA  TO WS-ACF-DIA.
           MOVE WS-FME-MES  TO WS-ACF-MES.
           MOVE WS-FME-ANIO TO WS-ACF-ANIO.
           MOVE WS-MES-AULA(WS-MES-IDX) TO WS-ACF-AULA.
           MOVE WS-ACTA-FECHA TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE ALL '-' TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE WS-ACTA-TITULOS TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE ALL '-' TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.

           MOVE 0 TO WS-NRO-ORDEN.
           PERFORM 3200-IMPRIMIR-INSCRIPTO
              THRU 3200-IMPRIMIR-INSCRIPTO-FIN
              VARYING WS-INS-IDX FROM 1 BY 1
              UNTIL WS-INS-IDX GREATER THAN WS-INS-CANTIDAD.

           MOVE ALL '-' TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE WS-NRO-ORDEN TO WS-ACP-INSCRIPTOS.
           MOVE WS-ACTA-PIE TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE SPACES TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           MOVE WS-ACTA-FIRMAS TO REG-ACTA-LINEA.
           WRITE REG-ACTA-LINEA.
           ADD 1 TO WS-CONT-ACTAS.

       3100-IMPRIMIR-ACTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3200-IMPRIMIR-INSCRIPTO.
           IF WS-INS-MESA(WS-INS-IDX) EQUAL WS-MES-MESA(WS-MES-IDX)
              ADD 1 TO WS-NRO-ORDEN
              MOVE WS-NRO-ORDEN TO WS-ACA-ORDEN
              MOVE WS-INS-LEGAJO(WS-INS-IDX)  TO WS-ACA-LEGAJO
              MOVE WS-INS-APE-NOM(WS-INS-IDX) TO WS-ACA-APE-NOM
              MOVE WS-ACTA-ALUMNO TO REG-ACTA-LINEA
              WRITE REG-ACTA-LINEA
           END-IF.

       3200-IMPRIMIR-INSCRIPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           IF FS-ENT-PEDIDAS-OK OR FS-ENT-PEDIDAS-EOF
              CLOSE ENT-PEDIDAS
           END-IF.
           CLOSE SAL-INSCRIPTOS
                 SAL-RECHAZOS.

           DISPLAY 'PEDIDOS DE INSCRIPCION : ' WS-CONT-PEDIDAS.
           DISPLAY 'INSCRIPTOS A MESA      : ' WS-CONT-INSCRIPTOS.
           DISPLAY 'PEDIDOS RECHAZADOS     : ' WS-CONT-RECHAZADAS.
           DISPLAY 'ACTAS IMPRESAS         : ' WS-CONT-ACTAS.

       4000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01MESAS.
