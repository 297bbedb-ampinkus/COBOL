      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01COMIS.CBL - Asignacion de comisiones con cupo y
      *          lista de espera. Corre despues de TP01CORRE: toma
      *          las inscripciones del ciclo (INSCRIPCIONES.TXT), las
      *          comisiones de cada materia (COMISIONES.TXT: horario,
      *          aula y cupo) y las comisiones preferidas de cada
      *          alumno (COMISIONES_PEDIDAS.TXT, hasta tres por
      *          materia). Los pedidos se atienden por prioridad: el
      *          mejor promedio en PROMEDIOS_HIST.TXT primero (los
      *          ausentes a un final y las equivalencias que no
      *          promedian no cuentan) y, a igual promedio, por orden
      *          de inscripcion. Cada alumno va a la primera
      *          comision preferida con lugar que no se le
      *          superponga en horario con las que ya tiene; sin
      *          preferencias, a la primera de la materia que le
      *          sirva. Si las que le sirven estan llenas queda en
      *          lista de espera. Las bajas (COMISIONES_BAJAS.TXT)
      *          liberan el lugar, que pasa solo al primero de la
      *          lista de espera; tambien se promueve cuando se
      *          agranda el cupo. Todo queda en
      *          COMISIONES_ASIGNADAS.TXT, que se regraba completo.
      *          Salen el listado de cada comision con su lista de
      *          espera (COMISIONES_LISTAS.TXT), las novedades de la
      *          corrida (COMISIONES_NOVEDADES.TXT) y el control de
      *          superposicion horaria de cada alumno
      *          (COMISIONES_SUPERPOS.TXT).
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01COMIS.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Comisiones de cada materia y ciclo
       SELECT ENT-COMISIONES
           ASSIGN TO '../COMISIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-COMISIONES.

      * Asignaciones de corridas anteriores: se leen enteras y se
      * regraban al final
       SELECT ENT-ASIGNADAS
           ASSIGN TO '../COMISIONES_ASIGNADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ASIGNADAS.

       SELECT SAL-ASIGNADAS
           ASSIGN TO '../COMISIONES_ASIGNADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ASIGNADAS.

      * Inscripciones que ya pasaron el control de correlativas
       SELECT ENT-INSCRIPCIONES
           ASSIGN TO '../INSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-INSCRIPCIONES.

      * Comisiones preferidas por cada alumno en cada materia
       SELECT ENT-PREFERENCIAS
           ASSIGN TO '../COMISIONES_PEDIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PREFERENCIAS.

      * Bajas de comision
       SELECT ENT-BAJAS
           ASSIGN TO '../COMISIONES_BAJAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-BAJAS.

      * Historia de promedios, para la prioridad
       SELECT ENT-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROM-HIST.

      * Listado de cada comision con su lista de espera
       SELECT SAL-LISTAS
           ASSIGN TO '../COMISIONES_LISTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-LISTAS.

      * Novedades de la corrida, una por alumno y materia
       SELECT SAL-NOVEDADES
           ASSIGN TO '../COMISIONES_NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-NOVEDADES.

      * Alumnos con dos comisiones superpuestas en horario
       SELECT SAL-SUPERPOS
           ASSIGN TO '../COMISIONES_SUPERPOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SUPERPOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-COMISIONES.
           COPY COMISION.

       FD ENT-ASIGNADAS.
           COPY COMIASIG.

       FD SAL-ASIGNADAS.
       01 REG-SAL-ASIGNACION           PIC X(94).

       FD ENT-INSCRIPCIONES.
           COPY INSCRIP.

       FD ENT-PREFERENCIAS.
       01 REG-PREFERENCIA.
      * Legajo: en blanco si el alumno no lo informo
          05 REG-PRE-LEGAJO            PIC X(06).
          05 REG-PRE-LEGAJO-NUM REDEFINES REG-PRE-LEGAJO
                                       PIC 9(06).
          05 REG-PRE-APE-NOM           PIC X(40).
          05 REG-PRE-MATERIA           PIC X(30).
      * Comisiones en orden de preferencia (en blanco las que no usa)
          05 REG-PRE-COMISION OCCURS 3 TIMES
                                       PIC X(02).

       FD ENT-BAJAS.
       01 REG-BAJA.
          05 REG-BAJ-LEGAJO            PIC X(06).
          05 REG-BAJ-LEGAJO-NUM REDEFINES REG-BAJ-LEGAJO
                                       PIC 9(06).
          05 REG-BAJ-APE-NOM           PIC X(40).
          05 REG-BAJ-MATERIA           PIC X(30).

       FD ENT-PROM-HIST.
           COPY PROMANT.

       FD SAL-LISTAS.
       01 REG-LISTA-LINEA              PIC X(90).

       FD SAL-NOVEDADES.
       01 REG-NOVEDAD.
          05 REG-NOV-LEGAJO            PIC 9(06).
          05 REG-NOV-SEP-01            PIC X(03).
          05 REG-NOV-APE-NOM           PIC X(40).
          05 REG-NOV-SEP-02            PIC X(03).
          05 REG-NOV-MATERIA           PIC X(30).
          05 REG-NOV-SEP-03            PIC X(03).
          05 REG-NOV-COMISION          PIC X(02).
          05 REG-NOV-SEP-04            PIC X(03).
          05 REG-NOV-NOVEDAD           PIC X(40).

       FD SAL-SUPERPOS.
       01 REG-SUPERPOS.
          05 REG-SUP-LEGAJO            PIC 9(06).
          05 REG-SUP-SEP-01            PIC X(03).
          05 REG-SUP-APE-NOM           PIC X(40).
          05 REG-SUP-SEP-02            PIC X(03).
          05 REG-SUP-MATERIA-1         PIC X(30).
          05 REG-SUP-SEP-03            PIC X(01).
          05 REG-SUP-COMISION-1        PIC X(02).
          05 REG-SUP-SEP-04            PIC X(03).
          05 REG-SUP-MATERIA-2         PIC X(30).
          05 REG-SUP-SEP-05            PIC X(01).
          05 REG-SUP-COMISION-2        PIC X(02).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-COMISIONES                 PIC X(2).
             88 FS-ENT-COMISIONES-OK              VALUE '00'.
             88 FS-ENT-COMISIONES-EOF             VALUE '10'.
             88 FS-ENT-COMISIONES-NFD             VALUE '35'.
          05 FS-ENT-ASIGNADAS                  PIC X(2).
             88 FS-ENT-ASIGNADAS-OK               VALUE '00'.
             88 FS-ENT-ASIGNADAS-EOF              VALUE '10'.
             88 FS-ENT-ASIGNADAS-NFD              VALUE '35'.
          05 FS-SAL-ASIGNADAS                  PIC X(2).
             88 FS-SAL-ASIGNADAS-OK               VALUE '00'.
          05 FS-ENT-INSCRIPCIONES              PIC X(2).
             88 FS-ENT-INSCRIPCIONES-OK           VALUE '00'.
             88 FS-ENT-INSCRIPCIONES-EOF          VALUE '10'.
             88 FS-ENT-INSCRIPCIONES-NFD          VALUE '35'.
          05 FS-ENT-PREFERENCIAS               PIC X(2).
             88 FS-ENT-PREFERENCIAS-OK            VALUE '00'.
             88 FS-ENT-PREFERENCIAS-EOF           VALUE '10'.
             88 FS-ENT-PREFERENCIAS-NFD           VALUE '35'.
          05 FS-ENT-BAJAS                      PIC X(2).
             88 FS-ENT-BAJAS-OK                   VALUE '00'.
             88 FS-ENT-BAJAS-EOF                  VALUE '10'.
             88 FS-ENT-BAJAS-NFD                  VALUE '35'.
          05 FS-ENT-PROM-HIST                  PIC X(2).
             88 FS-ENT-PROM-HIST-OK               VALUE '00'.
             88 FS-ENT-PROM-HIST-EOF              VALUE '10'.
             88 FS-ENT-PROM-HIST-NFD              VALUE '35'.
          05 FS-SAL-LISTAS                     PIC X(2).
             88 FS-SAL-LISTAS-OK                  VALUE '00'.
          05 FS-SAL-NOVEDADES                  PIC X(2).
             88 FS-SAL-NOVEDADES-OK               VALUE '00'.
          05 FS-SAL-SUPERPOS                   PIC X(2).
             88 FS-SAL-SUPERPOS-OK                VALUE '00'.

      * Variables para indicar fin de cada archivo
       01 WS-COMISIONES-EOF         PIC X(5) VALUE 'FALSE'.
          88 WS-COMISIONES-EOF-YES     VALUE 'TRUE'.
          88 WS-COMISIONES-EOF-NO      VALUE 'FALSE'.
       01 WS-ASIGNADAS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-ASIGNADAS-EOF-YES      VALUE 'TRUE'.
          88 WS-ASIGNADAS-EOF-NO       VALUE 'FALSE'.
       01 WS-INSCRIPCIONES-EOF      PIC X(5) VALUE 'FALSE'.
          88 WS-INSCRIPCIONES-EOF-YES  VALUE 'TRUE'.
          88 WS-INSCRIPCIONES-EOF-NO   VALUE 'FALSE'.
       01 WS-PREFERENCIAS-EOF       PIC X(5) VALUE 'FALSE'.
          88 WS-PREFERENCIAS-EOF-YES   VALUE 'TRUE'.
          88 WS-PREFERENCIAS-EOF-NO    VALUE 'FALSE'.
       01 WS-BAJAS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-BAJAS-EOF-YES          VALUE 'TRUE'.
          88 WS-BAJAS-EOF-NO           VALUE 'FALSE'.
       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
          88 WS-HIST-EOF-NO            VALUE 'FALSE'.

      * Ciclo lectivo que se esta corriendo (AAAA-N). Se fija al
      * compilar la corrida, igual que en TP01EJ01.
       01 WS-CICLO-ACTUAL           PIC X(6) VALUE '2024-1'.

      * Comisiones del ciclo en memoria, con sus lugares ocupados
       01 WS-COM-TABLA.
          05 WS-COM-CANTIDAD           PIC 9(3) VALUE 0.
          05 WS-COM-ENTRADA OCCURS 200 TIMES
                             INDEXED BY WS-COM-IDX WS-COM-IDX2.
             10 WS-COM-MATERIA         PIC X(30).
             10 WS-COM-COMISION        PIC X(02).
             10 WS-COM-HORARIO OCCURS 2 TIMES.
                15 WS-COM-DIA          PIC 9(01).
                15 WS-COM-DESDE        PIC 9(04).
                15 WS-COM-HASTA        PIC 9(04).
             10 WS-COM-AULA            PIC X(10).
             10 WS-COM-CUPO            PIC 9(03).
             10 WS-COM-OCUPADOS        PIC 9(03).
             10 WS-COM-EN-ESPERA       PIC 9(03).

      * Asignaciones de todos los ciclos (mismo formato que
      * COMISIONES_ASIGNADAS.TXT); solo se tocan las del ciclo
       01 WS-ASG-TABLA.
          05 WS-ASG-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-ASG-ENTRADA OCCURS 3000 TIMES
                             INDEXED BY WS-ASG-IDX WS-ASG-IDX2.
             10 WS-ASG-CICLO           PIC X(06).
             10 WS-ASG-MATERIA         PIC X(30).
             10 WS-ASG-COMISION        PIC X(02).
             10 WS-ASG-LEGAJO          PIC 9(06).
             10 WS-ASG-APE-NOM         PIC X(40).
             10 WS-ASG-ESTADO          PIC X(01).
                88 WS-ASG-ASIGNADO        VALUE 'A'.
                88 WS-ASG-ESPERA          VALUE 'E'.
                88 WS-ASG-BAJA            VALUE 'B'.
             10 WS-ASG-PROMEDIO        PIC 9(2)V9(2).
             10 WS-ASG-ORDEN           PIC 9(05).
       01 WS-ORDEN-MAXIMO           PIC 9(05) VALUE 0.
      * Estado con el que se agrega una asignacion nueva
       01 WS-ASG-ESTADO-TRABAJO     PIC X(01) VALUE SPACE.
          88 WS-ASG-ESTADO-ASIGNADO    VALUE 'A'.
          88 WS-ASG-ESTADO-ESPERA      VALUE 'E'.

      * Promedio de la historia de cada alumno, para la prioridad
       01 WS-PRI-TABLA.
          05 WS-PRI-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-PRI-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY WS-PRI-IDX.
             10 WS-PRI-APE-NOM         PIC X(40).
             10 WS-PRI-LEGAJO          PIC 9(06).
             10 WS-PRI-SUMA            PIC 9(7)V9(2).
             10 WS-PRI-NOTAS           PIC 9(4).

      * Comisiones preferidas por alumno y materia
       01 WS-PRE-TABLA.
          05 WS-PRE-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-PRE-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY WS-PRE-IDX.
             10 WS-PRE-LEGAJO          PIC 9(06).
             10 WS-PRE-APE-NOM         PIC X(40).
             10 WS-PRE-MATERIA         PIC X(30).
             10 WS-PRE-COMISION OCCURS 3 TIMES
                                       PIC X(02).

      * Pedidos nuevos de la corrida: inscripciones del ciclo que
      * todavia no tienen comision ni lugar en la lista de espera
       01 WS-PEN-TABLA.
          05 WS-PEN-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-PEN-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY WS-PEN-IDX.
             10 WS-PEN-LEGAJO          PIC 9(06).
             10 WS-PEN-APE-NOM         PIC X(40).
             10 WS-PEN-MATERIA         PIC X(30).
             10 WS-PEN-PROMEDIO        PIC 9(2)V9(2).
             10 WS-PEN-ATENDIDO        PIC X(01).
                88 WS-PEN-ATENDIDO-SI     VALUE 'S'.

      * Alumno, materia y comision en curso
       01 WS-ALUMNO-BUSCADO         PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       01 WS-MATERIA-BUSCADA        PIC X(30) VALUE SPACES.
       01 WS-COMISION-BUSCADA       PIC X(02) VALUE SPACES.
       01 WS-PROMEDIO-ALUMNO        PIC 9(2)V9(2) VALUE 0.
       01 WS-ES-EL-ALUMNO           PIC X(2) VALUE 'NO'.
          88 WS-ES-EL-ALUMNO-SI        VALUE 'SI'.
          88 WS-ES-EL-ALUMNO-NO        VALUE 'NO'.
       01 WS-SUPERPONE              PIC X(2) VALUE 'NO'.
          88 WS-SUPERPONE-SI           VALUE 'SI'.
          88 WS-SUPERPONE-NO           VALUE 'NO'.
       01 WS-ASIGNADO               PIC X(2) VALUE 'NO'.
          88 WS-ASIGNADO-SI            VALUE 'SI'.
          88 WS-ASIGNADO-NO            VALUE 'NO'.
       01 WS-PROMOVIDO              PIC X(2) VALUE 'NO'.
          88 WS-PROMOVIDO-SI           VALUE 'SI'.
          88 WS-PROMOVIDO-NO           VALUE 'NO'.
       01 WS-MATERIA-SUPERPUESTA    PIC X(30) VALUE SPACES.
       01 WS-NOVEDAD                PIC X(40) VALUE SPACES.
       77 WS-FILA-COM               PIC 9(3) VALUE 0.
       77 WS-FILA-HALLADA           PIC 9(3) VALUE 0.
       77 WS-FILA-A                 PIC 9(3) VALUE 0.
       77 WS-FILA-B                 PIC 9(3) VALUE 0.
       77 WS-FILA-ESPERA            PIC 9(3) VALUE 0.
       77 WS-FILA-ASG               PIC 9(4) VALUE 0.
       77 WS-FILA-PEN               PIC 9(4) VALUE 0.
       77 WS-FILA-PRE               PIC 9(4) VALUE 0.
       77 WS-FILA-PRI               PIC 9(4) VALUE 0.
       77 WS-FILA-ID                PIC 9(4) VALUE 0.
       77 WS-NRO-DIA                PIC 9(1) VALUE 0.
       77 WS-NRO-PREF               PIC 9(1) VALUE 0.
       77 WS-HOR-A                  PIC 9(1) VALUE 0.
       77 WS-HOR-B                  PIC 9(1) VALUE 0.
       77 WS-NRO-ORDEN              PIC 9(3) VALUE 0.
       77 WS-PRIMERA-COM            PIC 9(3) VALUE 0.
       77 WS-VUELTA                 PIC 9(4) VALUE 0.

      * Nombres de los dias para el listado
       01 WS-DIAS-VALORES           PIC X(12) VALUE 'LUMAMIJUVISA'.
       01 WS-DIAS-TABLA REDEFINES WS-DIAS-VALORES.
          05 WS-DIA-NOMBRE OCCURS 6 TIMES
                                    PIC X(02).
       01 WS-HORA-TRABAJO           PIC 9(04) VALUE 0.
       01 WS-HORA-TRABAJO-R REDEFINES WS-HORA-TRABAJO.
          05 WS-HTR-HH              PIC 9(02).
          05 WS-HTR-MM              PIC 9(02).

      * Lineas del listado de comisiones
       01 WS-SEPARADOR              PIC X(90) VALUE ALL '='.
       01 WS-LIS-ENCABEZADO.
          05 FILLER                 PIC X(09) VALUE 'COMISION '.
          05 WS-LSE-COMISION        PIC X(02).
          05 FILLER                 PIC X(03) VALUE ' - '.
          05 WS-LSE-MATERIA         PIC X(30).
          05 FILLER                 PIC X(08) VALUE '  CICLO '.
          05 WS-LSE-CICLO           PIC X(06).
          05 FILLER                 PIC X(32) VALUE SPACES.
       01 WS-LIS-HORARIO.
          05 FILLER                 PIC X(06) VALUE 'AULA: '.
          05 WS-LSH-AULA            PIC X(10).
          05 FILLER                 PIC X(11) VALUE '  HORARIO: '.
          05 WS-LSH-TURNO OCCURS 2 TIMES.
             10 WS-LSH-DIA          PIC X(02).
             10 FILLER              PIC X(01).
             10 WS-LSH-DESDE-HH     PIC 9(02).
             10 WS-LSH-SEP-1        PIC X(01).
             10 WS-LSH-DESDE-MM     PIC 9(02).
             10 WS-LSH-SEP-2        PIC X(01).
             10 WS-LSH-HASTA-HH     PIC 9(02).
             10 WS-LSH-SEP-3        PIC X(01).
             10 WS-LSH-HASTA-MM     PIC 9(02).
             10 FILLER              PIC X(02).
          05 FILLER                 PIC X(31) VALUE SPACES.
       01 WS-LIS-CUPO.
          05 FILLER                 PIC X(06) VALUE 'CUPO: '.
          05 WS-LSC-CUPO            PIC ZZ9.
          05 FILLER                 PIC X(14) VALUE '  ASIGNADOS: '.
          05 WS-LSC-OCUPADOS        PIC ZZ9.
          05 FILLER                 PIC X(14) VALUE '  EN ESPERA: '.
          05 WS-LSC-EN-ESPERA       PIC ZZ9.
          05 FILLER                 PIC X(47) VALUE SPACES.
       01 WS-LIS-TITULOS.
          05 FILLER                 PIC X(05) VALUE 'NRO |'.
          05 FILLER                 PIC X(09) VALUE ' LEGAJO |'.
          05 FILLER                 PIC X(43)
             VALUE ' APELLIDO Y NOMBRE                        |'.
          05 FILLER                 PIC X(33) VALUE ' PROMEDIO'.
       01 WS-LIS-ALUMNO.
          05 WS-LSA-ORDEN           PIC ZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LSA-LEGAJO          PIC 9(06).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LSA-APE-NOM         PIC X(40).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LSA-PROMEDIO        PIC Z9,99.
          05 FILLER                 PIC X(27) VALUE SPACES.
       01 WS-LIS-ESPERA-TITULO      PIC X(90)
          VALUE 'LISTA DE ESPERA:'.
       01 WS-LIS-ESPERA-CUALQUIERA  PIC X(90)
          VALUE 'LISTA DE ESPERA (CUALQUIER COMISION DE LA MATERIA):'.

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-BAJAS             PIC 9(05) VALUE 0.
          05 WS-CONT-BAJAS-RECH        PIC 9(05) VALUE 0.
          05 WS-CONT-PROMOVIDOS        PIC 9(05) VALUE 0.
          05 WS-CONT-PEDIDOS           PIC 9(05) VALUE 0.
          05 WS-CONT-ASIGNADOS         PIC 9(05) VALUE 0.
          05 WS-CONT-EN-ESPERA         PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-LUGAR         PIC 9(05) VALUE 0.
          05 WS-CONT-SUPERPOS          PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-APLICAR-BAJAS
              THRU 2000-APLICAR-BAJAS-FIN.

           PERFORM 3000-PROMOVER-ESPERA
              THRU 3000-PROMOVER-ESPERA-FIN.

           PERFORM 4000-CARGAR-PEDIDOS
              THRU 4000-CARGAR-PEDIDOS-FIN.

           PERFORM 5000-ASIGNAR-PEDIDOS
              THRU 5000-ASIGNAR-PEDIDOS-FIN.

           PERFORM 7000-CONTROLAR-SUPERPOS
              THRU 7000-CONTROLAR-SUPERPOS-FIN.

           PERFORM 8000-IMPRIMIR-LISTAS
              THRU 8000-IMPRIMIR-LISTAS-FIN.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           PERFORM 1100-CARGAR-COMISIONES
              THRU 1100-CARGAR-COMISIONES-FIN.

           PERFORM 1200-CARGAR-ASIGNADAS
              THRU 1200-CARGAR-ASIGNADAS-FIN.

           PERFORM 1300-CARGAR-HISTORIA
              THRU 1300-CARGAR-HISTORIA-FIN.

           PERFORM 1400-CARGAR-PREFERENCIAS
              THRU 1400-CARGAR-PREFERENCIAS-FIN.

           OPEN OUTPUT SAL-NOVEDADES.
           IF NOT FS-SAL-NOVEDADES-OK
              DISPLAY 'ERROR AL ABRIR COMISIONES_NOVEDADES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-NOVEDADES
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-SUPERPOS.
           IF NOT FS-SAL-SUPERPOS-OK
              DISPLAY 'ERROR AL ABRIR COMISIONES_SUPERPOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUPERPOS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-LISTAS.
           IF NOT FS-SAL-LISTAS-OK
              DISPLAY 'ERROR AL ABRIR COMISIONES_LISTAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-LISTAS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-COMISIONES.
      * Sin comisiones no hay nada que asignar: es un error fatal.
           OPEN INPUT ENT-COMISIONES.
           EVALUATE TRUE
               WHEN FS-ENT-COMISIONES-OK
                   PERFORM 1110-LEER-COMISION
                      THRU 1110-LEER-COMISION-FIN
                      UNTIL WS-COMISIONES-EOF-YES
                   CLOSE ENT-COMISIONES
               WHEN FS-ENT-COMISIONES-NFD
                   DISPLAY 'NO SE ENCUENTRA COMISIONES.TXT'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COMISIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-COMISIONES
                   STOP RUN
           END-EVALUATE.

           IF WS-COM-CANTIDAD EQUAL 0
              DISPLAY 'COMISIONES.TXT NO TIENE COMISIONES DEL CICLO '
                 WS-CICLO-ACTUAL
              STOP RUN
           END-IF.

       1100-CARGAR-COMISIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-COMISION.
      * Solo interesan las comisiones del ciclo que se corre.
           READ ENT-COMISIONES
               AT END
                   SET WS-COMISIONES-EOF-YES TO TRUE
               NOT AT END
                   IF FD-COM-CICLO EQUAL WS-CICLO-ACTUAL
                      IF WS-COM-CANTIDAD LESS THAN 200
                         ADD 1 TO WS-COM-CANTIDAD
                         SET WS-COM-IDX TO WS-COM-CANTIDAD
                         MOVE FD-COM-MATERIA
                           TO WS-COM-MATERIA(WS-COM-IDX)
                         MOVE FD-COM-COMISION
                           TO WS-COM-COMISION(WS-COM-IDX)
                         MOVE FD-COM-DIA(1)
                           TO WS-COM-DIA(WS-COM-IDX, 1)
                         MOVE FD-COM-DESDE(1)
                           TO WS-COM-DESDE(WS-COM-IDX, 1)
                         MOVE FD-COM-HASTA(1)
                           TO WS-COM-HASTA(WS-COM-IDX, 1)
                         MOVE FD-COM-DIA(2)
                           TO WS-COM-DIA(WS-COM-IDX, 2)
                         MOVE FD-COM-DESDE(2)
                           TO WS-COM-DESDE(WS-COM-IDX, 2)
                         MOVE FD-COM-HASTA(2)
                           TO WS-COM-HASTA(WS-COM-IDX, 2)
                         MOVE FD-COM-AULA  TO WS-COM-AULA(WS-COM-IDX)
                         MOVE FD-COM-CUPO  TO WS-COM-CUPO(WS-COM-IDX)
                         MOVE 0 TO WS-COM-OCUPADOS(WS-COM-IDX)
                         MOVE 0 TO WS-COM-EN-ESPERA(WS-COM-IDX)
                      ELSE
                         DISPLAY 'COMISIONES.TXT TIENE MAS DE 200 '
                            'COMISIONES DEL CICLO, SE IGNORAN LAS '
                            'EXCEDENTES'
                      END-IF
                   END-IF
           END-READ.

       1110-LEER-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-ASIGNADAS.
      * La primera corrida del ciclo arranca sin asignaciones.
           OPEN INPUT ENT-ASIGNADAS.
           EVALUATE TRUE
               WHEN FS-ENT-ASIGNADAS-OK
                   PERFORM 1210-LEER-ASIGNADA
                      THRU 1210-LEER-ASIGNADA-FIN
                      UNTIL WS-ASIGNADAS-EOF-YES
                   CLOSE ENT-ASIGNADAS
               WHEN FS-ENT-ASIGNADAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COMISIONES_ASIGNADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-ASIGNADAS
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-ASIGNADAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-ASIGNADA.
      * Se guardan todas (se regraban enteras); las del ciclo ocupan
      * su lugar en la comision o en la lista de espera.
           READ ENT-ASIGNADAS
               AT END
                   SET WS-ASIGNADAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-ASG-CANTIDAD LESS THAN 3000
                      ADD 1 TO WS-ASG-CANTIDAD
                      MOVE FD-ASIGNACION
                        TO WS-ASG-ENTRADA(WS-ASG-CANTIDAD)
                      SET WS-ASG-IDX TO WS-ASG-CANTIDAD
                      IF WS-ASG-LEGAJO(WS-ASG-IDX) IS NOT NUMERIC
                         MOVE 0 TO WS-ASG-LEGAJO(WS-ASG-IDX)
                      END-IF
                      IF WS-ASG-ORDEN(WS-ASG-IDX) GREATER THAN
                            WS-ORDEN-MAXIMO
                         MOVE WS-ASG-ORDEN(WS-ASG-IDX)
                           TO WS-ORDEN-MAXIMO
                      END-IF
                      PERFORM 1220-OCUPAR-LUGAR
                         THRU 1220-OCUPAR-LUGAR-FIN
                   ELSE
                      DISPLAY 'COMISIONES_ASIGNADAS.TXT TIENE MAS DE '
                         '3000 REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1210-LEER-ASIGNADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1220-OCUPAR-LUGAR.
      * Los que esperan cualquier comision no cuentan en ninguna.
           IF WS-ASG-CICLO(WS-ASG-IDX) NOT EQUAL WS-CICLO-ACTUAL
              OR WS-ASG-BAJA(WS-ASG-IDX)
              OR WS-ASG-COMISION(WS-ASG-IDX) EQUAL SPACES
              GO TO 1220-OCUPAR-LUGAR-FIN
           END-IF.

           MOVE WS-ASG-MATERIA(WS-ASG-IDX)  TO WS-MATERIA-BUSCADA.
           MOVE WS-ASG-COMISION(WS-ASG-IDX) TO WS-COMISION-BUSCADA.
           PERFORM 6600-BUSCAR-COMISION
              THRU 6600-BUSCAR-COMISION-FIN.
           IF WS-FILA-HALLADA EQUAL 0
              GO TO 1220-OCUPAR-LUGAR-FIN
           END-IF.

           IF WS-ASG-ASIGNADO(WS-ASG-IDX)
              ADD 1 TO WS-COM-OCUPADOS(WS-FILA-HALLADA)
           ELSE
              ADD 1 TO WS-COM-EN-ESPERA(WS-FILA-HALLADA)
           END-IF.

       1220-OCUPAR-LUGAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-HISTORIA.
      * Sin historia todos tienen la misma prioridad y se atiende
      * por orden de inscripcion.
           OPEN INPUT ENT-PROM-HIST.
           EVALUATE TRUE
               WHEN FS-ENT-PROM-HIST-OK
                   PERFORM 1310-LEER-HISTORIA
                      THRU 1310-LEER-HISTORIA-FIN
                      UNTIL WS-HIST-EOF-YES
                   CLOSE ENT-PROM-HIST
               WHEN FS-ENT-PROM-HIST-NFD
                   DISPLAY 'SIN PROMEDIOS_HIST.TXT: SE ASIGNA POR '
                      'ORDEN DE INSCRIPCION'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMEDIOS_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROM-HIST
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-HISTORIA.
           READ ENT-PROM-HIST
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   IF NOT FD-PROM-ANT-AUSENTE
                      AND NOT (FD-PROM-ANT-EQUIVALENCIA
                               AND FD-PROM-ANT-CANT-NOTAS EQUAL 0)
                      PERFORM 1320-ACUMULAR-PROMEDIO
                         THRU 1320-ACUMULAR-PROMEDIO-FIN
                   END-IF
           END-READ.

       1310-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1320-ACUMULAR-PROMEDIO.
           IF FD-PROM-ANT-LEGAJO IS NOT NUMERIC
              MOVE 0 TO FD-PROM-ANT-LEGAJO
           END-IF.
           MOVE FD-PROM-ANT-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE FD-PROM-ANT-LEGAJO  TO WS-LEGAJO-BUSCADO.
           PERFORM 6700-BUSCAR-PRIORIDAD
              THRU 6700-BUSCAR-PRIORIDAD-FIN.

           IF WS-FILA-PRI EQUAL 0
              IF WS-PRI-CANTIDAD LESS THAN 2000
                 ADD 1 TO WS-PRI-CANTIDAD
                 MOVE WS-PRI-CANTIDAD TO WS-FILA-PRI
                 MOVE FD-PROM-ANT-APE-NOM
                   TO WS-PRI-APE-NOM(WS-FILA-PRI)
                 MOVE FD-PROM-ANT-LEGAJO
                   TO WS-PRI-LEGAJO(WS-FILA-PRI)
                 MOVE 0 TO WS-PRI-SUMA(WS-FILA-PRI)
                 MOVE 0 TO WS-PRI-NOTAS(WS-FILA-PRI)
              ELSE
                 DISPLAY 'LA HISTORIA SUPERA LOS 2000 ALUMNOS, SE '
                    'IGNORAN LOS EXCEDENTES'
                 GO TO 1320-ACUMULAR-PROMEDIO-FIN
              END-IF
           END-IF.

           IF WS-PRI-LEGAJO(WS-FILA-PRI) EQUAL 0
              MOVE FD-PROM-ANT-LEGAJO TO WS-PRI-LEGAJO(WS-FILA-PRI)
           END-IF.
           ADD FD-PROM-ANT-PROMEDIO TO WS-PRI-SUMA(WS-FILA-PRI).
           ADD 1 TO WS-PRI-NOTAS(WS-FILA-PRI).

       1320-ACUMULAR-PROMEDIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARGAR-PREFERENCIAS.
      * Sin preferencias cada alumno va a la primera comision de la
      * materia que le sirva.
           OPEN INPUT ENT-PREFERENCIAS.
           EVALUATE TRUE
               WHEN FS-ENT-PREFERENCIAS-OK
                   PERFORM 1410-LEER-PREFERENCIA
                      THRU 1410-LEER-PREFERENCIA-FIN
                      UNTIL WS-PREFERENCIAS-EOF-YES
                   CLOSE ENT-PREFERENCIAS
               WHEN FS-ENT-PREFERENCIAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COMISIONES_PEDIDAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PREFERENCIAS
                   STOP RUN
           END-EVALUATE.

       1400-CARGAR-PREFERENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-PREFERENCIA.
           READ ENT-PREFERENCIAS
               AT END
                   SET WS-PREFERENCIAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-PRE-CANTIDAD LESS THAN 2000
                      ADD 1 TO WS-PRE-CANTIDAD
                      SET WS-PRE-IDX TO WS-PRE-CANTIDAD
                      IF REG-PRE-LEGAJO IS NUMERIC
                         MOVE REG-PRE-LEGAJO-NUM
                           TO WS-PRE-LEGAJO(WS-PRE-IDX)
                      ELSE
                         MOVE 0 TO WS-PRE-LEGAJO(WS-PRE-IDX)
                      END-IF
                      MOVE REG-PRE-APE-NOM
                        TO WS-PRE-APE-NOM(WS-PRE-IDX)
                      MOVE REG-PRE-MATERIA
                        TO WS-PRE-MATERIA(WS-PRE-IDX)
                      MOVE REG-PRE-COMISION(1)
                        TO WS-PRE-COMISION(WS-PRE-IDX, 1)
                      MOVE REG-PRE-COMISION(2)
                        TO WS-PRE-COMISION(WS-PRE-IDX, 2)
                      MOVE REG-PRE-COMISION(3)
                        TO WS-PRE-COMISION(WS-PRE-IDX, 3)
                   ELSE
                      DISPLAY 'COMISIONES_PEDIDAS.TXT TIENE MAS DE '
                         '2000 RENGLONES, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1410-LEER-PREFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-APLICAR-BAJAS.
           OPEN INPUT ENT-BAJAS.
           EVALUATE TRUE
               WHEN FS-ENT-BAJAS-OK
                   PERFORM 2010-LEER-BAJA
                      THRU 2010-LEER-BAJA-FIN
                      UNTIL WS-BAJAS-EOF-YES
                   CLOSE ENT-BAJAS
               WHEN FS-ENT-BAJAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COMISIONES_BAJAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-BAJAS
                   STOP RUN
           END-EVALUATE.

       2000-APLICAR-BAJAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-LEER-BAJA.
           READ ENT-BAJAS
               AT END
                   SET WS-BAJAS-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 2100-APLICAR-BAJA
                      THRU 2100-APLICAR-BAJA-FIN
           END-READ.

       2010-LEER-BAJA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-APLICAR-BAJA.
      * La baja libera el lugar en la comision (o en la lista de
      * espera). La asignacion queda en B para que la inscripcion,
      * que sigue en INSCRIPCIONES.TXT, no se vuelva a asignar.
           IF REG-BAJ-LEGAJO IS NUMERIC
              MOVE REG-BAJ-LEGAJO-NUM TO WS-LEGAJO-BUSCADO
           ELSE
              MOVE 0 TO WS-LEGAJO-BUSCADO
           END-IF.
           MOVE REG-BAJ-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE REG-BAJ-MATERIA TO WS-MATERIA-BUSCADA.
           PERFORM 6800-BUSCAR-ASIGNACION
              THRU 6800-BUSCAR-ASIGNACION-FIN.

           IF WS-FILA-ASG EQUAL 0
              MOVE SPACES TO WS-COMISION-BUSCADA
              MOVE 'BAJA RECHAZADA: NO TIENE COMISION'
                TO WS-NOVEDAD
              PERFORM 6900-GRABAR-NOVEDAD
                 THRU 6900-GRABAR-NOVEDAD-FIN
              ADD 1 TO WS-CONT-BAJAS-RECH
              GO TO 2100-APLICAR-BAJA-FIN
           END-IF.

           MOVE WS-ASG-COMISION(WS-FILA-ASG) TO WS-COMISION-BUSCADA.
           MOVE 0 TO WS-FILA-HALLADA.
           IF WS-COMISION-BUSCADA NOT EQUAL SPACES
              PERFORM 6600-BUSCAR-COMISION
                 THRU 6600-BUSCAR-COMISION-FIN
           END-IF.
           IF WS-ASG-ASIGNADO(WS-FILA-ASG)
              MOVE 'BAJA DE LA COMISION' TO WS-NOVEDAD
              IF WS-FILA-HALLADA NOT EQUAL 0
                 SUBTRACT 1 FROM WS-COM-OCUPADOS(WS-FILA-HALLADA)
              END-IF
           ELSE
              MOVE 'BAJA DE LA LISTA DE ESPERA' TO WS-NOVEDAD
              IF WS-FILA-HALLADA NOT EQUAL 0
                 SUBTRACT 1 FROM WS-COM-EN-ESPERA(WS-FILA-HALLADA)
              END-IF
           END-IF.
           SET WS-ASG-BAJA(WS-FILA-ASG) TO TRUE.
           MOVE WS-ASG-APE-NOM(WS-FILA-ASG) TO WS-ALUMNO-BUSCADO.
           MOVE WS-ASG-LEGAJO(WS-FILA-ASG)  TO WS-LEGAJO-BUSCADO.
           PERFORM 6900-GRABAR-NOVEDAD
              THRU 6900-GRABAR-NOVEDAD-FIN.
           ADD 1 TO WS-CONT-BAJAS.

       2100-APLICAR-BAJA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-PROMOVER-ESPERA.
      * Cada comision con lugar libre (por una baja o porque se
      * agrando el cupo) se llena con su lista de espera antes de
      * atender los pedidos nuevos: el que espera tiene antiguedad.
           PERFORM 3100-PROMOVER-COMISION
              THRU 3100-PROMOVER-COMISION-FIN
              VARYING WS-COM-IDX FROM 1 BY 1
              UNTIL WS-COM-IDX GREATER THAN WS-COM-CANTIDAD.

       3000-PROMOVER-ESPERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-PROMOVER-COMISION.
           SET WS-FILA-COM TO WS-COM-IDX.
           SET WS-PROMOVIDO-SI TO TRUE.
           PERFORM 3110-PROMOVER-UNO
              THRU 3110-PROMOVER-UNO-FIN
              UNTIL WS-PROMOVIDO-NO
                 OR WS-COM-OCUPADOS(WS-FILA-COM) NOT LESS THAN
                    WS-COM-CUPO(WS-FILA-COM).

       3100-PROMOVER-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-PROMOVER-UNO.
      * El primero de la lista de espera de la comision (o de los
      * que aceptan cualquiera de la materia) al que no se le
      * superponga el horario.
           SET WS-PROMOVIDO-NO TO TRUE.
           MOVE 0 TO WS-FILA-ASG.
           PERFORM 3120-BUSCAR-EN-ESPERA
              THRU 3120-BUSCAR-EN-ESPERA-FIN
              VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX GREATER THAN WS-ASG-CANTIDAD.
           IF WS-FILA-ASG EQUAL 0
              GO TO 3110-PROMOVER-UNO-FIN
           END-IF.

           IF WS-ASG-COMISION(WS-FILA-ASG) NOT EQUAL SPACES
              SUBTRACT 1 FROM WS-COM-EN-ESPERA(WS-FILA-COM)
           END-IF.
           SET WS-ASG-ASIGNADO(WS-FILA-ASG) TO TRUE.
           MOVE WS-COM-COMISION(WS-FILA-COM)
             TO WS-ASG-COMISION(WS-FILA-ASG).
           ADD 1 TO WS-COM-OCUPADOS(WS-FILA-COM).
           SET WS-PROMOVIDO-SI TO TRUE.

           MOVE WS-ASG-APE-NOM(WS-FILA-ASG)  TO WS-ALUMNO-BUSCADO.
           MOVE WS-ASG-LEGAJO(WS-FILA-ASG)   TO WS-LEGAJO-BUSCADO.
           MOVE WS-ASG-MATERIA(WS-FILA-ASG)  TO WS-MATERIA-BUSCADA.
           MOVE WS-ASG-COMISION(WS-FILA-ASG) TO WS-COMISION-BUSCADA.
           MOVE 'PROMOVIDO DE LA LISTA DE ESPERA' TO WS-NOVEDAD.
           PERFORM 6900-GRABAR-NOVEDAD
              THRU 6900-GRABAR-NOVEDAD-FIN.
           ADD 1 TO WS-CONT-PROMOVIDOS.

       3110-PROMOVER-UNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3120-BUSCAR-EN-ESPERA.
      * La tabla esta en orden de llegada a la lista: el primero
      * que sirve es el que mas espero.
           IF WS-FILA-ASG NOT EQUAL 0
              OR NOT WS-ASG-ESPERA(WS-ASG-IDX)
              OR WS-ASG-CICLO(WS-ASG-IDX) NOT EQUAL WS-CICLO-ACTUAL
              OR WS-ASG-MATERIA(WS-ASG-IDX) NOT EQUAL
                 WS-COM-MATERIA(WS-FILA-COM)
              GO TO 3120-BUSCAR-EN-ESPERA-FIN
           END-IF.
           IF WS-ASG-COMISION(WS-ASG-IDX) NOT EQUAL SPACES
              AND WS-ASG-COMISION(WS-ASG-IDX) NOT EQUAL
                  WS-COM-COMISION(WS-FILA-COM)
              GO TO 3120-BUSCAR-EN-ESPERA-FIN
           END-IF.

           MOVE WS-ASG-APE-NOM(WS-ASG-IDX) TO WS-ALUMNO-BUSCADO.
           MOVE WS-ASG-LEGAJO(WS-ASG-IDX)  TO WS-LEGAJO-BUSCADO.
           PERFORM 6000-CONTROLAR-SUPERPOSICION
              THRU 6000-CONTROLAR-SUPERPOSICION-FIN.
           IF WS-SUPERPONE-NO
              SET WS-FILA-ASG TO WS-ASG-IDX
           END-IF.

       3120-BUSCAR-EN-ESPERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4000-CARGAR-PEDIDOS.
      * Sin inscripciones la corrida solo aplica bajas y promueve la
      * lista de espera.
           OPEN INPUT ENT-INSCRIPCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-INSCRIPCIONES-OK
                   PERFORM 4010-LEER-INSCRIPCION
                      THRU 4010-LEER-INSCRIPCION-FIN
                      UNTIL WS-INSCRIPCIONES-EOF-YES
                   CLOSE ENT-INSCRIPCIONES
               WHEN FS-ENT-INSCRIPCIONES-NFD
                   DISPLAY 'SIN INSCRIPCIONES.TXT: NO HAY PEDIDOS '
                      'NUEVOS'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INSCRIPCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-INSCRIPCIONES
                   STOP RUN
           END-EVALUATE.

       4000-CARGAR-PEDIDOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4010-LEER-INSCRIPCION.
           READ ENT-INSCRIPCIONES
               AT END
                   SET WS-INSCRIPCIONES-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 4100-ANOTAR-PEDIDO
                      THRU 4100-ANOTAR-PEDIDO-FIN
           END-READ.

       4010-LEER-INSCRIPCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4100-ANOTAR-PEDIDO.
      * Una materia sin comisiones en el ciclo no se divide; y el
      * que ya tiene comision, espera o se dio de baja no se vuelve
      * a atender.
           IF WS-INS-LEGAJO IS NOT NUMERIC
              MOVE 0 TO WS-INS-LEGAJO
           END-IF.
           MOVE WS-INS-MATERIA TO WS-MATERIA-BUSCADA.
           MOVE SPACES         TO WS-COMISION-BUSCADA.
           PERFORM 6600-BUSCAR-COMISION
              THRU 6600-BUSCAR-COMISION-FIN.
           IF WS-FILA-HALLADA EQUAL 0
              GO TO 4100-ANOTAR-PEDIDO-FIN
           END-IF.

           MOVE WS-INS-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE WS-INS-LEGAJO  TO WS-LEGAJO-BUSCADO.
           PERFORM 6850-BUSCAR-CUALQUIER-ESTADO
              THRU 6850-BUSCAR-CUALQUIER-ESTADO-FIN.
           IF WS-FILA-ASG NOT EQUAL 0
              GO TO 4100-ANOTAR-PEDIDO-FIN
           END-IF.

           IF WS-PEN-CANTIDAD NOT LESS THAN 2000
              DISPLAY 'MAS DE 2000 PEDIDOS NUEVOS, SE IGNORAN LOS '
                 'EXCEDENTES'
              GO TO 4100-ANOTAR-PEDIDO-FIN
           END-IF.

           PERFORM 6700-BUSCAR-PRIORIDAD
              THRU 6700-BUSCAR-PRIORIDAD-FIN.
           MOVE 0 TO WS-PROMEDIO-ALUMNO.
           IF WS-FILA-PRI NOT EQUAL 0
              IF WS-PRI-NOTAS(WS-FILA-PRI) GREATER THAN 0
                 DIVIDE WS-PRI-SUMA(WS-FILA-PRI)
                     BY WS-PRI-NOTAS(WS-FILA-PRI)
                 GIVING WS-PROMEDIO-ALUMNO
              END-IF
           END-IF.

           ADD 1 TO WS-PEN-CANTIDAD.
           SET WS-PEN-IDX TO WS-PEN-CANTIDAD.
           MOVE WS-INS-LEGAJO      TO WS-PEN-LEGAJO(WS-PEN-IDX).
           MOVE WS-INS-APE-NOM     TO WS-PEN-APE-NOM(WS-PEN-IDX).
           MOVE WS-INS-MATERIA     TO WS-PEN-MATERIA(WS-PEN-IDX).
           MOVE WS-PROMEDIO-ALUMNO TO WS-PEN-PROMEDIO(WS-PEN-IDX).
           MOVE SPACE              TO WS-PEN-ATENDIDO(WS-PEN-IDX).
           ADD 1 TO WS-CONT-PEDIDOS.

       4100-ANOTAR-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5000-ASIGNAR-PEDIDOS.
      * En cada vuelta se atiende el mejor promedio pendiente; a
      * igual promedio, el que se inscribio primero.
           PERFORM 5010-ATENDER-MEJOR
              THRU 5010-ATENDER-MEJOR-FIN
              VARYING WS-VUELTA FROM 1 BY 1
              UNTIL WS-VUELTA GREATER THAN WS-PEN-CANTIDAD.

       5000-ASIGNAR-PEDIDOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5010-ATENDER-MEJOR.
           MOVE 0 TO WS-FILA-PEN.
           PERFORM 5020-COMPARAR-PEDIDO
              THRU 5020-COMPARAR-PEDIDO-FIN
              VARYING WS-PEN-IDX FROM 1 BY 1
              UNTIL WS-PEN-IDX GREATER THAN WS-PEN-CANTIDAD.
           IF WS-FILA-PEN EQUAL 0
              GO TO 5010-ATENDER-MEJOR-FIN
           END-IF.

           SET WS-PEN-ATENDIDO-SI(WS-FILA-PEN) TO TRUE.
           PERFORM 5100-ASIGNAR-PEDIDO
              THRU 5100-ASIGNAR-PEDIDO-FIN.

       5010-ATENDER-MEJOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5020-COMPARAR-PEDIDO.
           IF WS-PEN-ATENDIDO-SI(WS-PEN-IDX)
              GO TO 5020-COMPARAR-PEDIDO-FIN
           END-IF.
           IF WS-FILA-PEN EQUAL 0
              SET WS-FILA-PEN TO WS-PEN-IDX
              GO TO 5020-COMPARAR-PEDIDO-FIN
           END-IF.
           IF WS-PEN-PROMEDIO(WS-PEN-IDX) GREATER THAN
              WS-PEN-PROMEDIO(WS-FILA-PEN)
              SET WS-FILA-PEN TO WS-PEN-IDX
           END-IF.

       5020-COMPARAR-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5100-ASIGNAR-PEDIDO.
      * Primero las comisiones preferidas, en orden; si el alumno no
      * pidio ninguna que exista, cualquiera de la materia. Si las
      * que le sirven estan llenas, a la lista de espera de la
      * primera de ellas (o de cualquiera, si no eligio).
           MOVE WS-PEN-APE-NOM(WS-FILA-PEN)  TO WS-ALUMNO-BUSCADO.
           MOVE WS-PEN-LEGAJO(WS-FILA-PEN)   TO WS-LEGAJO-BUSCADO.
           MOVE WS-PEN-MATERIA(WS-FILA-PEN)  TO WS-MATERIA-BUSCADA.
           MOVE WS-PEN-PROMEDIO(WS-FILA-PEN) TO WS-PROMEDIO-ALUMNO.
           SET WS-ASIGNADO-NO TO TRUE.
           MOVE 0 TO WS-FILA-ESPERA.
           MOVE 0 TO WS-PRIMERA-COM.
           MOVE SPACES TO WS-MATERIA-SUPERPUESTA.

           PERFORM 6750-BUSCAR-PREFERENCIA
              THRU 6750-BUSCAR-PREFERENCIA-FIN.
           IF WS-FILA-PRE NOT EQUAL 0
              PERFORM 5150-PROBAR-PREFERENCIA
                 THRU 5150-PROBAR-PREFERENCIA-FIN
                 VARYING WS-NRO-PREF FROM 1 BY 1
                 UNTIL WS-NRO-PREF GREATER THAN 3
                    OR WS-ASIGNADO-SI
           END-IF.

      * WS-PRIMERA-COM queda en cero si no habia preferidas que
      * existan: se prueba con todas las de la materia.
           IF WS-ASIGNADO-NO AND WS-PRIMERA-COM EQUAL 0
              PERFORM 5160-PROBAR-CUALQUIERA
                 THRU 5160-PROBAR-CUALQUIERA-FIN
                 VARYING WS-COM-IDX FROM 1 BY 1
                 UNTIL WS-COM-IDX GREATER THAN WS-COM-CANTIDAD
                    OR WS-ASIGNADO-SI
              IF WS-ASIGNADO-NO AND WS-FILA-ESPERA NOT EQUAL 0
      * Sin preferidas, espera por cualquier comision de la materia
                 MOVE 999 TO WS-FILA-ESPERA
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ASIGNADO-SI
                   CONTINUE
               WHEN WS-FILA-ESPERA NOT EQUAL 0
                   PERFORM 5400-PONER-EN-ESPERA
                      THRU 5400-PONER-EN-ESPERA-FIN
               WHEN OTHER
      * Todas las que le sirven se le superponen: no se anota, y
      * en la proxima corrida se vuelve a probar.
                   MOVE SPACES TO WS-COMISION-BUSCADA
                   MOVE SPACES TO WS-NOVEDAD
                   STRING 'SUPERPOSICION HORARIA CON '
                          DELIMITED BY SIZE
                          WS-MATERIA-SUPERPUESTA DELIMITED BY SIZE
                     INTO WS-NOVEDAD
                   PERFORM 6900-GRABAR-NOVEDAD
                      THRU 6900-GRABAR-NOVEDAD-FIN
                   ADD 1 TO WS-CONT-SIN-LUGAR
           END-EVALUATE.

       5100-ASIGNAR-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5150-PROBAR-PREFERENCIA.
           IF WS-PRE-COMISION(WS-FILA-PRE, WS-NRO-PREF) EQUAL SPACES
              GO TO 5150-PROBAR-PREFERENCIA-FIN
           END-IF.
           MOVE WS-PRE-COMISION(WS-FILA-PRE, WS-NRO-PREF)
             TO WS-COMISION-BUSCADA.
           PERFORM 6600-BUSCAR-COMISION
              THRU 6600-BUSCAR-COMISION-FIN.
           IF WS-FILA-HALLADA EQUAL 0
              GO TO 5150-PROBAR-PREFERENCIA-FIN
           END-IF.

           IF WS-PRIMERA-COM EQUAL 0
              MOVE WS-FILA-HALLADA TO WS-PRIMERA-COM
           END-IF.
           MOVE WS-FILA-HALLADA TO WS-FILA-COM.
           PERFORM 5200-PROBAR-COMISION
              THRU 5200-PROBAR-COMISION-FIN.

       5150-PROBAR-PREFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5160-PROBAR-CUALQUIERA.
           IF WS-COM-MATERIA(WS-COM-IDX) NOT EQUAL WS-MATERIA-BUSCADA
              GO TO 5160-PROBAR-CUALQUIERA-FIN
           END-IF.
           SET WS-FILA-COM TO WS-COM-IDX.
           PERFORM 5200-PROBAR-COMISION
              THRU 5200-PROBAR-COMISION-FIN.

       5160-PROBAR-CUALQUIERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5200-PROBAR-COMISION.
      * Una comision que se superpone con otra del alumno no le
      * sirve; una llena le sirve para esperar.
           PERFORM 6000-CONTROLAR-SUPERPOSICION
              THRU 6000-CONTROLAR-SUPERPOSICION-FIN.
           IF WS-SUPERPONE-SI
              GO TO 5200-PROBAR-COMISION-FIN
           END-IF.

           IF WS-COM-OCUPADOS(WS-FILA-COM) LESS THAN
              WS-COM-CUPO(WS-FILA-COM)
              PERFORM 5300-ASIGNAR
                 THRU 5300-ASIGNAR-FIN
           ELSE
              IF WS-FILA-ESPERA EQUAL 0
                 MOVE WS-FILA-COM TO WS-FILA-ESPERA
              END-IF
           END-IF.

       5200-PROBAR-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5300-ASIGNAR.
           MOVE WS-COM-COMISION(WS-FILA-COM) TO WS-COMISION-BUSCADA.
           SET WS-ASG-ESTADO-ASIGNADO TO TRUE.
           PERFORM 6950-AGREGAR-ASIGNACION
              THRU 6950-AGREGAR-ASIGNACION-FIN.
           IF WS-FILA-ASG EQUAL 0
              GO TO 5300-ASIGNAR-FIN
           END-IF.

           ADD 1 TO WS-COM-OCUPADOS(WS-FILA-COM).
           SET WS-ASIGNADO-SI TO TRUE.
           IF WS-PRIMERA-COM NOT EQUAL 0
              AND WS-PRIMERA-COM NOT EQUAL WS-FILA-COM
              MOVE 'ASIGNADO (NO ES LA PRIMERA PREFERIDA)'
                TO WS-NOVEDAD
           ELSE
              MOVE 'ASIGNADO' TO WS-NOVEDAD
           END-IF.
           PERFORM 6900-GRABAR-NOVEDAD
              THRU 6900-GRABAR-NOVEDAD-FIN.
           ADD 1 TO WS-CONT-ASIGNADOS.

       5300-ASIGNAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5400-PONER-EN-ESPERA.
           IF WS-FILA-ESPERA EQUAL 999
              MOVE SPACES TO WS-COMISION-BUSCADA
           ELSE
              MOVE WS-COM-COMISION(WS-FILA-ESPERA)
                TO WS-COMISION-BUSCADA
           END-IF.
           SET WS-ASG-ESTADO-ESPERA TO TRUE.
           PERFORM 6950-AGREGAR-ASIGNACION
              THRU 6950-AGREGAR-ASIGNACION-FIN.
           IF WS-FILA-ASG EQUAL 0
              GO TO 5400-PONER-EN-ESPERA-FIN
           END-IF.

           IF WS-FILA-ESPERA NOT EQUAL 999
              ADD 1 TO WS-COM-EN-ESPERA(WS-FILA-ESPERA)
           END-IF.
           MOVE 'EN LISTA DE ESPERA' TO WS-NOVEDAD.
           PERFORM 6900-GRABAR-NOVEDAD
              THRU 6900-GRABAR-NOVEDAD-FIN.
           ADD 1 TO WS-CONT-EN-ESPERA.

       5400-PONER-EN-ESPERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Controla si la comision WS-FILA-COM se superpone en horario
      * con alguna otra comision asignada al alumno en el ciclo.
      * Devuelve WS-SUPERPONE y la materia con la que choca.
       6000-CONTROLAR-SUPERPOSICION.
           SET WS-SUPERPONE-NO TO TRUE.
           PERFORM 6010-COMPARAR-ASIGNACION
              THRU 6010-COMPARAR-ASIGNACION-FIN
              VARYING WS-ASG-IDX2 FROM 1 BY 1
              UNTIL WS-ASG-IDX2 GREATER THAN WS-ASG-CANTIDAD
                 OR WS-SUPERPONE-SI.

       6000-CONTROLAR-SUPERPOSICION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6010-COMPARAR-ASIGNACION.
           IF NOT WS-ASG-ASIGNADO(WS-ASG-IDX2)
              OR WS-ASG-CICLO(WS-ASG-IDX2) NOT EQUAL WS-CICLO-ACTUAL
              OR WS-ASG-MATERIA(WS-ASG-IDX2) EQUAL
                 WS-COM-MATERIA(WS-FILA-COM)
              GO TO 6010-COMPARAR-ASIGNACION-FIN
           END-IF.

           SET WS-FILA-ID TO WS-ASG-IDX2.
           PERFORM 6500-ES-EL-ALUMNO
              THRU 6500-ES-EL-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-NO
              GO TO 6010-COMPARAR-ASIGNACION-FIN
           END-IF.

           MOVE 0 TO WS-FILA-B.
           PERFORM 6020-UBICAR-COMISION
              THRU 6020-UBICAR-COMISION-FIN
              VARYING WS-COM-IDX2 FROM 1 BY 1
              UNTIL WS-COM-IDX2 GREATER THAN WS-COM-CANTIDAD
                 OR WS-FILA-B NOT EQUAL 0.
           IF WS-FILA-B EQUAL 0
              GO TO 6010-COMPARAR-ASIGNACION-FIN
           END-IF.

           MOVE WS-FILA-COM TO WS-FILA-A.
           PERFORM 6100-COMPARAR-HORARIOS
              THRU 6100-COMPARAR-HORARIOS-FIN.
           IF WS-SUPERPONE-SI
              MOVE WS-ASG-MATERIA(WS-ASG-IDX2)
                TO WS-MATERIA-SUPERPUESTA
           END-IF.

       6010-COMPARAR-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6020-UBICAR-COMISION.
           IF WS-COM-MATERIA(WS-COM-IDX2) EQUAL
              WS-ASG-MATERIA(WS-ASG-IDX2)
              AND WS-COM-COMISION(WS-COM-IDX2) EQUAL
                  WS-ASG-COMISION(WS-ASG-IDX2)
              SET WS-FILA-B TO WS-COM-IDX2
           END-IF.

       6020-UBICAR-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Dos comisiones se superponen si algun horario de una cae el
      * mismo dia que uno de la otra y los rangos de horas se
      * pisan.
       6100-COMPARAR-HORARIOS.
           SET WS-SUPERPONE-NO TO TRUE.
           PERFORM 6110-COMPARAR-TURNO
              THRU 6110-COMPARAR-TURNO-FIN
              VARYING WS-HOR-A FROM 1 BY 1
                UNTIL WS-HOR-A GREATER THAN 2
                AFTER WS-HOR-B FROM 1 BY 1
                UNTIL WS-HOR-B GREATER THAN 2.

       6100-COMPARAR-HORARIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6110-COMPARAR-TURNO.
           IF WS-COM-DIA(WS-FILA-A, WS-HOR-A) NOT EQUAL 0
              AND WS-COM-DIA(WS-FILA-A, WS-HOR-A) EQUAL
                  WS-COM-DIA(WS-FILA-B, WS-HOR-B)
              AND WS-COM-DESDE(WS-FILA-A, WS-HOR-A) LESS THAN
                  WS-COM-HASTA(WS-FILA-B, WS-HOR-B)
              AND WS-COM-DESDE(WS-FILA-B, WS-HOR-B) LESS THAN
                  WS-COM-HASTA(WS-FILA-A, WS-HOR-A)
              SET WS-SUPERPONE-SI TO TRUE
           END-IF.

       6110-COMPARAR-TURNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * La asignacion WS-FILA-ID es del alumno buscado si los dos
      * legajos estan y coinciden, o si falta alguno y coincide el
      * nombre.
       6500-ES-EL-ALUMNO.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-ASG-LEGAJO(WS-FILA-ID) NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-ASG-LEGAJO(WS-FILA-ID) EQUAL WS-LEGAJO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-ASG-APE-NOM(WS-FILA-ID) EQUAL WS-ALUMNO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.

       6500-ES-EL-ALUMNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca la comision WS-COMISION-BUSCADA de WS-MATERIA-BUSCADA
      * (con la comision en blanco, la primera de la materia).
      * Devuelve la fila en WS-FILA-HALLADA, o cero.
       6600-BUSCAR-COMISION.
           MOVE 0 TO WS-FILA-HALLADA.
           PERFORM 6610-COMPARAR-COMISION
              THRU 6610-COMPARAR-COMISION-FIN
              VARYING WS-COM-IDX2 FROM 1 BY 1
              UNTIL WS-COM-IDX2 GREATER THAN WS-COM-CANTIDAD
                 OR WS-FILA-HALLADA NOT EQUAL 0.

       6600-BUSCAR-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6610-COMPARAR-COMISION.
           IF WS-COM-MATERIA(WS-COM-IDX2) EQUAL WS-MATERIA-BUSCADA
              AND (WS-COMISION-BUSCADA EQUAL SPACES
                OR WS-COM-COMISION(WS-COM-IDX2) EQUAL
                   WS-COMISION-BUSCADA)
              SET WS-FILA-HALLADA TO WS-COM-IDX2
           END-IF.

       6610-COMPARAR-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca el promedio de la historia del alumno buscado. Devuelve
      * la fila en WS-FILA-PRI, o cero.
       6700-BUSCAR-PRIORIDAD.
           MOVE 0 TO WS-FILA-PRI.
           PERFORM 6710-COMPARAR-PRIORIDAD
              THRU 6710-COMPARAR-PRIORIDAD-FIN
              VARYING WS-PRI-IDX FROM 1 BY 1
              UNTIL WS-PRI-IDX GREATER THAN WS-PRI-CANTIDAD
                 OR WS-FILA-PRI NOT EQUAL 0.

       6700-BUSCAR-PRIORIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6710-COMPARAR-PRIORIDAD.
           IF WS-PRI-LEGAJO(WS-PRI-IDX) NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-PRI-LEGAJO(WS-PRI-IDX) EQUAL WS-LEGAJO-BUSCADO
                 SET WS-FILA-PRI TO WS-PRI-IDX
              END-IF
           ELSE
              IF WS-PRI-APE-NOM(WS-PRI-IDX) EQUAL WS-ALUMNO-BUSCADO
                 SET WS-FILA-PRI TO WS-PRI-IDX
              END-IF
           END-IF.

       6710-COMPARAR-PRIORIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca las comisiones preferidas del alumno buscado en
      * WS-MATERIA-BUSCADA. Devuelve la fila en WS-FILA-PRE, o cero.
       6750-BUSCAR-PREFERENCIA.
           MOVE 0 TO WS-FILA-PRE.
           PERFORM 6760-COMPARAR-PREFERENCIA
              THRU 6760-COMPARAR-PREFERENCIA-FIN
              VARYING WS-PRE-IDX FROM 1 BY 1
              UNTIL WS-PRE-IDX GREATER THAN WS-PRE-CANTIDAD
                 OR WS-FILA-PRE NOT EQUAL 0.

       6750-BUSCAR-PREFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6760-COMPARAR-PREFERENCIA.
           IF WS-PRE-MATERIA(WS-PRE-IDX) NOT EQUAL WS-MATERIA-BUSCADA
              GO TO 6760-COMPARAR-PREFERENCIA-FIN
           END-IF.
           IF WS-PRE-LEGAJO(WS-PRE-IDX) NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-PRE-LEGAJO(WS-PRE-IDX) EQUAL WS-LEGAJO-BUSCADO
                 SET WS-FILA-PRE TO WS-PRE-IDX
              END-IF
           ELSE
              IF WS-PRE-APE-NOM(WS-PRE-IDX) EQUAL WS-ALUMNO-BUSCADO
                 SET WS-FILA-PRE TO WS-PRE-IDX
              END-IF
           END-IF.

       6760-COMPARAR-PREFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca la asignacion vigente (asignado o en espera) del alumno
      * buscado en WS-MATERIA-BUSCADA en el ciclo. Devuelve la fila
      * en WS-FILA-ASG, o cero.
       6800-BUSCAR-ASIGNACION.
           MOVE 0 TO WS-FILA-ASG.
           PERFORM 6810-COMPARAR-ASIGNACION
              THRU 6810-COMPARAR-ASIGNACION-FIN
              VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX GREATER THAN WS-ASG-CANTIDAD
                 OR WS-FILA-ASG NOT EQUAL 0.

       6800-BUSCAR-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6810-COMPARAR-ASIGNACION.
           IF WS-ASG-BAJA(WS-ASG-IDX)
              OR WS-ASG-CICLO(WS-ASG-IDX) NOT EQUAL WS-CICLO-ACTUAL
              OR WS-ASG-MATERIA(WS-ASG-IDX) NOT EQUAL
                 WS-MATERIA-BUSCADA
              GO TO 6810-COMPARAR-ASIGNACION-FIN
           END-IF.
           SET WS-FILA-ID TO WS-ASG-IDX.
           PERFORM 6500-ES-EL-ALUMNO
              THRU 6500-ES-EL-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-FILA-ASG TO WS-ASG-IDX
           END-IF.

       6810-COMPARAR-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Igual que 6800, pero tambien encuentra las bajas.
       6850-BUSCAR-CUALQUIER-ESTADO.
           MOVE 0 TO WS-FILA-ASG.
           PERFORM 6860-COMPARAR-CUALQUIERA
              THRU 6860-COMPARAR-CUALQUIERA-FIN
              VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX GREATER THAN WS-ASG-CANTIDAD
                 OR WS-FILA-ASG NOT EQUAL 0.

       6850-BUSCAR-CUALQUIER-ESTADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6860-COMPARAR-CUALQUIERA.
           IF WS-ASG-CICLO(WS-ASG-IDX) NOT EQUAL WS-CICLO-ACTUAL
              OR WS-ASG-MATERIA(WS-ASG-IDX) NOT EQUAL
                 WS-MATERIA-BUSCADA
              GO TO 6860-COMPARAR-CUALQUIERA-FIN
           END-IF.
           SET WS-FILA-ID TO WS-ASG-IDX.
           PERFORM 6500-ES-EL-ALUMNO
              THRU 6500-ES-EL-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-FILA-ASG TO WS-ASG-IDX
           END-IF.

       6860-COMPARAR-CUALQUIERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6900-GRABAR-NOVEDAD.
           MOVE WS-LEGAJO-BUSCADO   TO REG-NOV-LEGAJO.
           MOVE WS-ALUMNO-BUSCADO   TO REG-NOV-APE-NOM.
           MOVE WS-MATERIA-BUSCADA  TO REG-NOV-MATERIA.
           MOVE WS-COMISION-BUSCADA TO REG-NOV-COMISION.
           MOVE WS-NOVEDAD          TO REG-NOV-NOVEDAD.
           MOVE ' | ' TO REG-NOV-SEP-01 REG-NOV-SEP-02
                         REG-NOV-SEP-03 REG-NOV-SEP-04.
           WRITE REG-NOVEDAD.

       6900-GRABAR-NOVEDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Agrega al final de la tabla la asignacion del alumno buscado
      * en WS-COMISION-BUSCADA, con el estado de WS-ASG-ESTADO-TRABAJO.
      * Devuelve la fila en WS-FILA-ASG, o cero si no hay lugar.
       6950-AGREGAR-ASIGNACION.
           MOVE 0 TO WS-FILA-ASG.
           IF WS-ASG-CANTIDAD NOT LESS THAN 3000
              DISPLAY 'LA TABLA DE ASIGNACIONES SUPERA LOS 3000 '
                 'REGISTROS: ' WS-ALUMNO-BUSCADO ' QUEDA SIN ATENDER'
              GO TO 6950-AGREGAR-ASIGNACION-FIN
           END-IF.

           ADD 1 TO WS-ASG-CANTIDAD.
           MOVE WS-ASG-CANTIDAD TO WS-FILA-ASG.
           MOVE WS-CICLO-ACTUAL     TO WS-ASG-CICLO(WS-FILA-ASG).
           MOVE WS-MATERIA-BUSCADA  TO WS-ASG-MATERIA(WS-FILA-ASG).
           MOVE WS-COMISION-BUSCADA TO WS-ASG-COMISION(WS-FILA-ASG).
           MOVE WS-LEGAJO-BUSCADO   TO WS-ASG-LEGAJO(WS-FILA-ASG).
           MOVE WS-ALUMNO-BUSCADO   TO WS-ASG-APE-NOM(WS-FILA-ASG).
           MOVE WS-ASG-ESTADO-TRABAJO
             TO WS-ASG-ESTADO(WS-FILA-ASG).
           MOVE WS-PROMEDIO-ALUMNO  TO WS-ASG-PROMEDIO(WS-FILA-ASG).
           IF WS-ASG-ESTADO-ESPERA
              ADD 1 TO WS-ORDEN-MAXIMO
              MOVE WS-ORDEN-MAXIMO TO WS-ASG-ORDEN(WS-FILA-ASG)
           ELSE
              MOVE 0 TO WS-ASG-ORDEN(WS-FILA-ASG)
           END-IF.

       6950-AGREGAR-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7000-CONTROLAR-SUPERPOS.
      * Control final por alumno: dos comisiones asignadas que se
      * pisan en horario (puede pasar si se cambio el horario de una
      * comision en COMISIONES.TXT despues de asignarla).
           PERFORM 7100-CONTROLAR-ASIGNACION
              THRU 7100-CONTROLAR-ASIGNACION-FIN
              VARYING WS-ASG-IDX2 FROM 1 BY 1
              UNTIL WS-ASG-IDX2 GREATER THAN WS-ASG-CANTIDAD.

       7000-CONTROLAR-SUPERPOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7100-CONTROLAR-ASIGNACION.
           IF NOT WS-ASG-ASIGNADO(WS-ASG-IDX2)
              OR WS-ASG-CICLO(WS-ASG-IDX2) NOT EQUAL WS-CICLO-ACTUAL
              GO TO 7100-CONTROLAR-ASIGNACION-FIN
           END-IF.

           MOVE WS-ASG-MATERIA(WS-ASG-IDX2)  TO WS-MATERIA-BUSCADA.
           MOVE WS-ASG-COMISION(WS-ASG-IDX2) TO WS-COMISION-BUSCADA.
           PERFORM 6600-BUSCAR-COMISION
              THRU 6600-BUSCAR-COMISION-FIN.
           IF WS-FILA-HALLADA EQUAL 0
              GO TO 7100-CONTROLAR-ASIGNACION-FIN
           END-IF.
           MOVE WS-FILA-HALLADA TO WS-FILA-A.
           MOVE WS-ASG-APE-NOM(WS-ASG-IDX2) TO WS-ALUMNO-BUSCADO.
           MOVE WS-ASG-LEGAJO(WS-ASG-IDX2)  TO WS-LEGAJO-BUSCADO.

           PERFORM 7110-CONTROLAR-PAR
              THRU 7110-CONTROLAR-PAR-FIN
              VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX GREATER THAN WS-ASG-CANTIDAD.

       7100-CONTROLAR-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7110-CONTROLAR-PAR.
      * Cada par se controla una sola vez: contra las asignaciones
      * que estan mas abajo en la tabla.
           IF WS-ASG-IDX NOT GREATER THAN WS-ASG-IDX2
              OR NOT WS-ASG-ASIGNADO(WS-ASG-IDX)
              OR WS-ASG-CICLO(WS-ASG-IDX) NOT EQUAL WS-CICLO-ACTUAL
              OR WS-ASG-MATERIA(WS-ASG-IDX) EQUAL
                 WS-ASG-MATERIA(WS-ASG-IDX2)
              GO TO 7110-CONTROLAR-PAR-FIN
           END-IF.
           SET WS-FILA-ID TO WS-ASG-IDX.
           PERFORM 6500-ES-EL-ALUMNO
              THRU 6500-ES-EL-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-NO
              GO TO 7110-CONTROLAR-PAR-FIN
           END-IF.

           MOVE WS-ASG-MATERIA(WS-ASG-IDX)  TO WS-MATERIA-BUSCADA.
           MOVE WS-ASG-COMISION(WS-ASG-IDX) TO WS-COMISION-BUSCADA.
           PERFORM 6600-BUSCAR-COMISION
              THRU 6600-BUSCAR-COMISION-FIN.
           IF WS-FILA-HALLADA EQUAL 0
              GO TO 7110-CONTROLAR-PAR-FIN
           END-IF.
           MOVE WS-FILA-HALLADA TO WS-FILA-B.
           PERFORM 6100-COMPARAR-HORARIOS
              THRU 6100-COMPARAR-HORARIOS-FIN.
           IF WS-SUPERPONE-SI
              MOVE WS-LEGAJO-BUSCADO TO REG-SUP-LEGAJO
              MOVE WS-ALUMNO-BUSCADO TO REG-SUP-APE-NOM
              MOVE WS-ASG-MATERIA(WS-ASG-IDX2)  TO REG-SUP-MATERIA-1
              MOVE WS-ASG-COMISION(WS-ASG-IDX2) TO REG-SUP-COMISION-1
              MOVE WS-ASG-MATERIA(WS-ASG-IDX)   TO REG-SUP-MATERIA-2
              MOVE WS-ASG-COMISION(WS-ASG-IDX)  TO REG-SUP-COMISION-2
              MOVE ' | ' TO REG-SUP-SEP-01 REG-SUP-SEP-02
                            REG-SUP-SEP-04
              MOVE SPACE TO REG-SUP-SEP-03 REG-SUP-SEP-05
              WRITE REG-SUPERPOS
              ADD 1 TO WS-CONT-SUPERPOS
           END-IF.

       7110-CONTROLAR-PAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8000-IMPRIMIR-LISTAS.
           PERFORM 8100-IMPRIMIR-COMISION
              THRU 8100-IMPRIMIR-COMISION-FIN
              VARYING WS-COM-IDX FROM 1 BY 1
              UNTIL WS-COM-IDX GREATER THAN WS-COM-CANTIDAD.

       8000-IMPRIMIR-LISTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8100-IMPRIMIR-COMISION.
           SET WS-FILA-COM TO WS-COM-IDX.

           MOVE WS-SEPARADOR TO REG-LISTA-LINEA.
           WRITE REG-LISTA-LINEA.
           MOVE WS-COM-COMISION(WS-FILA-COM) TO WS-LSE-COMISION.
           MOVE WS-COM-MATERIA(WS-FILA-COM)  TO WS-LSE-MATERIA.
           MOVE WS-CICLO-ACTUAL              TO WS-LSE-CICLO.
           MOVE WS-LIS-ENCABEZADO TO REG-LISTA-LINEA.
           WRITE REG-LISTA-LINEA.

           MOVE WS-COM-AULA(WS-FILA-COM) TO WS-LSH-AULA.
           PERFORM 8110-ARMAR-TURNO
              THRU 8110-ARMAR-TURNO-FIN
              VARYING WS-HOR-A FROM 1 BY 1
              UNTIL WS-HOR-A GREATER THAN 2.
           MOVE WS-LIS-HORARIO TO REG-LISTA-LINEA.
           WRITE REG-LISTA-LINEA.

           MOVE WS-COM-CUPO(WS-FILA-COM)      TO WS-LSC-CUPO.
           MOVE WS-COM-OCUPADOS(WS-FILA-COM)  TO WS-LSC-OCUPADOS.
           MOVE WS-COM-EN-ESPERA(WS-FILA-COM) TO WS-LSC-EN-ESPERA.
           MOVE WS-LIS-CUPO TO REG-LISTA-LINEA.
           WRITE REG-LISTA-LINEA.
           MOVE WS-LIS-TITULOS TO REG-LISTA-LINEA.
           WRITE REG-LISTA-LINEA.

           MOVE 0 TO WS-NRO-ORDEN.
           PERFORM 8200-IMPRIMIR-ASIGNADO
              THRU 8200-IMPRIMIR-ASIGNADO-FIN
              VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX GREATER THAN WS-ASG-CANTIDAD.

           IF WS-COM-EN-ESPERA(WS-FILA-COM) GREATER THAN 0
              MOVE WS-LIS-ESPERA-TITULO TO REG-LISTA-LINEA
              WRITE REG-LISTA-LINEA
              MOVE 0 TO WS-NRO-ORDEN
              MOVE WS-COM-COMISION(WS-FILA-COM) TO WS-COMISION-BUSCADA
              PERFORM 8300-IMPRIMIR-ESPERA
                 THRU 8300-IMPRIMIR-ESPERA-FIN
                 VARYING WS-ASG-IDX FROM 1 BY 1
                 UNTIL WS-ASG-IDX GREATER THAN WS-ASG-CANTIDAD
           END-IF.

      * Los que esperan cualquier comision de la materia salen una
      * sola vez, con la primera comision de la materia.
           MOVE WS-COM-MATERIA(WS-FILA-COM) TO WS-MATERIA-BUSCADA.
           MOVE SPACES TO WS-COMISION-BUSCADA.
           PERFORM 6600-BUSCAR-COMISION
              THRU 6600-BUSCAR-COMISION-FIN.
           IF WS-FILA-HALLADA EQUAL WS-FILA-COM
              MOVE 0 TO WS-NRO-ORDEN
              PERFORM 8300-IMPRIMIR-ESPERA
                 THRU 8300-IMPRIMIR-ESPERA-FIN
                 VARYING WS-ASG-IDX FROM 1 BY 1
                 UNTIL WS-ASG-IDX GREATER THAN WS-ASG-CANTIDAD
           END-IF.

       8100-IMPRIMIR-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8110-ARMAR-TURNO.
           IF WS-COM-DIA(WS-FILA-COM, WS-HOR-A) EQUAL 0
              OR WS-COM-DIA(WS-FILA-COM, WS-HOR-A) GREATER THAN 6
              MOVE SPACES TO WS-LSH-TURNO(WS-HOR-A)
              GO TO 8110-ARMAR-TURNO-FIN
           END-IF.

           MOVE SPACES TO WS-LSH-TURNO(WS-HOR-A).
           MOVE WS-COM-DIA(WS-FILA-COM, WS-HOR-A) TO WS-NRO-DIA.
           MOVE WS-DIA-NOMBRE(WS-NRO-DIA) TO WS-LSH-DIA(WS-HOR-A).
           MOVE WS-COM-DESDE(WS-FILA-COM, WS-HOR-A) TO WS-HORA-TRABAJO.
           MOVE WS-HTR-HH TO WS-LSH-DESDE-HH(WS-HOR-A).
           MOVE WS-HTR-MM TO WS-LSH-DESDE-MM(WS-HOR-A).
           MOVE WS-COM-HASTA(WS-FILA-COM, WS-HOR-A) TO WS-HORA-TRABAJO.
           MOVE WS-HTR-HH TO WS-LSH-HASTA-HH(WS-HOR-A).
           MOVE WS-HTR-MM TO WS-LSH-HASTA-MM(WS-HOR-A).
           MOVE ':' TO WS-LSH-SEP-1(WS-HOR-A) WS-LSH-SEP-3(WS-HOR-A).
           MOVE '-' TO WS-LSH-SEP-2(WS-HOR-A).

       8110-ARMAR-TURNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8200-IMPRIMIR-ASIGNADO.
           IF WS-ASG-ASIGNADO(WS-ASG-IDX)
              AND WS-ASG-CICLO(WS-ASG-IDX) EQUAL WS-CICLO-ACTUAL
              AND WS-ASG-MATERIA(WS-ASG-IDX) EQUAL
                  WS-COM-MATERIA(WS-FILA-COM)
              AND WS-ASG-COMISION(WS-ASG-IDX) EQUAL
                  WS-COM-COMISION(WS-FILA-COM)
              PERFORM 8400-IMPRIMIR-ALUMNO
                 THRU 8400-IMPRIMIR-ALUMNO-FIN
           END-IF.

       8200-IMPRIMIR-ASIGNADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8300-IMPRIMIR-ESPERA.
      * Espera de la comision WS-COMISION-BUSCADA (en blanco: los
      * que aceptan cualquiera de la materia), en orden de llegada.
           IF WS-ASG-ESPERA(WS-ASG-IDX)
              AND WS-ASG-CICLO(WS-ASG-IDX) EQUAL WS-CICLO-ACTUAL
              AND WS-ASG-MATERIA(WS-ASG-IDX) EQUAL
                  WS-COM-MATERIA(WS-FILA-COM)
              AND WS-ASG-COMISION(WS-ASG-IDX) EQUAL
                  WS-COMISION-BUSCADA
              IF WS-COMISION-BUSCADA EQUAL SPACES
                 AND WS-NRO-ORDEN EQUAL 0
                 MOVE WS-LIS-ESPERA-CUALQUIERA TO REG-LISTA-LINEA
                 WRITE REG-LISTA-LINEA
              END-IF
              PERFORM 8400-IMPRIMIR-ALUMNO
                 THRU 8400-IMPRIMIR-ALUMNO-FIN
           END-IF.

       8300-IMPRIMIR-ESPERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8400-IMPRIMIR-ALUMNO.
           ADD 1 TO WS-NRO-ORDEN.
           MOVE WS-NRO-ORDEN                TO WS-LSA-ORDEN.
           MOVE WS-ASG-LEGAJO(WS-ASG-IDX)   TO WS-LSA-LEGAJO.
           MOVE WS-ASG-APE-NOM(WS-ASG-IDX)  TO WS-LSA-APE-NOM.
           MOVE WS-ASG-PROMEDIO(WS-ASG-IDX) TO WS-LSA-PROMEDIO.
           MOVE WS-LIS-ALUMNO TO REG-LISTA-LINEA.
           WRITE REG-LISTA-LINEA.

       8400-IMPRIMIR-ALUMNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      * Se regraban todas las asignaciones, de todos los ciclos.
           OPEN OUTPUT SAL-ASIGNADAS.
           IF NOT FS-SAL-ASIGNADAS-OK
              DISPLAY 'ERROR AL ABRIR COMISIONES_ASIGNADAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-ASIGNADAS
              STOP RUN
           END-IF.
           PERFORM 9100-GRABAR-ASIGNACION
              THRU 9100-GRABAR-ASIGNACION-FIN
              VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX GREATER THAN WS-ASG-CANTIDAD.

           CLOSE SAL-ASIGNADAS
                 SAL-LISTAS
                 SAL-NOVEDADES
                 SAL-SUPERPOS.

           DISPLAY 'BAJAS APLICADAS          : ' WS-CONT-BAJAS.
           DISPLAY 'BAJAS RECHAZADAS         : ' WS-CONT-BAJAS-RECH.
           DISPLAY 'PROMOVIDOS DE LA ESPERA  : ' WS-CONT-PROMOVIDOS.
           DISPLAY 'PEDIDOS NUEVOS           : ' WS-CONT-PEDIDOS.
           DISPLAY 'ASIGNADOS A COMISION     : ' WS-CONT-ASIGNADOS.
           DISPLAY 'EN LISTA DE ESPERA       : ' WS-CONT-EN-ESPERA.
           DISPLAY 'SIN COMISION POR HORARIO : ' WS-CONT-SIN-LUGAR.
           DISPLAY 'SUPERPOSICIONES HORARIAS : ' WS-CONT-SUPERPOS.

       9000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       9100-GRABAR-ASIGNACION.
           MOVE WS-ASG-ENTRADA(WS-ASG-IDX) TO REG-SAL-ASIGNACION.
           WRITE REG-SAL-ASIGNACION.

       9100-GRABAR-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01COMIS.
