      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01ESTAD.CBL - Estadisticas de rendimiento por
      *          materia y ciclo para los jefes de departamento (cada
      *          materia es una catedra, la que entrega sus notas a
      *          TP01CATED). Sale de PROMEDIOS_HIST.TXT:
      *          - inscriptos: los alumnos con algun renglon de la
      *            materia en el ciclo; en el ciclo actual, si esta
      *            INSCRIPCIONES.TXT, el padron de inscriptos;
      *          - calificados, aprobados y desaprobados: las notas
      *            de cursada (aprueba con WS-NOTA-APROBACION);
      *          - ausentes: los ausentes a final del ciclo;
      *          - promedio, mediana e histograma de las notas de
      *            cursada (diez franjas de un punto);
      *          - recuperacion: de los citados a recuperatorio por
      *            TP01RECUP (RECUP_CITADOS.TXT), cuantos aprobaron
      *            la materia (cursada o final) en ese ciclo o en
      *            uno posterior.
      *          Las equivalencias no cuentan: no se cursaron aca.
      *          Cada ciclo se compara con el anterior de la misma
      *          materia (variacion de cada cifra) y el porcentaje de
      *          aprobados con el promedio de los ultimos
      *          WS-CICLOS-COMPARAR ciclos; si se movio
      *          WS-UMBRAL-VARIACION puntos o mas la materia sale
      *          marcada. El listado va a ESTADISTICAS.TXT y las
      *          mismas cifras a ESTADISTICAS.CSV para el consejo
      *          academico.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01ESTAD.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historia de promedios de todos los ciclos
       SELECT ENT-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROM-HIST.

      * Padron de inscriptos del ciclo actual
       SELECT ENT-INSCRIPCIONES
           ASSIGN TO '../INSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-INSCRIP.

      * Citados a recuperatorio (de TP01RECUP)
       SELECT ENT-CITADOS
           ASSIGN TO '../RECUP_CITADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CITADOS.

       SELECT SAL-ESTADISTICAS
           ASSIGN TO '../ESTADISTICAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ESTADISTICAS.

       SELECT SAL-CSV
           ASSIGN TO '../ESTADISTICAS.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CSV.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-PROM-HIST.
           COPY PROMANT.

       FD ENT-INSCRIPCIONES.
           COPY INSCRIP.

       FD ENT-CITADOS.
           COPY RECUPCIT.

       FD SAL-ESTADISTICAS.
       01 REG-ESTADISTICA               PIC X(140).

       FD SAL-CSV.
       01 REG-CSV                       PIC X(200).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-PROM-HIST                  PIC X(2).
             88 FS-ENT-PROM-HIST-OK               VALUE '00'.
             88 FS-ENT-PROM-HIST-EOF              VALUE '10'.
             88 FS-ENT-PROM-HIST-NFD              VALUE '35'.
          05 FS-ENT-INSCRIP                    PIC X(2).
             88 FS-ENT-INSCRIP-OK                 VALUE '00'.
             88 FS-ENT-INSCRIP-EOF                VALUE '10'.
             88 FS-ENT-INSCRIP-NFD                VALUE '35'.
          05 FS-ENT-CITADOS                    PIC X(2).
             88 FS-ENT-CITADOS-OK                 VALUE '00'.
             88 FS-ENT-CITADOS-EOF                VALUE '10'.
             88 FS-ENT-CITADOS-NFD                VALUE '35'.
          05 FS-SAL-ESTADISTICAS               PIC X(2).
             88 FS-SAL-ESTADISTICAS-OK            VALUE '00'.
          05 FS-SAL-CSV                        PIC X(2).
             88 FS-SAL-CSV-OK                     VALUE '00'.

      * Variables para indicar fin de cada archivo
       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
          88 WS-HIST-EOF-NO            VALUE 'FALSE'.
       01 WS-INSCRIP-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-INSCRIP-EOF-YES        VALUE 'TRUE'.
          88 WS-INSCRIP-EOF-NO         VALUE 'FALSE'.
       01 WS-CITADOS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-CITADOS-EOF-YES        VALUE 'TRUE'.
          88 WS-CITADOS-EOF-NO         VALUE 'FALSE'.

      * Nota minima de aprobacion, la misma de TP01TITUL
       01 WS-NOTA-APROBACION        PIC 9(2)V9(2) VALUE 04,00.

      * Ciclo en curso, el del padron de INSCRIPCIONES.TXT
       01 WS-CICLO-ACTUAL           PIC X(6) VALUE '2024-1'.

      * Comparacion del porcentaje de aprobados: contra el promedio
      * de hasta tantos ciclos anteriores, y desde cuantos puntos de
      * diferencia se marca la materia
       01 WS-CICLOS-COMPARAR        PIC 9(1) VALUE 3.
       01 WS-UMBRAL-VARIACION       PIC 9(3)V9 VALUE 15,0.

       01 WS-FECHA-PROCESO          PIC 9(08) VALUE 0.
       01 WS-HAY-PADRON             PIC X(2) VALUE 'NO'.
          88 WS-HAY-PADRON-SI          VALUE 'SI'.
          88 WS-HAY-PADRON-NO          VALUE 'NO'.

      * Historia en memoria
       01 WS-HIS-TABLA.
          05 WS-HIS-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-HIS-ENTRADA OCCURS 5000 TIMES
                             INDEXED BY WS-HIS-IDX.
             10 WS-HIS-APE-NOM         PIC X(40).
             10 WS-HIS-MATERIA         PIC X(30).
             10 WS-HIS-PROMEDIO        PIC 9(5)V9(2).
             10 WS-HIS-CICLO           PIC X(06).
             10 WS-HIS-LEGAJO          PIC 9(06).
             10 WS-HIS-ORIGEN          PIC X(01).
                88 WS-HIS-CURSADA         VALUE 'C' ' '.
                88 WS-HIS-FINAL           VALUE 'F'.
                88 WS-HIS-AUSENTE         VALUE 'A'.
                88 WS-HIS-EQUIVALENCIA    VALUE 'E'.

      * Cifras por materia y ciclo (hasta 600 combinaciones)
       01 WS-GRP-TABLA.
          05 WS-GRP-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-GRP-ENTRADA OCCURS 600 TIMES.
             10 WS-GRP-MATERIA         PIC X(30).
             10 WS-GRP-CICLO           PIC X(06).
             10 WS-GRP-INSCRIPTOS      PIC 9(05).
             10 WS-GRP-PADRON          PIC 9(05).
             10 WS-GRP-CALIFICADOS     PIC 9(05).
             10 WS-GRP-APROBADOS       PIC 9(05).
             10 WS-GRP-DESAPROBADOS    PIC 9(05).
             10 WS-GRP-AUSENTES        PIC 9(05).
             10 WS-GRP-SUMA-NOTAS      PIC 9(7)V9(2).
             10 WS-GRP-PROMEDIO        PIC 9(2)V9(2).
             10 WS-GRP-MEDIANA         PIC 9(2)V9(2).
             10 WS-GRP-PCT-APROB       PIC 9(3)V9.
             10 WS-GRP-CITADOS         PIC 9(05).
             10 WS-GRP-RECUPERADOS     PIC 9(05).
             10 WS-GRP-PCT-RECUP       PIC 9(3)V9.
             10 WS-GRP-HISTOGRAMA OCCURS 10 TIMES
                                       PIC 9(05).
      * Contra los ciclos anteriores: cuantos hubo, el promedio de
      * su porcentaje de aprobados, la diferencia y la marca
             10 WS-GRP-CANT-ANTERIORES PIC 9(1).
             10 WS-GRP-PCT-ANTERIORES  PIC 9(3)V9.
             10 WS-GRP-VARIACION       PIC S9(3)V9.
             10 WS-GRP-ALERTA          PIC X(01).
                88 WS-GRP-ALERTA-SI       VALUE 'S'.
                88 WS-GRP-ALERTA-NO       VALUE 'N'.
       01 WS-GRP-AUXILIAR           PIC X(161).
       77 WS-FILA-GRP               PIC 9(4) VALUE 0.
       77 WS-GRP-IDX                PIC 9(4) VALUE 0.
       77 WS-GRP-IDX-2              PIC 9(4) VALUE 0.
       77 WS-GRP-ANT                PIC 9(4) VALUE 0.
       77 WS-GRP-TOPE               PIC 9(4) VALUE 0.
       01 WS-MATERIA-BUSCADA        PIC X(30) VALUE SPACES.
       01 WS-CICLO-BUSCADO          PIC X(06) VALUE SPACES.
       01 WS-MATERIA-IMPRESA        PIC X(30) VALUE SPACES.

      * Notas de cursada de cada combinacion, para la mediana
       01 WS-NOT-TABLA.
          05 WS-NOT-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-NOT-ENTRADA OCCURS 5000 TIMES.
             10 WS-NOT-GRUPO           PIC 9(4).
             10 WS-NOT-NOTA            PIC 9(2)V9(2).

      * Notas de una combinacion, ordenadas
       01 WS-MED-TABLA.
          05 WS-MED-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-MED-NOTA OCCURS 5000 TIMES
                                       PIC 9(2)V9(2).
       01 WS-MED-AUXILIAR           PIC 9(2)V9(2) VALUE 0.
       77 WS-MED-I                  PIC 9(4) VALUE 0.
       77 WS-MED-J                  PIC 9(4) VALUE 0.
       77 WS-MED-TOPE               PIC 9(4) VALUE 0.
       77 WS-MED-MITAD              PIC 9(4) VALUE 0.
       77 WS-MED-RESTO              PIC 9(1) VALUE 0.

      * Alumnos distintos de cada combinacion (los inscriptos)
       01 WS-AGR-TABLA.
          05 WS-AGR-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-AGR-ENTRADA OCCURS 5000 TIMES.
             10 WS-AGR-GRUPO           PIC 9(4).
             10 WS-AGR-LEGAJO          PIC 9(06).
             10 WS-AGR-APE-NOM         PIC X(40).
       77 WS-AGR-IDX                PIC 9(4) VALUE 0.
       77 WS-FILA-AGR               PIC 9(4) VALUE 0.

      * Citados a recuperatorio, una vez por alumno, materia y ciclo
       01 WS-CIT-TABLA.
          05 WS-CIT-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-CIT-ENTRADA OCCURS 2000 TIMES.
             10 WS-CIT-CICLO           PIC X(06).
             10 WS-CIT-MATERIA         PIC X(30).
             10 WS-CIT-LEGAJO          PIC 9(06).
             10 WS-CIT-APE-NOM         PIC X(40).
       77 WS-CIT-IDX                PIC 9(4) VALUE 0.
       77 WS-FILA-CIT               PIC 9(4) VALUE 0.

      * Comparacion de alumnos: mismo alumno si los dos legajos
      * estan y coinciden, o falta alguno y coincide el nombre
       01 WS-ALUMNO-BUSCADO         PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       01 WS-ALUMNO-RENGLON         PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-RENGLON         PIC 9(06) VALUE 0.
       01 WS-ES-EL-ALUMNO           PIC X(2) VALUE 'NO'.
          88 WS-ES-EL-ALUMNO-SI        VALUE 'SI'.
          88 WS-ES-EL-ALUMNO-NO        VALUE 'NO'.
       01 WS-APROBO                 PIC X(2) VALUE 'NO'.
          88 WS-APROBO-SI              VALUE 'SI'.
          88 WS-APROBO-NO              VALUE 'NO'.

       77 WS-FRANJA                 PIC 9(2) VALUE 0.
       77 WS-NOTA-ENTERA            PIC 9(2) VALUE 0.
       01 WS-SUMA-PCT               PIC 9(5)V9 VALUE 0.
       01 WS-DIFERENCIA             PIC S9(5)V9(2) VALUE 0.
       01 WS-VARIACION-ABS          PIC 9(3)V9 VALUE 0.

      * Lineas del listado
       01 WS-SEPARADOR              PIC X(98) VALUE ALL '='.
       01 WS-TITULO-ESTAD.
          05 FILLER                 PIC X(40)
             VALUE 'ESTADISTICAS DE RENDIMIENTO POR MATERIA '.
          05 FILLER                 PIC X(18)
             VALUE 'Y CICLO - FECHA: '.
          05 WS-TIT-FECHA           PIC 9999/99/99.
       01 WS-LINEA-MATERIA.
          05 FILLER                 PIC X(09) VALUE 'MATERIA: '.
          05 WS-LM-MATERIA          PIC X(30).
       01 WS-TITULO-COLUMNAS.
          05 FILLER                 PIC X(06) VALUE 'CICLO '.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(05) VALUE ' INSC'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(05) VALUE 'CALIF'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(05) VALUE 'APROB'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(05) VALUE 'DESAP'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(05) VALUE 'AUSEN'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(06) VALUE 'PROMED'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(06) VALUE 'MEDIAN'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(06) VALUE '%APROB'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(05) VALUE 'CITAD'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(05) VALUE 'RECUP'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 FILLER                 PIC X(06) VALUE '%RECUP'.
       01 WS-LINEA-CICLO.
          05 WS-LC-CICLO            PIC X(06).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-INSCRIPTOS       PIC ZZZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-CALIFICADOS      PIC ZZZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-APROBADOS        PIC ZZZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-DESAPROBADOS     PIC ZZZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-AUSENTES         PIC ZZZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-PROMEDIO         PIC ZZ9,99.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-MEDIANA          PIC ZZ9,99.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-PCT-APROB        PIC ZZZ9,9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-CITADOS          PIC ZZZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-RECUPERADOS      PIC ZZZZ9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LC-PCT-RECUP        PIC ZZZ9,9.
      * Variacion de cada cifra contra el ciclo anterior
       01 WS-LINEA-VARIACION.
          05 FILLER                 PIC X(06) VALUE ' VAR. '.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-INSCRIPTOS       PIC ----9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-CALIFICADOS      PIC ----9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-APROBADOS        PIC ----9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-DESAPROBADOS     PIC ----9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-AUSENTES         PIC ----9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-PROMEDIO         PIC --9,99.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-MEDIANA          PIC --9,99.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-PCT-APROB        PIC ---9,9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-CITADOS          PIC ----9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-RECUPERADOS      PIC ----9.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LV-PCT-RECUP        PIC ---9,9.
      * Histograma: cantidad de notas en cada franja de un punto
       01 WS-LINEA-HISTOGRAMA.
          05 FILLER                 PIC X(06) VALUE ' NOTAS'.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-LH-FRANJA OCCURS 10 TIMES.
             10 WS-LH-DESDE         PIC Z9.
             10 FILLER              PIC X(01) VALUE '-'.
             10 WS-LH-HASTA         PIC Z9.
             10 FILLER              PIC X(01) VALUE ':'.
             10 WS-LH-CANTIDAD      PIC ZZZ9.
             10 FILLER              PIC X(02) VALUE SPACES.
       01 WS-LINEA-ALERTA.
          05 FILLER                 PIC X(36)
             VALUE ' *** VARIACION BRUSCA DE APROBACION:'.
          05 WS-LA-VARIACION        PIC ---9,9.
          05 FILLER                 PIC X(27)
             VALUE ' PUNTOS CONTRA EL PROMEDIO '.
          05 FILLER                 PIC X(03) VALUE 'DE '.
          05 WS-LA-CICLOS           PIC 9.
          05 FILLER                 PIC X(24)
             VALUE ' CICLO(S) ANTERIOR(ES) ('.
          05 WS-LA-PCT-ANTERIORES   PIC ZZ9,9.
          05 FILLER                 PIC X(02) VALUE '%)'.

      * Renglon de ESTADISTICAS.CSV: separado por punto y coma
      * porque la coma es el separador decimal (como RESUMENES.CSV).
      * Materia; ciclo; inscriptos; calificados; aprobados;
      * desaprobados; ausentes; promedio; mediana; % aprobados;
      * citados a recuperatorio; recuperados; % recuperados; las
      * diez franjas del histograma; variacion del % aprobados
      * contra los ciclos anteriores; marca S/N.
       01 WS-LINEA-CSV.
          05 WS-CSV-MATERIA         PIC X(30).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-CICLO           PIC X(06).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-INSCRIPTOS      PIC 9(05).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-CALIFICADOS     PIC 9(05).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-APROBADOS       PIC 9(05).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-DESAPROBADOS    PIC 9(05).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-AUSENTES        PIC 9(05).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-PROMEDIO        PIC Z9,99.
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-MEDIANA         PIC Z9,99.
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-PCT-APROB       PIC ZZ9,9.
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-CITADOS         PIC 9(05).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-RECUPERADOS     PIC 9(05).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-PCT-RECUP       PIC ZZ9,9.
          05 WS-CSV-FRANJA OCCURS 10 TIMES.
             10 FILLER              PIC X(01) VALUE ';'.
             10 WS-CSV-HISTOGRAMA   PIC 9(05).
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-VARIACION       PIC ---9,9.
          05 FILLER                 PIC X(01) VALUE ';'.
          05 WS-CSV-ALERTA          PIC X(01).

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-RENGLONES         PIC 9(05) VALUE 0.
          05 WS-CONT-INSCRIPCIONES     PIC 9(05) VALUE 0.
          05 WS-CONT-CITACIONES        PIC 9(05) VALUE 0.
          05 WS-CONT-ALERTAS           PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 3000-CALCULAR-GRUPO
              THRU 3000-CALCULAR-GRUPO-FIN
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX GREATER THAN WS-GRP-CANTIDAD.

           PERFORM 4000-ORDENAR-GRUPOS
              THRU 4000-ORDENAR-GRUPOS-FIN.

           PERFORM 5000-COMPARAR-GRUPO
              THRU 5000-COMPARAR-GRUPO-FIN
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX GREATER THAN WS-GRP-CANTIDAD.

           PERFORM 6000-GRABAR-SALIDAS
              THRU 6000-GRABAR-SALIDAS-FIN.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-CARGAR-HISTORIA
              THRU 1100-CARGAR-HISTORIA-FIN.

           PERFORM 1200-CARGAR-PADRON
              THRU 1200-CARGAR-PADRON-FIN.

           PERFORM 1300-CARGAR-CITADOS
              THRU 1300-CARGAR-CITADOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-HISTORIA.
      * Sin historia no hay nada que medir.
           OPEN INPUT ENT-PROM-HIST.
           EVALUATE TRUE
               WHEN FS-ENT-PROM-HIST-OK
                   PERFORM 1110-LEER-HISTORIA
                      THRU 1110-LEER-HISTORIA-FIN
                      UNTIL WS-HIST-EOF-YES
                   CLOSE ENT-PROM-HIST
               WHEN FS-ENT-PROM-HIST-NFD
                   DISPLAY 'NO SE ENCUENTRA PROMEDIOS_HIST.TXT'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMEDIOS_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROM-HIST
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-HISTORIA.
           READ ENT-PROM-HIST
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-RENGLONES
                   IF WS-HIS-CANTIDAD LESS THAN 5000
                      PERFORM 1120-ANOTAR-RENGLON
                         THRU 1120-ANOTAR-RENGLON-FIN
                   ELSE
                      DISPLAY 'PROMEDIOS_HIST.TXT TIENE MAS DE 5000 '
                         'RENGLONES, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1110-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Guarda el renglon y lo suma a su materia y ciclo. Las
      * equivalencias se guardan (aprueban para la recuperacion no:
      * no se rindieron aca) pero no entran en las cifras.
       1120-ANOTAR-RENGLON.
           ADD 1 TO WS-HIS-CANTIDAD.
           SET WS-HIS-IDX TO WS-HIS-CANTIDAD.
           IF FD-PROM-ANT-LEGAJO IS NOT NUMERIC
              MOVE 0 TO FD-PROM-ANT-LEGAJO
           END-IF.
           MOVE FD-PROM-ANT-APE-NOM  TO WS-HIS-APE-NOM(WS-HIS-IDX).
           MOVE FD-PROM-ANT-MATERIA  TO WS-HIS-MATERIA(WS-HIS-IDX).
           MOVE FD-PROM-ANT-PROMEDIO TO WS-HIS-PROMEDIO(WS-HIS-IDX).
           MOVE FD-PROM-ANT-CICLO    TO WS-HIS-CICLO(WS-HIS-IDX).
           MOVE FD-PROM-ANT-LEGAJO   TO WS-HIS-LEGAJO(WS-HIS-IDX).
           MOVE FD-PROM-ANT-ORIGEN   TO WS-HIS-ORIGEN(WS-HIS-IDX).
           IF WS-HIS-EQUIVALENCIA(WS-HIS-IDX)
              GO TO 1120-ANOTAR-RENGLON-FIN
           END-IF.

           MOVE FD-PROM-ANT-MATERIA TO WS-MATERIA-BUSCADA.
           MOVE FD-PROM-ANT-CICLO   TO WS-CICLO-BUSCADO.
           PERFORM 2000-BUSCAR-GRUPO
              THRU 2000-BUSCAR-GRUPO-FIN.
           IF WS-FILA-GRP EQUAL 0
              GO TO 1120-ANOTAR-RENGLON-FIN
           END-IF.

           MOVE FD-PROM-ANT-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE FD-PROM-ANT-LEGAJO  TO WS-LEGAJO-BUSCADO.
           PERFORM 2100-ANOTAR-ALUMNO-GRUPO
              THRU 2100-ANOTAR-ALUMNO-GRUPO-FIN.

           IF WS-HIS-AUSENTE(WS-HIS-IDX)
              ADD 1 TO WS-GRP-AUSENTES(WS-FILA-GRP)
              GO TO 1120-ANOTAR-RENGLON-FIN
           END-IF.
           IF NOT WS-HIS-CURSADA(WS-HIS-IDX)
              GO TO 1120-ANOTAR-RENGLON-FIN
           END-IF.

           ADD 1 TO WS-GRP-CALIFICADOS(WS-FILA-GRP).
           ADD FD-PROM-ANT-PROMEDIO TO WS-GRP-SUMA-NOTAS(WS-FILA-GRP).
           IF FD-PROM-ANT-PROMEDIO NOT LESS THAN WS-NOTA-APROBACION
              ADD 1 TO WS-GRP-APROBADOS(WS-FILA-GRP)
           END-IF.
           MOVE FD-PROM-ANT-PROMEDIO TO WS-NOTA-ENTERA.
           COMPUTE WS-FRANJA = WS-NOTA-ENTERA + 1.
           IF WS-FRANJA GREATER THAN 10
              MOVE 10 TO WS-FRANJA
           END-IF.
           ADD 1 TO WS-GRP-HISTOGRAMA(WS-FILA-GRP WS-FRANJA).

           IF WS-NOT-CANTIDAD LESS THAN 5000
              ADD 1 TO WS-NOT-CANTIDAD
              MOVE WS-FILA-GRP TO WS-NOT-GRUPO(WS-NOT-CANTIDAD)
              MOVE FD-PROM-ANT-PROMEDIO
                TO WS-NOT-NOTA(WS-NOT-CANTIDAD)
           END-IF.

       1120-ANOTAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-PADRON.
      * Sin padron los inscriptos del ciclo actual salen de la
      * historia, como los de los ciclos anteriores.
           OPEN INPUT ENT-INSCRIPCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-INSCRIP-OK
                   SET WS-HAY-PADRON-SI TO TRUE
                   PERFORM 1210-LEER-INSCRIPCION
                      THRU 1210-LEER-INSCRIPCION-FIN
                      UNTIL WS-INSCRIP-EOF-YES
                   CLOSE ENT-INSCRIPCIONES
               WHEN FS-ENT-INSCRIP-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INSCRIPCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-INSCRIP
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-PADRON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-INSCRIPCION.
           READ ENT-INSCRIPCIONES
               AT END
                   SET WS-INSCRIP-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-INSCRIPCIONES
                   MOVE WS-INS-MATERIA  TO WS-MATERIA-BUSCADA
                   MOVE WS-CICLO-ACTUAL TO WS-CICLO-BUSCADO
                   PERFORM 2000-BUSCAR-GRUPO
                      THRU 2000-BUSCAR-GRUPO-FIN
                   IF WS-FILA-GRP NOT EQUAL 0
                      ADD 1 TO WS-GRP-PADRON(WS-FILA-GRP)
                   END-IF
           END-READ.

       1210-LEER-INSCRIPCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-CITADOS.
      * Sin citados (TP01RECUP nunca corrio) no hay recuperacion que
      * medir; las columnas quedan en cero.
           OPEN INPUT ENT-CITADOS.
           EVALUATE TRUE
               WHEN FS-ENT-CITADOS-OK
                   PERFORM 1310-LEER-CITADO
                      THRU 1310-LEER-CITADO-FIN
                      UNTIL WS-CITADOS-EOF-YES
                   CLOSE ENT-CITADOS
               WHEN FS-ENT-CITADOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECUP_CITADOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CITADOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-CITADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-CITADO.
           READ ENT-CITADOS
               AT END
                   SET WS-CITADOS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-CITACIONES
                   PERFORM 1320-ANOTAR-CITADO
                      THRU 1320-ANOTAR-CITADO-FIN
           END-READ.

       1310-LEER-CITADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Un alumno citado a varias mesas de la misma materia (o con
      * TP01RECUP corrido dos veces en el ciclo) cuenta una vez.
       1320-ANOTAR-CITADO.
           IF FD-CIT-LEGAJO IS NOT NUMERIC
              MOVE 0 TO FD-CIT-LEGAJO
           END-IF.
           MOVE FD-CIT-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE FD-CIT-LEGAJO  TO WS-LEGAJO-BUSCADO.
           MOVE 0 TO WS-FILA-CIT.
           PERFORM 1330-COMPARAR-CITADO
              THRU 1330-COMPARAR-CITADO-FIN
              VARYING WS-CIT-IDX FROM 1 BY 1
              UNTIL WS-CIT-IDX GREATER THAN WS-CIT-CANTIDAD
                 OR WS-FILA-CIT NOT EQUAL 0.
           IF WS-FILA-CIT NOT EQUAL 0
              GO TO 1320-ANOTAR-CITADO-FIN
           END-IF.
           IF WS-CIT-CANTIDAD NOT LESS THAN 2000
              DISPLAY 'RECUP_CITADOS.TXT TIENE MAS DE 2000 CITADOS, '
                 'SE IGNORAN LOS EXCEDENTES'
              GO TO 1320-ANOTAR-CITADO-FIN
           END-IF.
           ADD 1 TO WS-CIT-CANTIDAD.
           MOVE FD-CIT-CICLO   TO WS-CIT-CICLO(WS-CIT-CANTIDAD).
           MOVE FD-CIT-MATERIA TO WS-CIT-MATERIA(WS-CIT-CANTIDAD).
           MOVE FD-CIT-LEGAJO  TO WS-CIT-LEGAJO(WS-CIT-CANTIDAD).
           MOVE FD-CIT-APE-NOM TO WS-CIT-APE-NOM(WS-CIT-CANTIDAD).

           MOVE FD-CIT-MATERIA TO WS-MATERIA-BUSCADA.
           MOVE FD-CIT-CICLO   TO WS-CICLO-BUSCADO.
           PERFORM 2000-BUSCAR-GRUPO
              THRU 2000-BUSCAR-GRUPO-FIN.
           IF WS-FILA-GRP EQUAL 0
              GO TO 1320-ANOTAR-CITADO-FIN
           END-IF.
           ADD 1 TO WS-GRP-CITADOS(WS-FILA-GRP).
           PERFORM 2200-BUSCAR-APROBACION
              THRU 2200-BUSCAR-APROBACION-FIN.
           IF WS-APROBO-SI
              ADD 1 TO WS-GRP-RECUPERADOS(WS-FILA-GRP)
           END-IF.

       1320-ANOTAR-CITADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1330-COMPARAR-CITADO.
           IF WS-CIT-CICLO(WS-CIT-IDX) NOT EQUAL FD-CIT-CICLO
              OR WS-CIT-MATERIA(WS-CIT-IDX) NOT EQUAL FD-CIT-MATERIA
              GO TO 1330-COMPARAR-CITADO-FIN
           END-IF.
           MOVE WS-CIT-APE-NOM(WS-CIT-IDX) TO WS-ALUMNO-RENGLON.
           MOVE WS-CIT-LEGAJO(WS-CIT-IDX)  TO WS-LEGAJO-RENGLON.
           PERFORM 2900-COMPARAR-ALUMNO
              THRU 2900-COMPARAR-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              MOVE WS-CIT-IDX TO WS-FILA-CIT
           END-IF.

       1330-COMPARAR-CITADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en WS-FILA-GRP la combinacion de WS-MATERIA-BUSCADA y
      * WS-CICLO-BUSCADO, y la agrega si todavia no esta (0 si no
      * entra en la tabla).
       2000-BUSCAR-GRUPO.
           MOVE 0 TO WS-FILA-GRP.
           PERFORM 2010-COMPARAR-GRUPO
              THRU 2010-COMPARAR-GRUPO-FIN
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX GREATER THAN WS-GRP-CANTIDAD
                 OR WS-FILA-GRP NOT EQUAL 0.
           IF WS-FILA-GRP NOT EQUAL 0
              GO TO 2000-BUSCAR-GRUPO-FIN
           END-IF.
           IF WS-GRP-CANTIDAD NOT LESS THAN 600
              DISPLAY 'MAS DE 600 MATERIAS Y CICLOS, SE IGNORA '
                 WS-MATERIA-BUSCADA ' ' WS-CICLO-BUSCADO
              GO TO 2000-BUSCAR-GRUPO-FIN
           END-IF.
           ADD 1 TO WS-GRP-CANTIDAD.
           MOVE WS-GRP-CANTIDAD TO WS-FILA-GRP.
           INITIALIZE WS-GRP-ENTRADA(WS-FILA-GRP).
           MOVE WS-MATERIA-BUSCADA TO WS-GRP-MATERIA(WS-FILA-GRP).
           MOVE WS-CICLO-BUSCADO   TO WS-GRP-CICLO(WS-FILA-GRP).
           SET WS-GRP-ALERTA-NO(WS-FILA-GRP) TO TRUE.

       2000-BUSCAR-GRUPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-COMPARAR-GRUPO.
           IF WS-GRP-MATERIA(WS-GRP-IDX) EQUAL WS-MATERIA-BUSCADA
              AND WS-GRP-CICLO(WS-GRP-IDX) EQUAL WS-CICLO-BUSCADO
              MOVE WS-GRP-IDX TO WS-FILA-GRP
           END-IF.

       2010-COMPARAR-GRUPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cuenta al alumno como inscripto de la combinacion la primera
      * vez que aparece (cursada, final o ausente).
       2100-ANOTAR-ALUMNO-GRUPO.
           MOVE 0 TO WS-FILA-AGR.
           PERFORM 2110-COMPARAR-ALUMNO-GRUPO
              THRU 2110-COMPARAR-ALUMNO-GRUPO-FIN
              VARYING WS-AGR-IDX FROM 1 BY 1
              UNTIL WS-AGR-IDX GREATER THAN WS-AGR-CANTIDAD
                 OR WS-FILA-AGR NOT EQUAL 0.
           IF WS-FILA-AGR NOT EQUAL 0
              GO TO 2100-ANOTAR-ALUMNO-GRUPO-FIN
           END-IF.
           ADD 1 TO WS-GRP-INSCRIPTOS(WS-FILA-GRP).
           IF WS-AGR-CANTIDAD LESS THAN 5000
              ADD 1 TO WS-AGR-CANTIDAD
              MOVE WS-FILA-GRP       TO WS-AGR-GRUPO(WS-AGR-CANTIDAD)
              MOVE WS-LEGAJO-BUSCADO TO WS-AGR-LEGAJO(WS-AGR-CANTIDAD)
              MOVE WS-ALUMNO-BUSCADO
                TO WS-AGR-APE-NOM(WS-AGR-CANTIDAD)
           END-IF.

       2100-ANOTAR-ALUMNO-GRUPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-COMPARAR-ALUMNO-GRUPO.
           IF WS-AGR-GRUPO(WS-AGR-IDX) NOT EQUAL WS-FILA-GRP
              GO TO 2110-COMPARAR-ALUMNO-GRUPO-FIN
           END-IF.
           MOVE WS-AGR-APE-NOM(WS-AGR-IDX) TO WS-ALUMNO-RENGLON.
           MOVE WS-AGR-LEGAJO(WS-AGR-IDX)  TO WS-LEGAJO-RENGLON.
           PERFORM 2900-COMPARAR-ALUMNO
              THRU 2900-COMPARAR-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              MOVE WS-AGR-IDX TO WS-FILA-AGR
           END-IF.

       2110-COMPARAR-ALUMNO-GRUPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El citado recupero si aprobo la materia (cursada o final) en
      * el ciclo de la citacion o en uno posterior.
       2200-BUSCAR-APROBACION.
           SET WS-APROBO-NO TO TRUE.
           PERFORM 2210-COMPARAR-APROBACION
              THRU 2210-COMPARAR-APROBACION-FIN
              VARYING WS-HIS-IDX FROM 1 BY 1
              UNTIL WS-HIS-IDX GREATER THAN WS-HIS-CANTIDAD
                 OR WS-APROBO-SI.

       2200-BUSCAR-APROBACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-APROBACION.
           IF WS-HIS-MATERIA(WS-HIS-IDX) NOT EQUAL FD-CIT-MATERIA
              OR WS-HIS-CICLO(WS-HIS-IDX) LESS THAN FD-CIT-CICLO
              GO TO 2210-COMPARAR-APROBACION-FIN
           END-IF.
           IF NOT WS-HIS-CURSADA(WS-HIS-IDX)
              AND NOT WS-HIS-FINAL(WS-HIS-IDX)
              GO TO 2210-COMPARAR-APROBACION-FIN
           END-IF.
           IF WS-HIS-PROMEDIO(WS-HIS-IDX) LESS THAN WS-NOTA-APROBACION
              GO TO 2210-COMPARAR-APROBACION-FIN
           END-IF.
           MOVE WS-HIS-APE-NOM(WS-HIS-IDX) TO WS-ALUMNO-RENGLON.
           MOVE WS-HIS-LEGAJO(WS-HIS-IDX)  TO WS-LEGAJO-RENGLON.
           PERFORM 2900-COMPARAR-ALUMNO
              THRU 2900-COMPARAR-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-APROBO-SI TO TRUE
           END-IF.

       2210-COMPARAR-APROBACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Mismo alumno: los dos legajos estan y coinciden, o falta
      * alguno y coincide el nombre.
       2900-COMPARAR-ALUMNO.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-LEGAJO-RENGLON NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-LEGAJO-RENGLON EQUAL WS-LEGAJO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-ALUMNO-RENGLON EQUAL WS-ALUMNO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.

       2900-COMPARAR-ALUMNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cifras derivadas de la combinacion: inscriptos del padron en
      * el ciclo actual, desaprobados, promedio, porcentajes y
      * mediana.
       3000-CALCULAR-GRUPO.
           IF WS-HAY-PADRON-SI
              AND WS-GRP-CICLO(WS-GRP-IDX) EQUAL WS-CICLO-ACTUAL
              MOVE WS-GRP-PADRON(WS-GRP-IDX)
                TO WS-GRP-INSCRIPTOS(WS-GRP-IDX)
           END-IF.
           SUBTRACT WS-GRP-APROBADOS(WS-GRP-IDX)
              FROM WS-GRP-CALIFICADOS(WS-GRP-IDX)
              GIVING WS-GRP-DESAPROBADOS(WS-GRP-IDX).
           IF WS-GRP-CITADOS(WS-GRP-IDX) GREATER THAN 0
              COMPUTE WS-GRP-PCT-RECUP(WS-GRP-IDX) ROUNDED =
                 WS-GRP-RECUPERADOS(WS-GRP-IDX) * 100
                 / WS-GRP-CITADOS(WS-GRP-IDX)
           END-IF.
           IF WS-GRP-CALIFICADOS(WS-GRP-IDX) EQUAL 0
              GO TO 3000-CALCULAR-GRUPO-FIN
           END-IF.
           COMPUTE WS-GRP-PROMEDIO(WS-GRP-IDX) ROUNDED =
              WS-GRP-SUMA-NOTAS(WS-GRP-IDX)
              / WS-GRP-CALIFICADOS(WS-GRP-IDX).
           COMPUTE WS-GRP-PCT-APROB(WS-GRP-IDX) ROUNDED =
              WS-GRP-APROBADOS(WS-GRP-IDX) * 100
              / WS-GRP-CALIFICADOS(WS-GRP-IDX).

           PERFORM 3100-CALCULAR-MEDIANA
              THRU 3100-CALCULAR-MEDIANA-FIN.

       3000-CALCULAR-GRUPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Junta las notas de la combinacion, las ordena y toma la del
      * medio (con cantidad par, el promedio de las dos del medio).
       3100-CALCULAR-MEDIANA.
           MOVE 0 TO WS-MED-CANTIDAD.
           PERFORM 3110-JUNTAR-NOTA
              THRU 3110-JUNTAR-NOTA-FIN
              VARYING WS-MED-I FROM 1 BY 1
              UNTIL WS-MED-I GREATER THAN WS-NOT-CANTIDAD.
           IF WS-MED-CANTIDAD EQUAL 0
              GO TO 3100-CALCULAR-MEDIANA-FIN
           END-IF.

           PERFORM 3120-PASADA-NOTAS
              THRU 3120-PASADA-NOTAS-FIN
              VARYING WS-MED-I FROM 1 BY 1
              UNTIL WS-MED-I NOT LESS THAN WS-MED-CANTIDAD.

           DIVIDE WS-MED-CANTIDAD BY 2 GIVING WS-MED-MITAD
              REMAINDER WS-MED-RESTO.
           IF WS-MED-RESTO EQUAL 1
              ADD 1 TO WS-MED-MITAD
              MOVE WS-MED-NOTA(WS-MED-MITAD)
                TO WS-GRP-MEDIANA(WS-GRP-IDX)
           ELSE
              COMPUTE WS-GRP-MEDIANA(WS-GRP-IDX) ROUNDED =
                 (WS-MED-NOTA(WS-MED-MITAD)
                  + WS-MED-NOTA(WS-MED-MITAD + 1)) / 2
           END-IF.

       3100-CALCULAR-MEDIANA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-JUNTAR-NOTA.
           IF WS-NOT-GRUPO(WS-MED-I) EQUAL WS-GRP-IDX
              ADD 1 TO WS-MED-CANTIDAD
              MOVE WS-NOT-NOTA(WS-MED-I)
                TO WS-MED-NOTA(WS-MED-CANTIDAD)
           END-IF.

       3110-JUNTAR-NOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Una pasada del ordenamiento por burbujeo: la nota mas alta
      * que queda sin ordenar va al final.
       3120-PASADA-NOTAS.
           COMPUTE WS-MED-TOPE = WS-MED-CANTIDAD - WS-MED-I.
           PERFORM 3130-COMPARAR-NOTAS
              THRU 3130-COMPARAR-NOTAS-FIN
              VARYING WS-MED-J FROM 1 BY 1
              UNTIL WS-MED-J GREATER THAN WS-MED-TOPE.

       3120-PASADA-NOTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3130-COMPARAR-NOTAS.
           IF WS-MED-NOTA(WS-MED-J) GREATER THAN
              WS-MED-NOTA(WS-MED-J + 1)
              MOVE WS-MED-NOTA(WS-MED-J)     TO WS-MED-AUXILIAR
              MOVE WS-MED-NOTA(WS-MED-J + 1) TO WS-MED-NOTA(WS-MED-J)
              MOVE WS-MED-AUXILIAR TO WS-MED-NOTA(WS-MED-J + 1)
           END-IF.

       3130-COMPARAR-NOTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Ordena las combinaciones por materia y ciclo (el ciclo AAAA-N
      * ordena bien como texto), por burbujeo.
       4000-ORDENAR-GRUPOS.
           PERFORM 4010-PASADA-GRUPOS
              THRU 4010-PASADA-GRUPOS-FIN
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX NOT LESS THAN WS-GRP-CANTIDAD.

       4000-ORDENAR-GRUPOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4010-PASADA-GRUPOS.
           COMPUTE WS-GRP-TOPE = WS-GRP-CANTIDAD - WS-GRP-IDX.
           PERFORM 4020-COMPARAR-GRUPOS
              THRU 4020-COMPARAR-GRUPOS-FIN
              VARYING WS-GRP-IDX-2 FROM 1 BY 1
              UNTIL WS-GRP-IDX-2 GREATER THAN WS-GRP-TOPE.

       4010-PASADA-GRUPOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4020-COMPARAR-GRUPOS.
           IF WS-GRP-MATERIA(WS-GRP-IDX-2) LESS THAN
              WS-GRP-MATERIA(WS-GRP-IDX-2 + 1)
              GO TO 4020-COMPARAR-GRUPOS-FIN
           END-IF.
           IF WS-GRP-MATERIA(WS-GRP-IDX-2) EQUAL
              WS-GRP-MATERIA(WS-GRP-IDX-2 + 1)
              AND WS-GRP-CICLO(WS-GRP-IDX-2) NOT GREATER THAN
                  WS-GRP-CICLO(WS-GRP-IDX-2 + 1)
              GO TO 4020-COMPARAR-GRUPOS-FIN
           END-IF.
           MOVE WS-GRP-ENTRADA(WS-GRP-IDX-2) TO WS-GRP-AUXILIAR.
           MOVE WS-GRP-ENTRADA(WS-GRP-IDX-2 + 1)
             TO WS-GRP-ENTRADA(WS-GRP-IDX-2).
           MOVE WS-GRP-AUXILIAR TO WS-GRP-ENTRADA(WS-GRP-IDX-2 + 1).

       4020-COMPARAR-GRUPOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Porcentaje de aprobados contra el promedio de los ultimos
      * WS-CICLOS-COMPARAR ciclos de la misma materia que tuvieron
      * notas. Si se movio el umbral o mas, la materia se marca.
       5000-COMPARAR-GRUPO.
           IF WS-GRP-CALIFICADOS(WS-GRP-IDX) EQUAL 0
              GO TO 5000-COMPARAR-GRUPO-FIN
           END-IF.
           MOVE 0 TO WS-SUMA-PCT.
           COMPUTE WS-GRP-ANT = WS-GRP-IDX - 1.
           PERFORM 5010-ACUMULAR-ANTERIOR
              THRU 5010-ACUMULAR-ANTERIOR-FIN
              UNTIL WS-GRP-ANT EQUAL 0
                 OR WS-GRP-CANT-ANTERIORES(WS-GRP-IDX)
                    NOT LESS THAN WS-CICLOS-COMPARAR.
           IF WS-GRP-CANT-ANTERIORES(WS-GRP-IDX) EQUAL 0
              GO TO 5000-COMPARAR-GRUPO-FIN
           END-IF.

           COMPUTE WS-GRP-PCT-ANTERIORES(WS-GRP-IDX) ROUNDED =
              WS-SUMA-PCT / WS-GRP-CANT-ANTERIORES(WS-GRP-IDX).
           COMPUTE WS-GRP-VARIACION(WS-GRP-IDX) =
              WS-GRP-PCT-APROB(WS-GRP-IDX)
              - WS-GRP-PCT-ANTERIORES(WS-GRP-IDX).
           IF WS-GRP-VARIACION(WS-GRP-IDX) LESS THAN 0
              COMPUTE WS-VARIACION-ABS =
                 0 - WS-GRP-VARIACION(WS-GRP-IDX)
           ELSE
              MOVE WS-GRP-VARIACION(WS-GRP-IDX) TO WS-VARIACION-ABS
           END-IF.
           IF WS-VARIACION-ABS NOT LESS THAN WS-UMBRAL-VARIACION
              SET WS-GRP-ALERTA-SI(WS-GRP-IDX) TO TRUE
              ADD 1 TO WS-CONT-ALERTAS
           END-IF.

       5000-COMPARAR-GRUPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5010-ACUMULAR-ANTERIOR.
           IF WS-GRP-MATERIA(WS-GRP-ANT) NOT EQUAL
              WS-GRP-MATERIA(WS-GRP-IDX)
              MOVE 0 TO WS-GRP-ANT
              GO TO 5010-ACUMULAR-ANTERIOR-FIN
           END-IF.
           IF WS-GRP-CALIFICADOS(WS-GRP-ANT) GREATER THAN 0
              ADD 1 TO WS-GRP-CANT-ANTERIORES(WS-GRP-IDX)
              ADD WS-GRP-PCT-APROB(WS-GRP-ANT) TO WS-SUMA-PCT
           END-IF.
           SUBTRACT 1 FROM WS-GRP-ANT.

       5010-ACUMULAR-ANTERIOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6000-GRABAR-SALIDAS.
           OPEN OUTPUT SAL-ESTADISTICAS.
           IF NOT FS-SAL-ESTADISTICAS-OK
              DISPLAY 'ERROR AL ABRIR ESTADISTICAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-ESTADISTICAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SAL-CSV.
           IF NOT FS-SAL-CSV-OK
              DISPLAY 'ERROR AL ABRIR ESTADISTICAS.CSV'
              DISPLAY 'FILE STATUS: ' FS-SAL-CSV
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           MOVE WS-TITULO-ESTAD TO REG-ESTADISTICA.
           WRITE REG-ESTADISTICA.

           MOVE SPACES TO WS-MATERIA-IMPRESA.
           PERFORM 6100-IMPRIMIR-GRUPO
              THRU 6100-IMPRIMIR-GRUPO-FIN
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX GREATER THAN WS-GRP-CANTIDAD.

           MOVE WS-SEPARADOR TO REG-ESTADISTICA.
           WRITE REG-ESTADISTICA.

           CLOSE SAL-ESTADISTICAS
                 SAL-CSV.

       6000-GRABAR-SALIDAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Por materia: encabezado, y por ciclo la linea de cifras, la
      * variacion contra el ciclo anterior, el histograma y la marca.
       6100-IMPRIMIR-GRUPO.
           IF WS-GRP-MATERIA(WS-GRP-IDX) NOT EQUAL WS-MATERIA-IMPRESA
              MOVE WS-GRP-MATERIA(WS-GRP-IDX) TO WS-MATERIA-IMPRESA
              MOVE WS-SEPARADOR TO REG-ESTADISTICA
              WRITE REG-ESTADISTICA
              MOVE WS-GRP-MATERIA(WS-GRP-IDX) TO WS-LM-MATERIA
              MOVE WS-LINEA-MATERIA TO REG-ESTADISTICA
              WRITE REG-ESTADISTICA
              MOVE WS-TITULO-COLUMNAS TO REG-ESTADISTICA
              WRITE REG-ESTADISTICA
              MOVE 0 TO WS-GRP-ANT
           ELSE
              COMPUTE WS-GRP-ANT = WS-GRP-IDX - 1
           END-IF.

           MOVE WS-GRP-CICLO(WS-GRP-IDX)        TO WS-LC-CICLO.
           MOVE WS-GRP-INSCRIPTOS(WS-GRP-IDX)   TO WS-LC-INSCRIPTOS.
           MOVE WS-GRP-CALIFICADOS(WS-GRP-IDX)  TO WS-LC-CALIFICADOS.
           MOVE WS-GRP-APROBADOS(WS-GRP-IDX)    TO WS-LC-APROBADOS.
           MOVE WS-GRP-DESAPROBADOS(WS-GRP-IDX) TO WS-LC-DESAPROBADOS.
           MOVE WS-GRP-AUSENTES(WS-GRP-IDX)     TO WS-LC-AUSENTES.
           MOVE WS-GRP-PROMEDIO(WS-GRP-IDX)     TO WS-LC-PROMEDIO.
           MOVE WS-GRP-MEDIANA(WS-GRP-IDX)      TO WS-LC-MEDIANA.
           MOVE WS-GRP-PCT-APROB(WS-GRP-IDX)    TO WS-LC-PCT-APROB.
           MOVE WS-GRP-CITADOS(WS-GRP-IDX)      TO WS-LC-CITADOS.
           MOVE WS-GRP-RECUPERADOS(WS-GRP-IDX)  TO WS-LC-RECUPERADOS.
           MOVE WS-GRP-PCT-RECUP(WS-GRP-IDX)    TO WS-LC-PCT-RECUP.
           MOVE WS-LINEA-CICLO TO REG-ESTADISTICA.
           WRITE REG-ESTADISTICA.

           IF WS-GRP-ANT NOT EQUAL 0
              PERFORM 6110-IMPRIMIR-VARIACION
                 THRU 6110-IMPRIMIR-VARIACION-FIN
           END-IF.

           PERFORM 6120-ARMAR-FRANJA
              THRU 6120-ARMAR-FRANJA-FIN
              VARYING WS-FRANJA FROM 1 BY 1
              UNTIL WS-FRANJA GREATER THAN 10.
           MOVE WS-LINEA-HISTOGRAMA TO REG-ESTADISTICA.
           WRITE REG-ESTADISTICA.

           IF WS-GRP-ALERTA-SI(WS-GRP-IDX)
              MOVE WS-GRP-VARIACION(WS-GRP-IDX) TO WS-LA-VARIACION
              MOVE WS-GRP-CANT-ANTERIORES(WS-GRP-IDX) TO WS-LA-CICLOS
              MOVE WS-GRP-PCT-ANTERIORES(WS-GRP-IDX)
                TO WS-LA-PCT-ANTERIORES
              MOVE WS-LINEA-ALERTA TO REG-ESTADISTICA
              WRITE REG-ESTADISTICA
           END-IF.

           PERFORM 6200-GRABAR-CSV
              THRU 6200-GRABAR-CSV-FIN.

       6100-IMPRIMIR-GRUPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6110-IMPRIMIR-VARIACION.
           COMPUTE WS-LV-INSCRIPTOS =
              WS-GRP-INSCRIPTOS(WS-GRP-IDX)
              - WS-GRP-INSCRIPTOS(WS-GRP-ANT).
           COMPUTE WS-LV-CALIFICADOS =
              WS-GRP-CALIFICADOS(WS-GRP-IDX)
              - WS-GRP-CALIFICADOS(WS-GRP-ANT).
           COMPUTE WS-LV-APROBADOS =
              WS-GRP-APROBADOS(WS-GRP-IDX)
              - WS-GRP-APROBADOS(WS-GRP-ANT).
           COMPUTE WS-LV-DESAPROBADOS =
              WS-GRP-DESAPROBADOS(WS-GRP-IDX)
              - WS-GRP-DESAPROBADOS(WS-GRP-ANT).
           COMPUTE WS-LV-AUSENTES =
              WS-GRP-AUSENTES(WS-GRP-IDX)
              - WS-GRP-AUSENTES(WS-GRP-ANT).
           COMPUTE WS-LV-PROMEDIO =
              WS-GRP-PROMEDIO(WS-GRP-IDX)
              - WS-GRP-PROMEDIO(WS-GRP-ANT).
           COMPUTE WS-LV-MEDIANA =
              WS-GRP-MEDIANA(WS-GRP-IDX)
              - WS-GRP-MEDIANA(WS-GRP-ANT).
           COMPUTE WS-LV-PCT-APROB =
              WS-GRP-PCT-APROB(WS-GRP-IDX)
              - WS-GRP-PCT-APROB(WS-GRP-ANT).
           COMPUTE WS-LV-CITADOS =
              WS-GRP-CITADOS(WS-GRP-IDX)
              - WS-GRP-CITADOS(WS-GRP-ANT).
           COMPUTE WS-LV-RECUPERADOS =
              WS-GRP-RECUPERADOS(WS-GRP-IDX)
              - WS-GRP-RECUPERADOS(WS-GRP-ANT).
           COMPUTE WS-LV-PCT-RECUP =
              WS-GRP-PCT-RECUP(WS-GRP-IDX)
              - WS-GRP-PCT-RECUP(WS-GRP-ANT).
           MOVE WS-LINEA-VARIACION TO REG-ESTADISTICA.
           WRITE REG-ESTADISTICA.

       6110-IMPRIMIR-VARIACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6120-ARMAR-FRANJA.
           COMPUTE WS-LH-DESDE(WS-FRANJA) = WS-FRANJA - 1.
           MOVE WS-FRANJA TO WS-LH-HASTA(WS-FRANJA).
           MOVE WS-GRP-HISTOGRAMA(WS-GRP-IDX WS-FRANJA)
             TO WS-LH-CANTIDAD(WS-FRANJA).

       6120-ARMAR-FRANJA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6200-GRABAR-CSV.
           MOVE WS-GRP-MATERIA(WS-GRP-IDX)      TO WS-CSV-MATERIA.
           MOVE WS-GRP-CICLO(WS-GRP-IDX)        TO WS-CSV-CICLO.
           MOVE WS-GRP-INSCRIPTOS(WS-GRP-IDX)   TO WS-CSV-INSCRIPTOS.
           MOVE WS-GRP-CALIFICADOS(WS-GRP-IDX)  TO WS-CSV-CALIFICADOS.
           MOVE WS-GRP-APROBADOS(WS-GRP-IDX)    TO WS-CSV-APROBADOS.
           MOVE WS-GRP-DESAPROBADOS(WS-GRP-IDX)
             TO WS-CSV-DESAPROBADOS.
           MOVE WS-GRP-AUSENTES(WS-GRP-IDX)     TO WS-CSV-AUSENTES.
           MOVE WS-GRP-PROMEDIO(WS-GRP-IDX)     TO WS-CSV-PROMEDIO.
           MOVE WS-GRP-MEDIANA(WS-GRP-IDX)      TO WS-CSV-MEDIANA.
           MOVE WS-GRP-PCT-APROB(WS-GRP-IDX)    TO WS-CSV-PCT-APROB.
           MOVE WS-GRP-CITADOS(WS-GRP-IDX)      TO WS-CSV-CITADOS.
           MOVE WS-GRP-RECUPERADOS(WS-GRP-IDX)  TO WS-CSV-RECUPERADOS.
           MOVE WS-GRP-PCT-RECUP(WS-GRP-IDX)    TO WS-CSV-PCT-RECUP.
           PERFORM 6210-ARMAR-FRANJA-CSV
              THRU 6210-ARMAR-FRANJA-CSV-FIN
              VARYING WS-FRANJA FROM 1 BY 1
              UNTIL WS-FRANJA GREATER THAN 10.
           MOVE WS-GRP-VARIACION(WS-GRP-IDX)    TO WS-CSV-VARIACION.
           MOVE WS-GRP-ALERTA(WS-GRP-IDX)       TO WS-CSV-ALERTA.
           MOVE WS-LINEA-CSV TO REG-CSV.
           WRITE REG-CSV.

       6200-GRABAR-CSV-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6210-ARMAR-FRANJA-CSV.
           MOVE WS-GRP-HISTOGRAMA(WS-GRP-IDX WS-FRANJA)
             TO WS-CSV-HISTOGRAMA(WS-FRANJA).

       6210-ARMAR-FRANJA-CSV-FIN.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
           DISPLAY 'RENGLONES DE HISTORIA LEIDOS: ' WS-CONT-RENGLONES.
           DISPLAY 'INSCRIPCIONES DEL CICLO     : '
              WS-CONT-INSCRIPCIONES.
           DISPLAY 'CITACIONES A RECUPERATORIO  : ' WS-CONT-CITACIONES.
           DISPLAY 'MATERIAS Y CICLOS           : ' WS-GRP-CANTIDAD.
           DISPLAY 'CON VARIACION BRUSCA        : ' WS-CONT-ALERTAS.

       9000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01ESTAD.
