      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01RECTI.CBL - Rectificacion de notas. Toma las
      *          rectificaciones resueltas (RECTIFICACIONES_PEDIDAS.TXT:
      *          legajo, nombre, materia, ciclo, nota anterior, nota
      *          nueva, resolucion, operador y, si hace falta, el
      *          origen del renglon: C cursada, F final, E
      *          equivalencia) y las aplica sobre PROMEDIOS_HIST.TXT.
      *          El operador firma via TP02SIGN y tiene que tener
      *          nivel de mantenimiento; la nota anterior tiene que
      *          ser la que esta en la historia. Cada campo que cambia
      *          queda en RECTIFICACIONES_AUDIT.TXT con el valor
      *          anterior, el nuevo, la resolucion y el operador; las
      *          rechazadas van a RECTIFICACIONES_RECHAZOS.TXT con el
      *          motivo. Despues se rehacen los resultados que
      *          dependen de esas notas y todo alumno al que le
      *          cambio algo sale en RECTIFICACIONES_INFORME.TXT:
      *          - El cuadro de honor de cada ciclo rectificado se
      *            rearma desde la historia, antes y despues, con el
      *            mismo criterio de TP01EJ (cursadas con el minimo
      *            de notas, tres puestos por materia). Si el ciclo
      *            es el actual, HONOR.TXT se vuelve a grabar.
      *          - Si el ciclo es el actual, PROMEDIOS.TXT se rearma
      *            desde las cursadas rectificadas de la historia con
      *            el trazado de TP01EJ (tendencia contra el ciclo
      *            anterior y promedio general ponderado); el pie de
      *            cantidades es el de la corrida de TP01EJ y se
      *            conserva del archivo anterior.
      *          - Becas y egresados salen de TP01BECAS y TP01TITUL,
      *            que leen la historia: APLICAR guarda como estaban
      *            BECAS_OTORGADAS.TXT y EGRESADOS.TXT, se corren los
      *            dos programas y el modo INFORME compara.
      *          Uso: TP01RECTI APLICAR
      *               TP01BECAS
      *               TP01TITUL
      *               TP01RECTI INFORME
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01RECTI.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Rectificaciones resueltas a aplicar
       SELECT ENT-PEDIDOS
           ASSIGN TO '../RECTIFICACIONES_PEDIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PEDIDOS.

      * Historia de promedios: se lee entera y se vuelve a grabar
       SELECT ENT-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROM-HIST.

       SELECT SAL-PROM-HIST
           ASSIGN TO '../PROMEDIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROM-HIST.

      * Auditoria de campos modificados: acumula
       SELECT SAL-AUDITORIA
           ASSIGN TO '../RECTIFICACIONES_AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUDITORIA.

      * Rectificaciones rechazadas, con el motivo
       SELECT SAL-RECHAZOS
           ASSIGN TO '../RECTIFICACIONES_RECHAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECHAZOS.

      * Alumnos a los que les cambio algun resultado
       SELECT SAL-INFORME
           ASSIGN TO '../RECTIFICACIONES_INFORME.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-INFORME.

      * Cuadro de honor del ciclo actual, rearmado
       SELECT SAL-HONOR
           ASSIGN TO '../HONOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HONOR.

      * Promedios del ciclo actual: se lee el pie y se rearma
       SELECT ENT-PROMEDIOS
           ASSIGN TO '../PROMEDIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROMEDIOS.

       SELECT SAL-PROMEDIOS
           ASSIGN TO '../PROMEDIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROMEDIOS.

      * Becas otorgadas (de TP01BECAS) y como estaban antes
       SELECT ENT-BECAS
           ASSIGN TO '../BECAS_OTORGADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-BECAS.

       SELECT SAL-BECAS-ANT
           ASSIGN TO '../RECTIF_BECAS_ANTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-BECAS-ANT.

       SELECT ENT-BECAS-ANT
           ASSIGN TO '../RECTIF_BECAS_ANTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-BECAS-ANT.

      * Egresados (de TP01TITUL) y como estaban antes
       SELECT ENT-EGRESADOS
           ASSIGN TO '../EGRESADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EGRESADOS.

       SELECT SAL-EGRESADOS-ANT
           ASSIGN TO '../RECTIF_EGRESADOS_ANTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EGRESADOS-ANT.

       SELECT ENT-EGRESADOS-ANT
           ASSIGN TO '../RECTIF_EGRESADOS_ANTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EGRESADOS-ANT.

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
          05 REG-PED-CICLO             PIC X(06).
      * Notas con dos decimales, sin coma (0750 = 7,50)
          05 REG-PED-NOTA-ANT          PIC X(04).
          05 REG-PED-NOTA-ANT-NUM REDEFINES REG-PED-NOTA-ANT
                                       PIC 9(2)V9(2).
          05 REG-PED-NOTA-NUE          PIC X(04).
          05 REG-PED-NOTA-NUE-NUM REDEFINES REG-PED-NOTA-NUE
                                       PIC 9(2)V9(2).
          05 REG-PED-RESOLUCION        PIC X(15).
          05 REG-PED-OPERADOR          PIC X(08).
      * C, F o E; en blanco, el renglon que tenga la nota anterior
          05 REG-PED-ORIGEN            PIC X(01).

       FD ENT-PROM-HIST.
           COPY PROMANT.

       FD SAL-PROM-HIST.
           COPY PROMHIST.

       FD SAL-AUDITORIA.
           COPY RECTAUDI.

       FD SAL-RECHAZOS.
       01 REG-RECHAZO.
          05 REG-RECH-PEDIDO           PIC X(114).
          05 REG-RECH-SEP-01           PIC X(03).
          05 REG-RECH-MOTIVO           PIC X(50).

       FD SAL-INFORME.
       01 REG-INFORME.
          05 REG-INF-ALUMNO            PIC X(40).
          05 REG-INF-SEP-01            PIC X(03).
      * NOTA, HONOR, BECA o EGRESO
          05 REG-INF-RUBRO             PIC X(06).
          05 REG-INF-SEP-02            PIC X(03).
          05 REG-INF-DETALLE           PIC X(75).

       FD SAL-HONOR.
           COPY HONOR.

       FD ENT-PROMEDIOS.
       01 REG-PROMEDIO-ANT             PIC X(97).

       FD SAL-PROMEDIOS.
           COPY PROMEDIOS.

       FD ENT-BECAS.
      * Mismo trazado que escribe TP01BECAS
       01 REG-BECA.
          05 REG-BEC-PUESTO            PIC X(03).
          05 REG-BEC-SEP-01            PIC X(03).
          05 REG-BEC-ALUMNO            PIC X(40).
          05 REG-BEC-RESTO             PIC X(13).

       FD SAL-BECAS-ANT.
       01 REG-BECA-ANT-SAL             PIC X(59).

       FD ENT-BECAS-ANT.
       01 REG-BECA-ANT.
          05 REG-BEA-PUESTO            PIC X(03).
          05 REG-BEA-SEP-01            PIC X(03).
          05 REG-BEA-ALUMNO            PIC X(40).
          05 REG-BEA-RESTO             PIC X(13).

       FD ENT-EGRESADOS.
      * Mismo trazado que escribe TP01TITUL
       01 REG-EGRESADO.
          05 REG-EGR-ALUMNO            PIC X(40).
          05 REG-EGR-RESTO             PIC X(08).

       FD SAL-EGRESADOS-ANT.
       01 REG-EGRESADO-ANT-SAL         PIC X(48).

       FD ENT-EGRESADOS-ANT.
       01 REG-EGRESADO-ANT.
          05 REG-EGA-ALUMNO            PIC X(40).
          05 REG-EGA-RESTO             PIC X(08).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-PEDIDOS                    PIC X(2).
             88 FS-ENT-PEDIDOS-OK                 VALUE '00'.
             88 FS-ENT-PEDIDOS-EOF                VALUE '10'.
             88 FS-ENT-PEDIDOS-NFD                VALUE '35'.
          05 FS-ENT-PROM-HIST                  PIC X(2).
             88 FS-ENT-PROM-HIST-OK               VALUE '00'.
             88 FS-ENT-PROM-HIST-EOF              VALUE '10'.
             88 FS-ENT-PROM-HIST-NFD              VALUE '35'.
          05 FS-SAL-PROM-HIST                  PIC X(2).
             88 FS-SAL-PROM-HIST-OK               VALUE '00'.
          05 FS-SAL-AUDITORIA                  PIC X(2).
             88 FS-SAL-AUDITORIA-OK               VALUE '00'.
             88 FS-SAL-AUDITORIA-NFD              VALUE '35'.
          05 FS-SAL-RECHAZOS                   PIC X(2).
             88 FS-SAL-RECHAZOS-OK                VALUE '00'.
          05 FS-SAL-INFORME                    PIC X(2).
             88 FS-SAL-INFORME-OK                 VALUE '00'.
             88 FS-SAL-INFORME-NFD                VALUE '35'.
          05 FS-SAL-HONOR                      PIC X(2).
             88 FS-SAL-HONOR-OK                   VALUE '00'.
          05 FS-ENT-PROMEDIOS                  PIC X(2).
             88 FS-ENT-PROMEDIOS-OK               VALUE '00'.
             88 FS-ENT-PROMEDIOS-EOF              VALUE '10'.
             88 FS-ENT-PROMEDIOS-NFD              VALUE '35'.
          05 FS-SAL-PROMEDIOS                  PIC X(2).
             88 FS-SAL-PROMEDIOS-OK               VALUE '00'.
          05 FS-ENT-BECAS                      PIC X(2).
             88 FS-ENT-BECAS-OK                   VALUE '00'.
             88 FS-ENT-BECAS-EOF                  VALUE '10'.
             88 FS-ENT-BECAS-NFD                  VALUE '35'.
          05 FS-SAL-BECAS-ANT                  PIC X(2).
             88 FS-SAL-BECAS-ANT-OK               VALUE '00'.
          05 FS-ENT-BECAS-ANT                  PIC X(2).
             88 FS-ENT-BECAS-ANT-OK               VALUE '00'.
             88 FS-ENT-BECAS-ANT-EOF              VALUE '10'.
             88 FS-ENT-BECAS-ANT-NFD              VALUE '35'.
          05 FS-ENT-EGRESADOS                  PIC X(2).
             88 FS-ENT-EGRESADOS-OK               VALUE '00'.
             88 FS-ENT-EGRESADOS-EOF              VALUE '10'.
             88 FS-ENT-EGRESADOS-NFD              VALUE '35'.
          05 FS-SAL-EGRESADOS-ANT              PIC X(2).
             88 FS-SAL-EGRESADOS-ANT-OK           VALUE '00'.
          05 FS-ENT-EGRESADOS-ANT              PIC X(2).
             88 FS-ENT-EGRESADOS-ANT-OK           VALUE '00'.
             88 FS-ENT-EGRESADOS-ANT-EOF          VALUE '10'.
             88 FS-ENT-EGRESADOS-ANT-NFD          VALUE '35'.

      * Variables para indicar fin de cada archivo
       01 WS-PEDIDOS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-PEDIDOS-EOF-YES        VALUE 'TRUE'.
          88 WS-PEDIDOS-EOF-NO         VALUE 'FALSE'.
       01 WS-HIST-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF-YES           VALUE 'TRUE'.
          88 WS-HIST-EOF-NO            VALUE 'FALSE'.
       01 WS-BECAS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-BECAS-EOF-YES          VALUE 'TRUE'.
          88 WS-BECAS-EOF-NO           VALUE 'FALSE'.
       01 WS-EGRESADOS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-EGRESADOS-EOF-YES      VALUE 'TRUE'.
          88 WS-EGRESADOS-EOF-NO       VALUE 'FALSE'.
       01 WS-PROMEDIOS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-PROMEDIOS-EOF-YES      VALUE 'TRUE'.
          88 WS-PROMEDIOS-EOF-NO       VALUE 'FALSE'.

      * Parametro de la corrida
       01 WS-LINEA-COMANDO          PIC X(100) VALUE SPACES.
       01 WS-PARM-MODO              PIC X(10) VALUE SPACES.
          88 WS-MODO-APLICAR           VALUE 'APLICAR'.
          88 WS-MODO-INFORME           VALUE 'INFORME'.

      * Nota maxima de la escala
       01 WS-NOTA-MAXIMA            PIC 9(2)V9(2) VALUE 10,00.

      * Ciclo en curso, el de HONOR.TXT (el mismo de TP01EJ)
       01 WS-CICLO-ACTUAL           PIC X(6) VALUE '2024-1'.

      * Minimo de notas para el cuadro de honor (el de TP01EJ)
       01 WS-HON-NOTAS-MINIMO       PIC 9(2) VALUE 5.

       01 WS-FECHA-PROCESO          PIC 9(08) VALUE 0.
       01 WS-HORA-PROCESO.
          05 WS-HORA-HHMMSS            PIC 9(06).
          05 FILLER                    PIC 9(02).

      * Sign-on del operador via TP02SIGN
       01 WS-SIGNON.
           COPY SIGNON.

      * Historia de promedios en memoria, con la nota que tenia cada
      * renglon antes de la corrida. El renglon se guarda tal cual
      * se leyo para volver a grabarlo igual (los renglones viejos
      * no traen cantidad de notas, legajo ni origen).
       01 WS-HIS-TABLA.
          05 WS-HIS-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-HIS-ENTRADA OCCURS 3000 TIMES
                             INDEXED BY WS-HIS-IDX.
             10 WS-HIS-REGISTRO.
                15 WS-HIS-APE-NOM      PIC X(40).
                15 WS-HIS-MATERIA      PIC X(30).
                15 WS-HIS-PROMEDIO     PIC 9(5)V9(2).
                15 WS-HIS-CICLO        PIC X(06).
                15 WS-HIS-CANT-NOTAS   PIC X(02).
                15 WS-HIS-CANT-NOTAS-NUM REDEFINES WS-HIS-CANT-NOTAS
                                       PIC 9(02).
                15 WS-HIS-LEGAJO       PIC X(06).
                15 WS-HIS-LEGAJO-NUM REDEFINES WS-HIS-LEGAJO
                                       PIC 9(06).
                15 WS-HIS-ORIGEN       PIC X(01).
                   88 WS-HIS-CURSADA      VALUE 'C' ' '.
                   88 WS-HIS-AUSENTE      VALUE 'A'.
             10 WS-HIS-PROMEDIO-ORIG   PIC 9(5)V9(2).
      * Renglon que corresponde a la rectificacion en curso
             10 WS-HIS-MARCA           PIC X(01).
                88 WS-HIS-MARCADO         VALUE 'S'.
                88 WS-HIS-NO-MARCADO      VALUE 'N'.

      * Ciclos rectificados en la corrida (hasta 20)
       01 WS-CIC-TABLA.
          05 WS-CIC-CANTIDAD           PIC 9(2) VALUE 0.
          05 WS-CIC-ENTRADA OCCURS 20 TIMES
                             INDEXED BY WS-CIC-IDX.
             10 WS-CIC-CICLO           PIC X(06).

      * Cuadro de honor de un ciclo, por materia (hasta 30): version 1
      * con las notas de antes de la corrida, version 2 con las de
      * despues; tres puestos cada una.
       01 WS-HON-TABLA.
          05 WS-HON-CANTIDAD           PIC 9(2) VALUE 0.
          05 WS-HON-ENTRADA OCCURS 30 TIMES.
             10 WS-HON-MATERIA         PIC X(30).
             10 WS-HON-VERSION OCCURS 2 TIMES.
                15 WS-HON-PUESTO OCCURS 3 TIMES.
                   20 WS-HON-NOM       PIC X(40).
                   20 WS-HON-LEG       PIC 9(06).
                   20 WS-HON-PROM      PIC 9(5)V9(2).
       01 WS-HON-CANDIDATO.
          05 WS-HON-CAND-NOM           PIC X(40).
          05 WS-HON-CAND-LEG           PIC 9(06).
          05 WS-HON-CAND-PROM          PIC 9(5)V9(2).
       01 WS-HON-CICLO              PIC X(06) VALUE SPACES.
       77 WS-HON-MAT                PIC 9(2) VALUE 0.
       77 WS-HON-MAT-BUS            PIC 9(2) VALUE 0.
       77 WS-HON-VER                PIC 9(1) VALUE 0.
       77 WS-HON-RANK               PIC 9(1) VALUE 0.
       77 WS-HON-VER-BUS            PIC 9(1) VALUE 0.
       77 WS-HON-RANK-BUS           PIC 9(1) VALUE 0.
       77 WS-HON-RANK-ENC           PIC 9(1) VALUE 0.

      * Becas otorgadas: version 1 antes, version 2 despues
       01 WS-BEC-TABLA.
          05 WS-BEC-VERSION OCCURS 2 TIMES.
             10 WS-BEC-CANTIDAD        PIC 9(3).
             10 WS-BEC-ENTRADA OCCURS 500 TIMES.
                15 WS-BEC-ALUMNO       PIC X(40).
                15 WS-BEC-PUESTO       PIC X(03).
       77 WS-BEC-VER                PIC 9(1) VALUE 0.
       77 WS-BEC-VER-BUS            PIC 9(1) VALUE 0.
       77 WS-BEC-FILA               PIC 9(3) VALUE 0.
       77 WS-BEC-FILA-BUS           PIC 9(3) VALUE 0.
       77 WS-BEC-FILA-ENC           PIC 9(3) VALUE 0.

      * Egresados: version 1 antes, version 2 despues
       01 WS-EGR-TABLA.
          05 WS-EGR-VERSION OCCURS 2 TIMES.
             10 WS-EGR-CANTIDAD        PIC 9(4).
             10 WS-EGR-ENTRADA OCCURS 2000 TIMES.
                15 WS-EGR-ALUMNO       PIC X(40).
       77 WS-EGR-VER                PIC 9(1) VALUE 0.
       77 WS-EGR-VER-BUS            PIC 9(1) VALUE 0.
       77 WS-EGR-FILA               PIC 9(4) VALUE 0.
       77 WS-EGR-FILA-BUS           PIC 9(4) VALUE 0.
       77 WS-EGR-FILA-ENC           PIC 9(4) VALUE 0.

      * Pedido en curso
       01 WS-PED-LEGAJO             PIC 9(06) VALUE 0.
       01 WS-PED-ORIGEN             PIC X(01) VALUE SPACE.
       01 WS-MOTIVO                 PIC X(50) VALUE SPACES.
       01 WS-ES-EL-ALUMNO           PIC X(2) VALUE 'NO'.
          88 WS-ES-EL-ALUMNO-SI        VALUE 'SI'.
          88 WS-ES-EL-ALUMNO-NO        VALUE 'NO'.
       01 WS-ALUMNO-BUSCADO         PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       01 WS-LEGAJO-RENGLON         PIC 9(06) VALUE 0.
      * Renglones del alumno, materia y ciclo; los que ademas tienen
      * la nota anterior; y el origen de estos (C cursada en blanco)
       77 WS-CANT-DEL-ALUMNO        PIC 9(4) VALUE 0.
       77 WS-CANT-COINCIDEN         PIC 9(4) VALUE 0.
       01 WS-ORIGEN-RENGLON         PIC X(01) VALUE SPACE.
       01 WS-ORIGEN-COINCIDE        PIC X(01) VALUE SPACE.
       01 WS-ORIGEN-MEZCLADO        PIC X(2) VALUE 'NO'.
          88 WS-ORIGEN-MEZCLADO-SI     VALUE 'SI'.
          88 WS-ORIGEN-MEZCLADO-NO     VALUE 'NO'.

      * Armado de las lineas del informe
       01 WS-NOTA-EDIT-ANT          PIC Z9,99.
       01 WS-NOTA-EDIT-NUE          PIC Z9,99.
       01 WS-DETALLE                PIC X(75) VALUE SPACES.

       01  WS-SEPARADOR-TITULOS         PIC X(97) VALUE ALL "=".
       01  WS-TITULO-HONOR.
           05 WS-TITULO-HONOR-01        PIC X(30).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-TITULO-HONOR-02        PIC X(40).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-TITULO-HONOR-03        PIC X(08).
       01  WS-LINEA-HONOR.
           05 WS-LINEA-HONOR-MATERIA    PIC X(30).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-LINEA-HONOR-NOMBRE     PIC X(40).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-LINEA-HONOR-VALOR      PIC ZZZZ9,99.

      * PROMEDIOS.TXT del ciclo actual, con los titulos y renglones
      * de TP01EJ
       01  WS-SEPARADOR-ALUMNOS         PIC X(97) VALUE ALL "-".
       01  WS-TITULO-PROMEDIO.
           05 WS-TITULO-PROMEDIO-01     PIC X(40).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-TITULO-PROMEDIO-02     PIC X(30).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-TITULO-PROMEDIO-03     PIC X(08).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-TITULO-PROMEDIO-04     PIC X(10).
       01  WS-LINEA-PROMEDIO.
           05 WS-LINEA-PROMEDIO-NOMBRE  PIC X(40).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-LINEA-PROMEDIO-MATERIA PIC X(30).
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-LINEA-PROMEDIOS-VALOR  PIC ZZZZ9,99.
           05 FILLER                    PIC X(03) VALUE " | ".
           05 WS-LINEA-PROMEDIO-TENDENCIA
                                        PIC X(10).

      * Pie de PROMEDIOS.TXT: el tramo entre los dos ultimos
      * separadores dobles del archivo anterior (hasta 10 lineas)
       01 WS-PIE-TABLA.
          05 WS-PIE-CANTIDAD           PIC 9(2) VALUE 0.
          05 WS-PIE-LINEA OCCURS 10 TIMES
                                       PIC X(97).
       01 WS-PIE-TRAMO.
          05 WS-PIE-TRAMO-CANTIDAD     PIC 9(2) VALUE 0.
          05 WS-PIE-TRAMO-LINEA OCCURS 10 TIMES
                                       PIC X(97).
       01 WS-PIE-TRAMO-LARGO        PIC X(2) VALUE 'NO'.
          88 WS-PIE-TRAMO-LARGO-SI     VALUE 'SI'.
          88 WS-PIE-TRAMO-LARGO-NO     VALUE 'NO'.
       77 WS-PIE-IDX                PIC 9(2) VALUE 0.

      * Alumno en curso al rearmar PROMEDIOS.TXT y su promedio
      * general, ponderado por la cantidad de notas de cada materia
       01 WS-PROM-HAY-ALUMNO        PIC X(2) VALUE 'NO'.
          88 WS-PROM-HAY-ALUMNO-SI     VALUE 'SI'.
          88 WS-PROM-HAY-ALUMNO-NO     VALUE 'NO'.
       01 WS-PROM-ALUMNO-NOM        PIC X(40) VALUE SPACES.
       01 WS-PROM-ALUMNO-LEG        PIC 9(06) VALUE 0.
       01 WS-PROM-NOTA-ACUM         PIC 9(7)V9(2) VALUE 0.
       01 WS-PROM-CANT-NOTAS        PIC 9(03) VALUE 0.
       01 WS-PROM-PESO              PIC 9(02) VALUE 0.
       01 WS-PROM-GENERAL           PIC 9(5)V9(2) VALUE 0.
       01 WS-PROM-ANTERIOR          PIC 9(5)V9(2) VALUE 0.
       01 WS-PROM-CICLO-HALLADO     PIC X(06) VALUE SPACES.
       01 WS-PROM-REPETIDO          PIC X(2) VALUE 'NO'.
          88 WS-PROM-REPETIDO-SI       VALUE 'SI'.
          88 WS-PROM-REPETIDO-NO       VALUE 'NO'.
       77 WS-PROM-IDX               PIC 9(4) VALUE 0.
       77 WS-PROM-DESDE             PIC 9(4) VALUE 0.
       01 WS-PROMEDIOS-REGRABADO    PIC X(2) VALUE 'NO'.
          88 WS-PROMEDIOS-REGRABADO-SI VALUE 'SI'.
          88 WS-PROMEDIOS-REGRABADO-NO VALUE 'NO'.

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-PEDIDOS           PIC 9(05) VALUE 0.
          05 WS-CONT-APLICADAS         PIC 9(05) VALUE 0.
          05 WS-CONT-RENGLONES         PIC 9(05) VALUE 0.
          05 WS-CONT-RECHAZADAS        PIC 9(05) VALUE 0.
          05 WS-CONT-CAMBIOS           PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-MODO-INFORME
              PERFORM 5000-INFORMAR-RESULTADOS
                 THRU 5000-INFORMAR-RESULTADOS-FIN
              STOP RUN
           END-IF.

           PERFORM 1100-CARGAR-HISTORIA
              THRU 1100-CARGAR-HISTORIA-FIN.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-ABRIR-ARCHIVOS-FIN.

           PERFORM 2000-LEER-PEDIDO
              THRU 2000-LEER-PEDIDO-FIN
              UNTIL WS-PEDIDOS-EOF-YES.

           IF WS-CONT-APLICADAS GREATER THAN 0
              PERFORM 3000-REGRABAR-HISTORIA
                 THRU 3000-REGRABAR-HISTORIA-FIN
              PERFORM 3100-COMPARAR-HONOR
                 THRU 3100-COMPARAR-HONOR-FIN
                 VARYING WS-CIC-IDX FROM 1 BY 1
                 UNTIL WS-CIC-IDX GREATER THAN WS-CIC-CANTIDAD
           END-IF.

           PERFORM 3300-GUARDAR-RESULTADOS
              THRU 3300-GUARDAR-RESULTADOS-FIN.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO.
           IF NOT WS-MODO-APLICAR
              AND NOT WS-MODO-INFORME
              DISPLAY 'USO: TP01RECTI <APLICAR | INFORME>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-HISTORIA.
      * Sin historia no hay nota que rectificar.
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
      * La historia se vuelve a grabar entera: si no entra en la
      * tabla no se puede rectificar sin perder renglones.
           READ ENT-PROM-HIST
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   IF WS-HIS-CANTIDAD NOT LESS THAN 3000
                      DISPLAY 'PROMEDIOS_HIST.TXT TIENE MAS DE 3000 '
                         'RENGLONES, NO SE PUEDE RECTIFICAR'
                      CLOSE ENT-PROM-HIST
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-HIS-CANTIDAD
                   MOVE FD-PROM-ANT
                     TO WS-HIS-REGISTRO(WS-HIS-CANTIDAD)
                   MOVE FD-PROM-ANT-PROMEDIO
                     TO WS-HIS-PROMEDIO-ORIG(WS-HIS-CANTIDAD)
                   SET WS-HIS-NO-MARCADO(WS-HIS-CANTIDAD) TO TRUE
           END-READ.

       1110-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-ABRIR-ARCHIVOS.
           OPEN INPUT ENT-PEDIDOS.
           EVALUATE TRUE
               WHEN FS-ENT-PEDIDOS-OK
                   CONTINUE
               WHEN FS-ENT-PEDIDOS-NFD
                   DISPLAY 'NO SE ENCUENTRA '
                      'RECTIFICACIONES_PEDIDAS.TXT'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECTIFICACIONES_PEDIDAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PEDIDOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN EXTEND SAL-AUDITORIA.
           IF FS-SAL-AUDITORIA-NFD
              OPEN OUTPUT SAL-AUDITORIA
           END-IF.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR RECTIFICACIONES_AUDIT.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-RECHAZOS.
           IF NOT FS-SAL-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR RECTIFICACIONES_RECHAZOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECHAZOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * El informe arranca de nuevo en cada APLICAR; INFORME le agrega
      * becas y egresados.
           OPEN OUTPUT SAL-INFORME.
           IF NOT FS-SAL-INFORME-OK
              DISPLAY 'ERROR AL ABRIR RECTIFICACIONES_INFORME.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-INFORME
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-ABRIR-ARCHIVOS-FIN.
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
           MOVE SPACES TO WS-MOTIVO.
           IF REG-PED-LEGAJO IS NUMERIC
              MOVE REG-PED-LEGAJO-NUM TO WS-PED-LEGAJO
           ELSE
              MOVE 0 TO WS-PED-LEGAJO
           END-IF.

           IF REG-PED-RESOLUCION EQUAL SPACES
              MOVE 'FALTA LA RESOLUCION' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

      * Rectificar una nota es tan sensible como tocar el maestro:
      * el operador firma y tiene que tener nivel de mantenimiento.
           INITIALIZE WS-SIGNON.
           MOVE REG-PED-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              MOVE 'OPERADOR SIN PERMISOS' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF WS-PED-LEGAJO EQUAL 0
              AND REG-PED-APE-NOM EQUAL SPACES
              MOVE 'FALTA EL ALUMNO (LEGAJO O NOMBRE)' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF REG-PED-CICLO EQUAL SPACES
              MOVE 'FALTA EL CICLO' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF REG-PED-NOTA-ANT IS NOT NUMERIC
              OR REG-PED-NOTA-NUE IS NOT NUMERIC
              OR REG-PED-NOTA-ANT-NUM GREATER THAN WS-NOTA-MAXIMA
              OR REG-PED-NOTA-NUE-NUM GREATER THAN WS-NOTA-MAXIMA
              MOVE 'NOTA INVALIDA (0000 A 1000)' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF REG-PED-NOTA-NUE-NUM EQUAL REG-PED-NOTA-ANT-NUM
              MOVE 'LA NOTA NUEVA ES IGUAL A LA ANTERIOR' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

      * Un ausente no tiene nota que rectificar.
           MOVE REG-PED-ORIGEN TO WS-PED-ORIGEN.
           IF WS-PED-ORIGEN NOT EQUAL SPACE AND 'C' AND 'F' AND 'E'
              MOVE 'ORIGEN INVALIDO (C, F O E)' TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           PERFORM 2200-BUSCAR-RENGLONES
              THRU 2200-BUSCAR-RENGLONES-FIN.
           IF WS-CANT-DEL-ALUMNO EQUAL 0
              MOVE 'NO HAY NOTA DEL ALUMNO EN ESA MATERIA Y CICLO'
                TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF WS-CANT-COINCIDEN EQUAL 0
              MOVE 'LA NOTA ANTERIOR NO ES LA DE LA HISTORIA'
                TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.
           IF WS-ORIGEN-MEZCLADO-SI
              MOVE 'HAY CURSADA Y FINAL CON ESA NOTA: INDICAR ORIGEN'
                TO WS-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           PERFORM 2300-APLICAR-RENGLON
              THRU 2300-APLICAR-RENGLON-FIN
              VARYING WS-HIS-IDX FROM 1 BY 1
              UNTIL WS-HIS-IDX GREATER THAN WS-HIS-CANTIDAD.
           ADD 1 TO WS-CONT-APLICADAS.

           PERFORM 2400-ANOTAR-CICLO
              THRU 2400-ANOTAR-CICLO-FIN.
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
      * Marca los renglones de la historia a rectificar: del alumno,
      * la materia y el ciclo pedidos, no ausentes, del origen pedido
      * si vino, y con la nota anterior. Si la nota esta a la vez en
      * renglones de distinto origen (una cursada y un final con la
      * misma nota) no se sabe cual es y hay que indicarlo.
       2200-BUSCAR-RENGLONES.
           MOVE 0 TO WS-CANT-DEL-ALUMNO.
           MOVE 0 TO WS-CANT-COINCIDEN.
           MOVE SPACE TO WS-ORIGEN-COINCIDE.
           SET WS-ORIGEN-MEZCLADO-NO TO TRUE.
           MOVE REG-PED-APE-NOM TO WS-ALUMNO-BUSCADO.
           MOVE WS-PED-LEGAJO   TO WS-LEGAJO-BUSCADO.
           PERFORM 2210-COMPARAR-RENGLON
              THRU 2210-COMPARAR-RENGLON-FIN
              VARYING WS-HIS-IDX FROM 1 BY 1
              UNTIL WS-HIS-IDX GREATER THAN WS-HIS-CANTIDAD.

       2200-BUSCAR-RENGLONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-RENGLON.
           SET WS-HIS-NO-MARCADO(WS-HIS-IDX) TO TRUE.
           IF WS-HIS-MATERIA(WS-HIS-IDX) NOT EQUAL REG-PED-MATERIA
              OR WS-HIS-CICLO(WS-HIS-IDX) NOT EQUAL REG-PED-CICLO
              OR WS-HIS-AUSENTE(WS-HIS-IDX)
              GO TO 2210-COMPARAR-RENGLON-FIN
           END-IF.
           MOVE WS-HIS-ORIGEN(WS-HIS-IDX) TO WS-ORIGEN-RENGLON.
           IF WS-HIS-CURSADA(WS-HIS-IDX)
              MOVE 'C' TO WS-ORIGEN-RENGLON
           END-IF.
           IF WS-PED-ORIGEN NOT EQUAL SPACE
              AND WS-PED-ORIGEN NOT EQUAL WS-ORIGEN-RENGLON
              GO TO 2210-COMPARAR-RENGLON-FIN
           END-IF.

      * Mismo alumno: los dos legajos estan y coinciden, o falta
      * alguno y coincide el nombre.
           IF WS-HIS-LEGAJO(WS-HIS-IDX) IS NUMERIC
              MOVE WS-HIS-LEGAJO-NUM(WS-HIS-IDX) TO WS-LEGAJO-RENGLON
           ELSE
              MOVE 0 TO WS-LEGAJO-RENGLON
           END-IF.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-LEGAJO-RENGLON NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-LEGAJO-RENGLON EQUAL WS-LEGAJO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-HIS-APE-NOM(WS-HIS-IDX) EQUAL WS-ALUMNO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.
           IF WS-ES-EL-ALUMNO-NO
              GO TO 2210-COMPARAR-RENGLON-FIN
           END-IF.

           ADD 1 TO WS-CANT-DEL-ALUMNO.
           IF WS-HIS-PROMEDIO(WS-HIS-IDX) NOT EQUAL
                 REG-PED-NOTA-ANT-NUM
              GO TO 2210-COMPARAR-RENGLON-FIN
           END-IF.
           ADD 1 TO WS-CANT-COINCIDEN.
           SET WS-HIS-MARCADO(WS-HIS-IDX) TO TRUE.
           IF WS-ORIGEN-COINCIDE EQUAL SPACE
              MOVE WS-ORIGEN-RENGLON TO WS-ORIGEN-COINCIDE
           ELSE
              IF WS-ORIGEN-COINCIDE NOT EQUAL WS-ORIGEN-RENGLON
                 SET WS-ORIGEN-MEZCLADO-SI TO TRUE
              END-IF
           END-IF.

       2210-COMPARAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cambia la nota de un renglon marcado (si el renglon esta
      * repetido en la historia se corrigen todas las copias), deja
      * el campo en la auditoria y la linea NOTA en el informe.
       2300-APLICAR-RENGLON.
           IF WS-HIS-NO-MARCADO(WS-HIS-IDX)
              GO TO 2300-APLICAR-RENGLON-FIN
           END-IF.
           SET WS-HIS-NO-MARCADO(WS-HIS-IDX) TO TRUE.
           MOVE REG-PED-NOTA-NUE-NUM TO WS-HIS-PROMEDIO(WS-HIS-IDX).
           ADD 1 TO WS-CONT-RENGLONES.

           MOVE REG-PED-NOTA-ANT-NUM TO WS-NOTA-EDIT-ANT.
           MOVE REG-PED-NOTA-NUE-NUM TO WS-NOTA-EDIT-NUE.

           ACCEPT WS-HORA-PROCESO FROM TIME.
           MOVE WS-FECHA-PROCESO   TO FD-RCT-FECHA.
           MOVE WS-HORA-HHMMSS     TO FD-RCT-HORA.
           MOVE REG-PED-OPERADOR   TO FD-RCT-OPERADOR.
           MOVE REG-PED-RESOLUCION TO FD-RCT-RESOLUCION.
           IF WS-HIS-LEGAJO(WS-HIS-IDX) IS NUMERIC
              MOVE WS-HIS-LEGAJO-NUM(WS-HIS-IDX) TO FD-RCT-LEGAJO
           ELSE
              MOVE 0 TO FD-RCT-LEGAJO
           END-IF.
           MOVE WS-HIS-APE-NOM(WS-HIS-IDX) TO FD-RCT-APE-NOM.
           MOVE WS-HIS-MATERIA(WS-HIS-IDX) TO FD-RCT-MATERIA.
           MOVE WS-HIS-CICLO(WS-HIS-IDX)   TO FD-RCT-CICLO.
           MOVE WS-HIS-ORIGEN(WS-HIS-IDX)  TO FD-RCT-ORIGEN.
           MOVE 'PROMEDIO'                 TO FD-RCT-CAMPO.
           MOVE WS-NOTA-EDIT-ANT           TO FD-RCT-VALOR-ANTERIOR.
           MOVE WS-NOTA-EDIT-NUE           TO FD-RCT-VALOR-NUEVO.
           WRITE FD-RECT-AUDIT.

           MOVE SPACES TO WS-DETALLE.
           STRING WS-HIS-MATERIA(WS-HIS-IDX) DELIMITED BY '  '
                  ' ' WS-HIS-CICLO(WS-HIS-IDX) ': '
                  WS-NOTA-EDIT-ANT ' -> ' WS-NOTA-EDIT-NUE
                  ' RES. ' REG-PED-RESOLUCION
                  DELIMITED BY SIZE
             INTO WS-DETALLE.
           MOVE WS-HIS-APE-NOM(WS-HIS-IDX) TO REG-INF-ALUMNO.
           MOVE 'NOTA' TO REG-INF-RUBRO.
           PERFORM 2900-GRABAR-INFORME
              THRU 2900-GRABAR-INFORME-FIN.

       2300-APLICAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Anota el ciclo rectificado, una vez cada uno.
       2400-ANOTAR-CICLO.
           SET WS-CIC-IDX TO 1.
           SEARCH WS-CIC-ENTRADA
               AT END
                   IF WS-CIC-CANTIDAD LESS THAN 20
                      ADD 1 TO WS-CIC-CANTIDAD
                      MOVE REG-PED-CICLO
                        TO WS-CIC-CICLO(WS-CIC-CANTIDAD)
                   ELSE
                      DISPLAY 'MAS DE 20 CICLOS RECTIFICADOS: NO SE '
                         'REARMA EL CUADRO DE HONOR DE ' REG-PED-CICLO
                   END-IF
               WHEN WS-CIC-IDX GREATER THAN WS-CIC-CANTIDAD
                   ADD 1 TO WS-CIC-CANTIDAD
                   MOVE REG-PED-CICLO
                     TO WS-CIC-CICLO(WS-CIC-CANTIDAD)
               WHEN WS-CIC-CICLO(WS-CIC-IDX) EQUAL REG-PED-CICLO
                   CONTINUE
           END-SEARCH.

       2400-ANOTAR-CICLO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2900-GRABAR-INFORME.
           MOVE ' | '      TO REG-INF-SEP-01 REG-INF-SEP-02.
           MOVE WS-DETALLE TO REG-INF-DETALLE.
           WRITE REG-INFORME.
           IF REG-INF-RUBRO NOT EQUAL 'NOTA'
              ADD 1 TO WS-CONT-CAMBIOS
           END-IF.

       2900-GRABAR-INFORME-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-REGRABAR-HISTORIA.
           OPEN OUTPUT SAL-PROM-HIST.
           IF NOT FS-SAL-PROM-HIST-OK
              DISPLAY 'ERROR AL ABRIR PROMEDIOS_HIST.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROM-HIST
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 3010-GRABAR-RENGLON
              THRU 3010-GRABAR-RENGLON-FIN
              VARYING WS-HIS-IDX FROM 1 BY 1
              UNTIL WS-HIS-IDX GREATER THAN WS-HIS-CANTIDAD.
           CLOSE SAL-PROM-HIST.

       3000-REGRABAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3010-GRABAR-RENGLON.
           MOVE WS-HIS-REGISTRO(WS-HIS-IDX) TO FD-PROM-HIST.
           WRITE FD-PROM-HIST.

       3010-GRABAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Rearma el cuadro de honor del ciclo con las notas de antes y
      * las de despues, informa a quien entro, salio o cambio de
      * puesto, y si es el ciclo actual vuelve a grabar HONOR.TXT y
      * PROMEDIOS.TXT.
       3100-COMPARAR-HONOR.
           MOVE WS-CIC-CICLO(WS-CIC-IDX) TO WS-HON-CICLO.
           INITIALIZE WS-HON-TABLA.
           PERFORM 3110-ARMAR-HONOR
              THRU 3110-ARMAR-HONOR-FIN
              VARYING WS-HIS-IDX FROM 1 BY 1
              UNTIL WS-HIS-IDX GREATER THAN WS-HIS-CANTIDAD.

           PERFORM 3140-COMPARAR-MATERIA-HONOR
              THRU 3140-COMPARAR-MATERIA-HONOR-FIN
              VARYING WS-HON-MAT FROM 1 BY 1
              UNTIL WS-HON-MAT GREATER THAN WS-HON-CANTIDAD.

           IF WS-HON-CICLO EQUAL WS-CICLO-ACTUAL
              PERFORM 3200-GRABAR-HONOR
                 THRU 3200-GRABAR-HONOR-FIN
              PERFORM 3250-GRABAR-PROMEDIOS
                 THRU 3250-GRABAR-PROMEDIOS-FIN
           END-IF.

       3100-COMPARAR-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Entran al cuadro las cursadas del ciclo con el minimo de
      * notas, como en TP01EJ.
       3110-ARMAR-HONOR.
           IF WS-HIS-CICLO(WS-HIS-IDX) NOT EQUAL WS-HON-CICLO
              OR NOT WS-HIS-CURSADA(WS-HIS-IDX)
              GO TO 3110-ARMAR-HONOR-FIN
           END-IF.
           IF WS-HIS-CANT-NOTAS(WS-HIS-IDX) IS NOT NUMERIC
              GO TO 3110-ARMAR-HONOR-FIN
           END-IF.
           IF WS-HIS-CANT-NOTAS-NUM(WS-HIS-IDX)
                 LESS THAN WS-HON-NOTAS-MINIMO
              GO TO 3110-ARMAR-HONOR-FIN
           END-IF.

           PERFORM 3120-BUSCAR-MATERIA-HONOR
              THRU 3120-BUSCAR-MATERIA-HONOR-FIN.
           IF WS-HON-MAT EQUAL 0
              GO TO 3110-ARMAR-HONOR-FIN
           END-IF.

           MOVE WS-HIS-APE-NOM(WS-HIS-IDX) TO WS-HON-CAND-NOM.
           IF WS-HIS-LEGAJO(WS-HIS-IDX) IS NUMERIC
              MOVE WS-HIS-LEGAJO-NUM(WS-HIS-IDX) TO WS-HON-CAND-LEG
           ELSE
              MOVE 0 TO WS-HON-CAND-LEG
           END-IF.
           MOVE 1 TO WS-HON-VER.
           MOVE WS-HIS-PROMEDIO-ORIG(WS-HIS-IDX) TO WS-HON-CAND-PROM.
           PERFORM 3130-INSERTAR-HONOR
              THRU 3130-INSERTAR-HONOR-FIN.
           MOVE 2 TO WS-HON-VER.
           MOVE WS-HIS-PROMEDIO(WS-HIS-IDX) TO WS-HON-CAND-PROM.
           PERFORM 3130-INSERTAR-HONOR
              THRU 3130-INSERTAR-HONOR-FIN.

       3110-ARMAR-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en WS-HON-MAT la materia del renglon en el cuadro, y la
      * agrega si todavia no esta (0 si no entra).
       3120-BUSCAR-MATERIA-HONOR.
           MOVE 0 TO WS-HON-MAT.
           PERFORM 3125-COMPARAR-MATERIA-HONOR
              THRU 3125-COMPARAR-MATERIA-HONOR-FIN
              VARYING WS-HON-MAT-BUS FROM 1 BY 1
              UNTIL WS-HON-MAT-BUS GREATER THAN WS-HON-CANTIDAD
                 OR WS-HON-MAT NOT EQUAL 0.
           IF WS-HON-MAT NOT EQUAL 0
              GO TO 3120-BUSCAR-MATERIA-HONOR-FIN
           END-IF.
           IF WS-HON-CANTIDAD NOT LESS THAN 30
              DISPLAY 'EL CICLO ' WS-HON-CICLO ' TIENE MAS DE 30 '
                 'MATERIAS, SE IGNORAN LAS EXCEDENTES EN EL CUADRO'
              GO TO 3120-BUSCAR-MATERIA-HONOR-FIN
           END-IF.
           ADD 1 TO WS-HON-CANTIDAD.
           MOVE WS-HON-CANTIDAD TO WS-HON-MAT.
           MOVE WS-HIS-MATERIA(WS-HIS-IDX)
             TO WS-HON-MATERIA(WS-HON-MAT).

       3120-BUSCAR-MATERIA-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3125-COMPARAR-MATERIA-HONOR.
           IF WS-HON-MATERIA(WS-HON-MAT-BUS) EQUAL
              WS-HIS-MATERIA(WS-HIS-IDX)
              MOVE WS-HON-MAT-BUS TO WS-HON-MAT
           END-IF.

       3125-COMPARAR-MATERIA-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Veo si el candidato entra en el top 3 de la version
      * WS-HON-VER de la materia, y si es asi lo inserto en el puesto
      * que corresponda, corriendo para abajo a los que quedan por
      * debajo. Igual que TP01EJ: a igual promedio queda el primero.
       3130-INSERTAR-HONOR.
           EVALUATE TRUE
               WHEN WS-HON-CAND-PROM GREATER THAN
                    WS-HON-PROM(WS-HON-MAT WS-HON-VER 1)
                   MOVE WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 2)
                     TO WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 3)
                   MOVE WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 1)
                     TO WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 2)
                   MOVE WS-HON-CANDIDATO
                     TO WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 1)

               WHEN WS-HON-CAND-PROM GREATER THAN
                    WS-HON-PROM(WS-HON-MAT WS-HON-VER 2)
                   MOVE WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 2)
                     TO WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 3)
                   MOVE WS-HON-CANDIDATO
                     TO WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 2)

               WHEN WS-HON-CAND-PROM GREATER THAN
                    WS-HON-PROM(WS-HON-MAT WS-HON-VER 3)
                   MOVE WS-HON-CANDIDATO
                     TO WS-HON-PUESTO(WS-HON-MAT WS-HON-VER 3)

           END-EVALUATE.

       3130-INSERTAR-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Por cada puesto de antes: si el alumno no esta despues salio
      * del cuadro, si esta en otro puesto cambio. Por cada puesto de
      * despues: si el alumno no estaba antes, entro.
       3140-COMPARAR-MATERIA-HONOR.
           PERFORM 3150-INFORMAR-PUESTO-ANTES
              THRU 3150-INFORMAR-PUESTO-ANTES-FIN
              VARYING WS-HON-RANK FROM 1 BY 1
              UNTIL WS-HON-RANK GREATER THAN 3.
           PERFORM 3160-INFORMAR-PUESTO-DESPUES
              THRU 3160-INFORMAR-PUESTO-DESPUES-FIN
              VARYING WS-HON-RANK FROM 1 BY 1
              UNTIL WS-HON-RANK GREATER THAN 3.

       3140-COMPARAR-MATERIA-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3150-INFORMAR-PUESTO-ANTES.
           IF WS-HON-NOM(WS-HON-MAT 1 WS-HON-RANK) EQUAL SPACES
              GO TO 3150-INFORMAR-PUESTO-ANTES-FIN
           END-IF.
           MOVE 1 TO WS-HON-VER.
           MOVE 2 TO WS-HON-VER-BUS.
           PERFORM 3170-BUSCAR-EN-HONOR
              THRU 3170-BUSCAR-EN-HONOR-FIN.
           IF WS-HON-RANK-ENC EQUAL WS-HON-RANK
              GO TO 3150-INFORMAR-PUESTO-ANTES-FIN
           END-IF.

           MOVE SPACES TO WS-DETALLE.
           IF WS-HON-RANK-ENC EQUAL 0
              STRING WS-HON-MATERIA(WS-HON-MAT) DELIMITED BY '  '
                     ' ' WS-HON-CICLO ': SALE DEL CUADRO, ERA EL '
                     'PUESTO ' WS-HON-RANK
                     DELIMITED BY SIZE
                INTO WS-DETALLE
           ELSE
              STRING WS-HON-MATERIA(WS-HON-MAT) DELIMITED BY '  '
                     ' ' WS-HON-CICLO ': PASA DEL PUESTO '
                     WS-HON-RANK ' AL ' WS-HON-RANK-ENC
                     DELIMITED BY SIZE
                INTO WS-DETALLE
           END-IF.
           MOVE WS-HON-NOM(WS-HON-MAT 1 WS-HON-RANK)
             TO REG-INF-ALUMNO.
           MOVE 'HONOR' TO REG-INF-RUBRO.
           PERFORM 2900-GRABAR-INFORME
              THRU 2900-GRABAR-INFORME-FIN.

       3150-INFORMAR-PUESTO-ANTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3160-INFORMAR-PUESTO-DESPUES.
           IF WS-HON-NOM(WS-HON-MAT 2 WS-HON-RANK) EQUAL SPACES
              GO TO 3160-INFORMAR-PUESTO-DESPUES-FIN
           END-IF.
           MOVE 2 TO WS-HON-VER.
           MOVE 1 TO WS-HON-VER-BUS.
           PERFORM 3170-BUSCAR-EN-HONOR
              THRU 3170-BUSCAR-EN-HONOR-FIN.
           IF WS-HON-RANK-ENC NOT EQUAL 0
              GO TO 3160-INFORMAR-PUESTO-DESPUES-FIN
           END-IF.

           MOVE SPACES TO WS-DETALLE.
           STRING WS-HON-MATERIA(WS-HON-MAT) DELIMITED BY '  '
                  ' ' WS-HON-CICLO ': ENTRA AL CUADRO EN EL PUESTO '
                  WS-HON-RANK
                  DELIMITED BY SIZE
             INTO WS-DETALLE.
           MOVE WS-HON-NOM(WS-HON-MAT 2 WS-HON-RANK)
             TO REG-INF-ALUMNO.
           MOVE 'HONOR' TO REG-INF-RUBRO.
           PERFORM 2900-GRABAR-INFORME
              THRU 2900-GRABAR-INFORME-FIN.

       3160-INFORMAR-PUESTO-DESPUES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca al alumno del puesto WS-HON-RANK de la version
      * WS-HON-VER en la version WS-HON-VER-BUS de la misma materia;
      * deja el puesto en WS-HON-RANK-ENC (0 si no esta).
       3170-BUSCAR-EN-HONOR.
           MOVE 0 TO WS-HON-RANK-ENC.
           MOVE WS-HON-NOM(WS-HON-MAT WS-HON-VER WS-HON-RANK)
             TO WS-ALUMNO-BUSCADO.
           MOVE WS-HON-LEG(WS-HON-MAT WS-HON-VER WS-HON-RANK)
             TO WS-LEGAJO-BUSCADO.
           PERFORM 3175-COMPARAR-PUESTO
              THRU 3175-COMPARAR-PUESTO-FIN
              VARYING WS-HON-RANK-BUS FROM 1 BY 1
              UNTIL WS-HON-RANK-BUS GREATER THAN 3
                 OR WS-HON-RANK-ENC NOT EQUAL 0.

       3170-BUSCAR-EN-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3175-COMPARAR-PUESTO.
           IF WS-HON-NOM(WS-HON-MAT WS-HON-VER-BUS WS-HON-RANK-BUS)
                 EQUAL SPACES
              GO TO 3175-COMPARAR-PUESTO-FIN
           END-IF.
           MOVE WS-HON-LEG(WS-HON-MAT WS-HON-VER-BUS WS-HON-RANK-BUS)
             TO WS-LEGAJO-RENGLON.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-LEGAJO-RENGLON NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-LEGAJO-RENGLON EQUAL WS-LEGAJO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-HON-NOM(WS-HON-MAT WS-HON-VER-BUS WS-HON-RANK-BUS)
                    EQUAL WS-ALUMNO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.
           IF WS-ES-EL-ALUMNO-SI
              MOVE WS-HON-RANK-BUS TO WS-HON-RANK-ENC
           END-IF.

       3175-COMPARAR-PUESTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * HONOR.TXT con el trazado de TP01EJ, con el cuadro de despues.
       3200-GRABAR-HONOR.
           OPEN OUTPUT SAL-HONOR.
           IF NOT FS-SAL-HONOR-OK
              DISPLAY 'ERROR AL ABRIR HONOR.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HONOR
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-SEPARADOR-TITULOS TO WS-SALIDA-HONOR.
           WRITE WS-SALIDA-HONOR.
           MOVE 'Materia                       '
                TO WS-TITULO-HONOR-01.
           MOVE 'Apellido y Nombre                       '
                TO WS-TITULO-HONOR-02.
           MOVE 'Promedio' TO WS-TITULO-HONOR-03.
           MOVE WS-TITULO-HONOR TO WS-SALIDA-HONOR.
           WRITE WS-SALIDA-HONOR.
           MOVE WS-SEPARADOR-TITULOS TO WS-SALIDA-HONOR.
           WRITE WS-SALIDA-HONOR.

           PERFORM 3210-GRABAR-MATERIA-HONOR
              THRU 3210-GRABAR-MATERIA-HONOR-FIN
              VARYING WS-HON-MAT FROM 1 BY 1
              UNTIL WS-HON-MAT GREATER THAN WS-HON-CANTIDAD.

           MOVE WS-SEPARADOR-TITULOS TO WS-SALIDA-HONOR.
           WRITE WS-SALIDA-HONOR.
           CLOSE SAL-HONOR.
           DISPLAY 'HONOR.TXT REGRABADO PARA EL CICLO ' WS-HON-CICLO.

       3200-GRABAR-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3210-GRABAR-MATERIA-HONOR.
           PERFORM 3220-GRABAR-PUESTO-HONOR
              THRU 3220-GRABAR-PUESTO-HONOR-FIN
              VARYING WS-HON-RANK FROM 1 BY 1
              UNTIL WS-HON-RANK GREATER THAN 3.

       3210-GRABAR-MATERIA-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3220-GRABAR-PUESTO-HONOR.
           MOVE WS-HON-MATERIA(WS-HON-MAT) TO WS-LINEA-HONOR-MATERIA.
           MOVE WS-HON-NOM(WS-HON-MAT 2 WS-HON-RANK)
             TO WS-LINEA-HONOR-NOMBRE.
           MOVE WS-HON-PROM(WS-HON-MAT 2 WS-HON-RANK)
             TO WS-LINEA-HONOR-VALOR.
           MOVE WS-LINEA-HONOR TO WS-SALIDA-HONOR.
           WRITE WS-SALIDA-HONOR.

       3220-GRABAR-PUESTO-HONOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PROMEDIOS.TXT con el trazado de TP01EJ, desde las cursadas del
      * ciclo actual en la historia ya rectificada: un renglon por
      * materia con su tendencia, el promedio general y el separador
      * de cada alumno. Las cantidades del pie son de la corrida de
      * TP01EJ, que la historia no guarda: quedan las del archivo
      * anterior.
       3250-GRABAR-PROMEDIOS.
           PERFORM 3255-GUARDAR-PIE-PROMEDIOS
              THRU 3255-GUARDAR-PIE-PROMEDIOS-FIN.

           OPEN OUTPUT SAL-PROMEDIOS.
           IF NOT FS-SAL-PROMEDIOS-OK
              DISPLAY 'ERROR AL ABRIR PROMEDIOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROMEDIOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-SEPARADOR-TITULOS TO WS-SALIDA-PROMEDIOS.
           WRITE WS-SALIDA-PROMEDIOS.
           MOVE 'Apellido y Nombre                       '
                TO WS-TITULO-PROMEDIO-01.
           MOVE 'Materia                       '
                TO WS-TITULO-PROMEDIO-02.
           MOVE 'Promedio' TO WS-TITULO-PROMEDIO-03.
           MOVE 'Tendencia ' TO WS-TITULO-PROMEDIO-04.
           MOVE WS-TITULO-PROMEDIO TO WS-SALIDA-PROMEDIOS.
           WRITE WS-SALIDA-PROMEDIOS.
           MOVE WS-SEPARADOR-TITULOS TO WS-SALIDA-PROMEDIOS.
           WRITE WS-SALIDA-PROMEDIOS.

           SET WS-PROM-HAY-ALUMNO-NO TO TRUE.
           PERFORM 3260-GRABAR-RENGLON-PROMEDIO
              THRU 3260-GRABAR-RENGLON-PROMEDIO-FIN
              VARYING WS-HIS-IDX FROM 1 BY 1
              UNTIL WS-HIS-IDX GREATER THAN WS-HIS-CANTIDAD.
           IF WS-PROM-HAY-ALUMNO-SI
              PERFORM 3280-CERRAR-ALUMNO-PROMEDIOS
                 THRU 3280-CERRAR-ALUMNO-PROMEDIOS-FIN
           END-IF.

           MOVE WS-SEPARADOR-TITULOS TO WS-SALIDA-PROMEDIOS.
           WRITE WS-SALIDA-PROMEDIOS.
           PERFORM 3290-GRABAR-PIE-PROMEDIOS
              THRU 3290-GRABAR-PIE-PROMEDIOS-FIN
              VARYING WS-PIE-IDX FROM 1 BY 1
              UNTIL WS-PIE-IDX GREATER THAN WS-PIE-CANTIDAD.
           MOVE WS-SEPARADOR-TITULOS TO WS-SALIDA-PROMEDIOS.
           WRITE WS-SALIDA-PROMEDIOS.

           CLOSE SAL-PROMEDIOS.
           SET WS-PROMEDIOS-REGRABADO-SI TO TRUE.

       3250-GRABAR-PROMEDIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Sin PROMEDIOS.TXT anterior el pie sale sin cantidades.
       3255-GUARDAR-PIE-PROMEDIOS.
           MOVE 0 TO WS-PIE-CANTIDAD.
           MOVE 0 TO WS-PIE-TRAMO-CANTIDAD.
           SET WS-PIE-TRAMO-LARGO-NO TO TRUE.
           OPEN INPUT ENT-PROMEDIOS.
           EVALUATE TRUE
               WHEN FS-ENT-PROMEDIOS-OK
                   SET WS-PROMEDIOS-EOF-NO TO TRUE
                   PERFORM 3256-LEER-PIE-PROMEDIOS
                      THRU 3256-LEER-PIE-PROMEDIOS-FIN
                      UNTIL WS-PROMEDIOS-EOF-YES
                   CLOSE ENT-PROMEDIOS
               WHEN FS-ENT-PROMEDIOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMEDIOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROMEDIOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       3255-GUARDAR-PIE-PROMEDIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cada separador doble cierra el tramo leido desde el anterior:
      * al final queda guardado el ultimo, que es el pie.
       3256-LEER-PIE-PROMEDIOS.
           READ ENT-PROMEDIOS
               AT END
                   SET WS-PROMEDIOS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-PROMEDIO-ANT EQUAL WS-SEPARADOR-TITULOS
                      IF WS-PIE-TRAMO-LARGO-NO
                         MOVE WS-PIE-TRAMO TO WS-PIE-TABLA
                      END-IF
                      MOVE 0 TO WS-PIE-TRAMO-CANTIDAD
                      SET WS-PIE-TRAMO-LARGO-NO TO TRUE
                   ELSE
                      IF WS-PIE-TRAMO-CANTIDAD LESS THAN 10
                         ADD 1 TO WS-PIE-TRAMO-CANTIDAD
                         MOVE REG-PROMEDIO-ANT
                           TO WS-PIE-TRAMO-LINEA(WS-PIE-TRAMO-CANTIDAD)
                      ELSE
                         SET WS-PIE-TRAMO-LARGO-SI TO TRUE
                      END-IF
                   END-IF
           END-READ.

       3256-LEER-PIE-PROMEDIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Una cursada del ciclo actual: cambio de alumno, renglon de la
      * materia con su tendencia y acumulado para el promedio general.
       3260-GRABAR-RENGLON-PROMEDIO.
           IF WS-HIS-CICLO(WS-HIS-IDX) NOT EQUAL WS-CICLO-ACTUAL
              OR NOT WS-HIS-CURSADA(WS-HIS-IDX)
              GO TO 3260-GRABAR-RENGLON-PROMEDIO-FIN
           END-IF.

           MOVE WS-HIS-APE-NOM(WS-HIS-IDX) TO WS-ALUMNO-BUSCADO.
           IF WS-HIS-LEGAJO(WS-HIS-IDX) IS NUMERIC
              MOVE WS-HIS-LEGAJO-NUM(WS-HIS-IDX) TO WS-LEGAJO-BUSCADO
           ELSE
              MOVE 0 TO WS-LEGAJO-BUSCADO
           END-IF.

      * Una corrida repetida de TP01EJ deja el ciclo dos veces en la
      * historia: vale el ultimo renglon de cada alumno y materia.
           SET WS-PROM-REPETIDO-NO TO TRUE.
           SET WS-PROM-DESDE TO WS-HIS-IDX.
           ADD 1 TO WS-PROM-DESDE.
           PERFORM 3265-COMPARAR-REPETIDO
              THRU 3265-COMPARAR-REPETIDO-FIN
              VARYING WS-PROM-IDX FROM WS-PROM-DESDE BY 1
              UNTIL WS-PROM-IDX GREATER THAN WS-HIS-CANTIDAD
                 OR WS-PROM-REPETIDO-SI.
           IF WS-PROM-REPETIDO-SI
              GO TO 3260-GRABAR-RENGLON-PROMEDIO-FIN
           END-IF.

           IF WS-PROM-HAY-ALUMNO-SI
              SET WS-ES-EL-ALUMNO-NO TO TRUE
              IF WS-PROM-ALUMNO-LEG NOT EQUAL 0
                 AND WS-LEGAJO-BUSCADO NOT EQUAL 0
                 IF WS-PROM-ALUMNO-LEG EQUAL WS-LEGAJO-BUSCADO
                    SET WS-ES-EL-ALUMNO-SI TO TRUE
                 END-IF
              ELSE
                 IF WS-PROM-ALUMNO-NOM EQUAL WS-ALUMNO-BUSCADO
                    SET WS-ES-EL-ALUMNO-SI TO TRUE
                 END-IF
              END-IF
              IF WS-ES-EL-ALUMNO-NO
                 PERFORM 3280-CERRAR-ALUMNO-PROMEDIOS
                    THRU 3280-CERRAR-ALUMNO-PROMEDIOS-FIN
                 SET WS-PROM-HAY-ALUMNO-NO TO TRUE
              END-IF
           END-IF.
           IF WS-PROM-HAY-ALUMNO-NO
              SET WS-PROM-HAY-ALUMNO-SI TO TRUE
              MOVE WS-ALUMNO-BUSCADO TO WS-PROM-ALUMNO-NOM
              MOVE WS-LEGAJO-BUSCADO TO WS-PROM-ALUMNO-LEG
              MOVE 0 TO WS-PROM-NOTA-ACUM
              MOVE 0 TO WS-PROM-CANT-NOTAS
           END-IF.

           MOVE WS-HIS-APE-NOM(WS-HIS-IDX) TO WS-LINEA-PROMEDIO-NOMBRE.
           MOVE WS-HIS-MATERIA(WS-HIS-IDX)
             TO WS-LINEA-PROMEDIO-MATERIA.
           MOVE WS-HIS-PROMEDIO(WS-HIS-IDX) TO WS-LINEA-PROMEDIOS-VALOR.

      * Tendencia contra la cursada del ciclo previo mas reciente,
      * como en TP01EJ
           MOVE SPACES TO WS-PROM-CICLO-HALLADO.
           MOVE 0 TO WS-PROM-ANTERIOR.
           PERFORM 3270-COMPARAR-PROM-ANTERIOR
              THRU 3270-COMPARAR-PROM-ANTERIOR-FIN
              VARYING WS-PROM-IDX FROM 1 BY 1
              UNTIL WS-PROM-IDX GREATER THAN WS-HIS-CANTIDAD.
           EVALUATE TRUE
               WHEN WS-PROM-CICLO-HALLADO EQUAL SPACES
                   MOVE 'NUEVO' TO WS-LINEA-PROMEDIO-TENDENCIA
               WHEN WS-HIS-PROMEDIO(WS-HIS-IDX)
                    GREATER THAN WS-PROM-ANTERIOR
                   MOVE 'SUBIO' TO WS-LINEA-PROMEDIO-TENDENCIA
               WHEN WS-HIS-PROMEDIO(WS-HIS-IDX)
                    LESS THAN WS-PROM-ANTERIOR
                   MOVE 'BAJO' TO WS-LINEA-PROMEDIO-TENDENCIA
               WHEN OTHER
                   MOVE 'IGUAL' TO WS-LINEA-PROMEDIO-TENDENCIA
           END-EVALUATE.
           MOVE WS-LINEA-PROMEDIO TO WS-SALIDA-PROMEDIOS.
           WRITE WS-SALIDA-PROMEDIOS.

      * La historia guarda el promedio y no la suma de notas: la
      * materia pesa en el general por su cantidad de notas.
           IF WS-HIS-CANT-NOTAS(WS-HIS-IDX) IS NUMERIC
              MOVE WS-HIS-CANT-NOTAS-NUM(WS-HIS-IDX) TO WS-PROM-PESO
           ELSE
              MOVE 1 TO WS-PROM-PESO
           END-IF.
           COMPUTE WS-PROM-NOTA-ACUM = WS-PROM-NOTA-ACUM
              + WS-HIS-PROMEDIO(WS-HIS-IDX) * WS-PROM-PESO.
           ADD WS-PROM-PESO TO WS-PROM-CANT-NOTAS.

       3260-GRABAR-RENGLON-PROMEDIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3265-COMPARAR-REPETIDO.
           IF WS-HIS-CICLO(WS-PROM-IDX) NOT EQUAL WS-CICLO-ACTUAL
              OR NOT WS-HIS-CURSADA(WS-PROM-IDX)
              OR WS-HIS-MATERIA(WS-PROM-IDX) NOT EQUAL
                 WS-HIS-MATERIA(WS-HIS-IDX)
              GO TO 3265-COMPARAR-REPETIDO-FIN
           END-IF.
           IF WS-HIS-LEGAJO(WS-PROM-IDX) IS NUMERIC
              MOVE WS-HIS-LEGAJO-NUM(WS-PROM-IDX) TO WS-LEGAJO-RENGLON
           ELSE
              MOVE 0 TO WS-LEGAJO-RENGLON
           END-IF.
           IF WS-LEGAJO-RENGLON NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-LEGAJO-RENGLON EQUAL WS-LEGAJO-BUSCADO
                 SET WS-PROM-REPETIDO-SI TO TRUE
              END-IF
           ELSE
              IF WS-HIS-APE-NOM(WS-PROM-IDX) EQUAL WS-ALUMNO-BUSCADO
                 SET WS-PROM-REPETIDO-SI TO TRUE
              END-IF
           END-IF.

       3265-COMPARAR-REPETIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3270-COMPARAR-PROM-ANTERIOR.
           IF WS-HIS-CICLO(WS-PROM-IDX) NOT LESS THAN WS-CICLO-ACTUAL
              OR WS-HIS-CICLO(WS-PROM-IDX) NOT GREATER THAN
                 WS-PROM-CICLO-HALLADO
              OR NOT WS-HIS-CURSADA(WS-PROM-IDX)
              OR WS-HIS-MATERIA(WS-PROM-IDX) NOT EQUAL
                 WS-HIS-MATERIA(WS-HIS-IDX)
              GO TO 3270-COMPARAR-PROM-ANTERIOR-FIN
           END-IF.
           IF WS-HIS-LEGAJO(WS-PROM-IDX) IS NUMERIC
              MOVE WS-HIS-LEGAJO-NUM(WS-PROM-IDX) TO WS-LEGAJO-RENGLON
           ELSE
              MOVE 0 TO WS-LEGAJO-RENGLON
           END-IF.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-LEGAJO-RENGLON NOT EQUAL 0
              AND WS-LEGAJO-BUSCADO NOT EQUAL 0
              IF WS-LEGAJO-RENGLON EQUAL WS-LEGAJO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-HIS-APE-NOM(WS-PROM-IDX) EQUAL WS-ALUMNO-BUSCADO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.
           IF WS-ES-EL-ALUMNO-SI
              MOVE WS-HIS-CICLO(WS-PROM-IDX) TO WS-PROM-CICLO-HALLADO
              MOVE WS-HIS-PROMEDIO(WS-PROM-IDX) TO WS-PROM-ANTERIOR
           END-IF.

       3270-COMPARAR-PROM-ANTERIOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cierra al alumno: promedio general si tuvo alguna materia, y
      * el separador.
       3280-CERRAR-ALUMNO-PROMEDIOS.
           IF WS-PROM-CANT-NOTAS GREATER THAN 0
              DIVIDE WS-PROM-NOTA-ACUM BY WS-PROM-CANT-NOTAS
                 GIVING WS-PROM-GENERAL
              MOVE WS-PROM-ALUMNO-NOM TO WS-LINEA-PROMEDIO-NOMBRE
              MOVE 'PROMEDIO GENERAL' TO WS-LINEA-PROMEDIO-MATERIA
              MOVE WS-PROM-GENERAL TO WS-LINEA-PROMEDIOS-VALOR
              MOVE SPACES TO WS-LINEA-PROMEDIO-TENDENCIA
              MOVE WS-LINEA-PROMEDIO TO WS-SALIDA-PROMEDIOS
              WRITE WS-SALIDA-PROMEDIOS
           END-IF.
           MOVE WS-SEPARADOR-ALUMNOS TO WS-SALIDA-PROMEDIOS.
           WRITE WS-SALIDA-PROMEDIOS.

       3280-CERRAR-ALUMNO-PROMEDIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3290-GRABAR-PIE-PROMEDIOS.
           MOVE WS-PIE-LINEA(WS-PIE-IDX) TO WS-SALIDA-PROMEDIOS.
           WRITE WS-SALIDA-PROMEDIOS.

       3290-GRABAR-PIE-PROMEDIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Guarda BECAS_OTORGADAS.TXT y EGRESADOS.TXT como estan, para
      * que INFORME los compare con lo que dejen TP01BECAS y TP01TITUL
      * corridos sobre la historia rectificada. Si alguno no existe
      * la copia queda vacia.
       3300-GUARDAR-RESULTADOS.
           OPEN OUTPUT SAL-BECAS-ANT.
           IF NOT FS-SAL-BECAS-ANT-OK
              DISPLAY 'ERROR AL ABRIR RECTIF_BECAS_ANTES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-BECAS-ANT
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ENT-BECAS.
           EVALUATE TRUE
               WHEN FS-ENT-BECAS-OK
                   SET WS-BECAS-EOF-NO TO TRUE
                   PERFORM 3310-COPIAR-BECA
                      THRU 3310-COPIAR-BECA-FIN
                      UNTIL WS-BECAS-EOF-YES
                   CLOSE ENT-BECAS
               WHEN FS-ENT-BECAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR BECAS_OTORGADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-BECAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CLOSE SAL-BECAS-ANT.

           OPEN OUTPUT SAL-EGRESADOS-ANT.
           IF NOT FS-SAL-EGRESADOS-ANT-OK
              DISPLAY 'ERROR AL ABRIR RECTIF_EGRESADOS_ANTES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-EGRESADOS-ANT
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ENT-EGRESADOS.
           EVALUATE TRUE
               WHEN FS-ENT-EGRESADOS-OK
                   SET WS-EGRESADOS-EOF-NO TO TRUE
                   PERFORM 3320-COPIAR-EGRESADO
                      THRU 3320-COPIAR-EGRESADO-FIN
                      UNTIL WS-EGRESADOS-EOF-YES
                   CLOSE ENT-EGRESADOS
               WHEN FS-ENT-EGRESADOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EGRESADOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-EGRESADOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CLOSE SAL-EGRESADOS-ANT.

       3300-GUARDAR-RESULTADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3310-COPIAR-BECA.
           READ ENT-BECAS
               AT END
                   SET WS-BECAS-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-BECA TO REG-BECA-ANT-SAL
                   WRITE REG-BECA-ANT-SAL
           END-READ.

       3310-COPIAR-BECA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3320-COPIAR-EGRESADO.
           READ ENT-EGRESADOS
               AT END
                   SET WS-EGRESADOS-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-EGRESADO TO REG-EGRESADO-ANT-SAL
                   WRITE REG-EGRESADO-ANT-SAL
           END-READ.

       3320-COPIAR-EGRESADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Modo INFORME: compara las becas y los egresados guardados por
      * APLICAR con los que dejaron TP01BECAS y TP01TITUL, y agrega
      * al informe a quien le cambio algo.
       5000-INFORMAR-RESULTADOS.
           INITIALIZE WS-BEC-TABLA.
           INITIALIZE WS-EGR-TABLA.

           OPEN INPUT ENT-BECAS-ANT.
           EVALUATE TRUE
               WHEN FS-ENT-BECAS-ANT-OK
                   SET WS-BECAS-EOF-NO TO TRUE
                   PERFORM 5110-LEER-BECA-ANTES
                      THRU 5110-LEER-BECA-ANTES-FIN
                      UNTIL WS-BECAS-EOF-YES
                   CLOSE ENT-BECAS-ANT
               WHEN FS-ENT-BECAS-ANT-NFD
                   DISPLAY 'NO HAY RESULTADOS GUARDADOS: CORRER '
                      'ANTES TP01RECTI APLICAR'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECTIF_BECAS_ANTES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-BECAS-ANT
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-BECAS.
           EVALUATE TRUE
               WHEN FS-ENT-BECAS-OK
                   SET WS-BECAS-EOF-NO TO TRUE
                   PERFORM 5120-LEER-BECA-DESPUES
                      THRU 5120-LEER-BECA-DESPUES-FIN
                      UNTIL WS-BECAS-EOF-YES
                   CLOSE ENT-BECAS
               WHEN FS-ENT-BECAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR BECAS_OTORGADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-BECAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-EGRESADOS-ANT.
           EVALUATE TRUE
               WHEN FS-ENT-EGRESADOS-ANT-OK
                   SET WS-EGRESADOS-EOF-NO TO TRUE
                   PERFORM 5210-LEER-EGRESADO-ANTES
                      THRU 5210-LEER-EGRESADO-ANTES-FIN
                      UNTIL WS-EGRESADOS-EOF-YES
                   CLOSE ENT-EGRESADOS-ANT
               WHEN FS-ENT-EGRESADOS-ANT-NFD
                   DISPLAY 'NO HAY RESULTADOS GUARDADOS: CORRER '
                      'ANTES TP01RECTI APLICAR'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECTIF_EGRESADOS_ANTES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-EGRESADOS-ANT
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-EGRESADOS.
           EVALUATE TRUE
               WHEN FS-ENT-EGRESADOS-OK
                   SET WS-EGRESADOS-EOF-NO TO TRUE
                   PERFORM 5220-LEER-EGRESADO-DESPUES
                      THRU 5220-LEER-EGRESADO-DESPUES-FIN
                      UNTIL WS-EGRESADOS-EOF-YES
                   CLOSE ENT-EGRESADOS
               WHEN FS-ENT-EGRESADOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EGRESADOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-EGRESADOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN EXTEND SAL-INFORME.
           IF FS-SAL-INFORME-NFD
              OPEN OUTPUT SAL-INFORME
           END-IF.
           IF NOT FS-SAL-INFORME-OK
              DISPLAY 'ERROR AL ABRIR RECTIFICACIONES_INFORME.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-INFORME
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 1 TO WS-BEC-VER.
           PERFORM 5300-COMPARAR-BECA-ANTES
              THRU 5300-COMPARAR-BECA-ANTES-FIN
              VARYING WS-BEC-FILA FROM 1 BY 1
              UNTIL WS-BEC-FILA GREATER THAN WS-BEC-CANTIDAD(1).
           MOVE 2 TO WS-BEC-VER.
           PERFORM 5310-COMPARAR-BECA-DESPUES
              THRU 5310-COMPARAR-BECA-DESPUES-FIN
              VARYING WS-BEC-FILA FROM 1 BY 1
              UNTIL WS-BEC-FILA GREATER THAN WS-BEC-CANTIDAD(2).

           MOVE 1 TO WS-EGR-VER.
           PERFORM 5400-COMPARAR-EGRESADO-ANTES
              THRU 5400-COMPARAR-EGRESADO-ANTES-FIN
              VARYING WS-EGR-FILA FROM 1 BY 1
              UNTIL WS-EGR-FILA GREATER THAN WS-EGR-CANTIDAD(1).
           MOVE 2 TO WS-EGR-VER.
           PERFORM 5410-COMPARAR-EGRESADO-DESPUES
              THRU 5410-COMPARAR-EGRESADO-DESPUES-FIN
              VARYING WS-EGR-FILA FROM 1 BY 1
              UNTIL WS-EGR-FILA GREATER THAN WS-EGR-CANTIDAD(2).

           CLOSE SAL-INFORME.
           DISPLAY 'BECAS ANTES / DESPUES      : ' WS-BEC-CANTIDAD(1)
              ' / ' WS-BEC-CANTIDAD(2).
           DISPLAY 'EGRESADOS ANTES / DESPUES  : ' WS-EGR-CANTIDAD(1)
              ' / ' WS-EGR-CANTIDAD(2).
           DISPLAY 'ALUMNOS CON CAMBIOS        : ' WS-CONT-CAMBIOS.

       5000-INFORMAR-RESULTADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5110-LEER-BECA-ANTES.
           READ ENT-BECAS-ANT
               AT END
                   SET WS-BECAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-BEC-CANTIDAD(1) LESS THAN 500
                      ADD 1 TO WS-BEC-CANTIDAD(1)
                      MOVE REG-BEA-ALUMNO
                        TO WS-BEC-ALUMNO(1 WS-BEC-CANTIDAD(1))
                      MOVE REG-BEA-PUESTO
                        TO WS-BEC-PUESTO(1 WS-BEC-CANTIDAD(1))
                   END-IF
           END-READ.

       5110-LEER-BECA-ANTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5120-LEER-BECA-DESPUES.
           READ ENT-BECAS
               AT END
                   SET WS-BECAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-BEC-CANTIDAD(2) LESS THAN 500
                      ADD 1 TO WS-BEC-CANTIDAD(2)
                      MOVE REG-BEC-ALUMNO
                        TO WS-BEC-ALUMNO(2 WS-BEC-CANTIDAD(2))
                      MOVE REG-BEC-PUESTO
                        TO WS-BEC-PUESTO(2 WS-BEC-CANTIDAD(2))
                   END-IF
           END-READ.

       5120-LEER-BECA-DESPUES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5210-LEER-EGRESADO-ANTES.
           READ ENT-EGRESADOS-ANT
               AT END
                   SET WS-EGRESADOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-EGR-CANTIDAD(1) LESS THAN 2000
                      ADD 1 TO WS-EGR-CANTIDAD(1)
                      MOVE REG-EGA-ALUMNO
                        TO WS-EGR-ALUMNO(1 WS-EGR-CANTIDAD(1))
                   END-IF
           END-READ.

       5210-LEER-EGRESADO-ANTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5220-LEER-EGRESADO-DESPUES.
           READ ENT-EGRESADOS
               AT END
                   SET WS-EGRESADOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-EGR-CANTIDAD(2) LESS THAN 2000
                      ADD 1 TO WS-EGR-CANTIDAD(2)
                      MOVE REG-EGR-ALUMNO
                        TO WS-EGR-ALUMNO(2 WS-EGR-CANTIDAD(2))
                   END-IF
           END-READ.

       5220-LEER-EGRESADO-DESPUES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Becario de antes: si ya no esta perdio la beca, si esta en
      * otro puesto cambio. BECAS_OTORGADAS.TXT trae solo el nombre.
       5300-COMPARAR-BECA-ANTES.
           MOVE 2 TO WS-BEC-VER-BUS.
           PERFORM 5350-BUSCAR-BECA
              THRU 5350-BUSCAR-BECA-FIN.
           MOVE SPACES TO WS-DETALLE.
           IF WS-BEC-FILA-ENC EQUAL 0
              STRING 'PIERDE LA BECA, TENIA EL PUESTO '
                     WS-BEC-PUESTO(1 WS-BEC-FILA)
                     DELIMITED BY SIZE
                INTO WS-DETALLE
           ELSE
              IF WS-BEC-PUESTO(2 WS-BEC-FILA-ENC) EQUAL
                    WS-BEC-PUESTO(1 WS-BEC-FILA)
                 GO TO 5300-COMPARAR-BECA-ANTES-FIN
              END-IF
              STRING 'PASA DEL PUESTO '
                     WS-BEC-PUESTO(1 WS-BEC-FILA) ' AL '
                     WS-BEC-PUESTO(2 WS-BEC-FILA-ENC)
                     DELIMITED BY SIZE
                INTO WS-DETALLE
           END-IF.
           MOVE WS-BEC-ALUMNO(1 WS-BEC-FILA) TO REG-INF-ALUMNO.
           MOVE 'BECA' TO REG-INF-RUBRO.
           PERFORM 2900-GRABAR-INFORME
              THRU 2900-GRABAR-INFORME-FIN.

       5300-COMPARAR-BECA-ANTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5310-COMPARAR-BECA-DESPUES.
           MOVE 1 TO WS-BEC-VER-BUS.
           PERFORM 5350-BUSCAR-BECA
              THRU 5350-BUSCAR-BECA-FIN.
           IF WS-BEC-FILA-ENC NOT EQUAL 0
              GO TO 5310-COMPARAR-BECA-DESPUES-FIN
           END-IF.
           MOVE SPACES TO WS-DETALLE.
           STRING 'OBTIENE LA BECA EN EL PUESTO '
                  WS-BEC-PUESTO(2 WS-BEC-FILA)
                  DELIMITED BY SIZE
             INTO WS-DETALLE.
           MOVE WS-BEC-ALUMNO(2 WS-BEC-FILA) TO REG-INF-ALUMNO.
           MOVE 'BECA' TO REG-INF-RUBRO.
           PERFORM 2900-GRABAR-INFORME
              THRU 2900-GRABAR-INFORME-FIN.

       5310-COMPARAR-BECA-DESPUES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Busca al becario WS-BEC-FILA de la version WS-BEC-VER en la
      * version WS-BEC-VER-BUS; deja la fila en WS-BEC-FILA-ENC.
       5350-BUSCAR-BECA.
           MOVE 0 TO WS-BEC-FILA-ENC.
           PERFORM 5355-COMPARAR-BECA
              THRU 5355-COMPARAR-BECA-FIN
              VARYING WS-BEC-FILA-BUS FROM 1 BY 1
              UNTIL WS-BEC-FILA-BUS GREATER THAN
                    WS-BEC-CANTIDAD(WS-BEC-VER-BUS)
                 OR WS-BEC-FILA-ENC NOT EQUAL 0.

       5350-BUSCAR-BECA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5355-COMPARAR-BECA.
           IF WS-BEC-ALUMNO(WS-BEC-VER-BUS WS-BEC-FILA-BUS) EQUAL
              WS-BEC-ALUMNO(WS-BEC-VER WS-BEC-FILA)
              MOVE WS-BEC-FILA-BUS TO WS-BEC-FILA-ENC
           END-IF.

       5355-COMPARAR-BECA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5400-COMPARAR-EGRESADO-ANTES.
           MOVE 2 TO WS-EGR-VER-BUS.
           PERFORM 5450-BUSCAR-EGRESADO
              THRU 5450-BUSCAR-EGRESADO-FIN.
           IF WS-EGR-FILA-ENC NOT EQUAL 0
              GO TO 5400-COMPARAR-EGRESADO-ANTES-FIN
           END-IF.
           MOVE 'DEJA DE SER EGRESADO' TO WS-DETALLE.
           MOVE WS-EGR-ALUMNO(1 WS-EGR-FILA) TO REG-INF-ALUMNO.
           MOVE 'EGRESO' TO REG-INF-RUBRO.
           PERFORM 2900-GRABAR-INFORME
              THRU 2900-GRABAR-INFORME-FIN.

       5400-COMPARAR-EGRESADO-ANTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5410-COMPARAR-EGRESADO-DESPUES.
           MOVE 1 TO WS-EGR-VER-BUS.
           PERFORM 5450-BUSCAR-EGRESADO
              THRU 5450-BUSCAR-EGRESADO-FIN.
           IF WS-EGR-FILA-ENC NOT EQUAL 0
              GO TO 5410-COMPARAR-EGRESADO-DESPUES-FIN
           END-IF.
           MOVE 'PASA A SER EGRESADO' TO WS-DETALLE.
           MOVE WS-EGR-ALUMNO(2 WS-EGR-FILA) TO REG-INF-ALUMNO.
           MOVE 'EGRESO' TO REG-INF-RUBRO.
           PERFORM 2900-GRABAR-INFORME
              THRU 2900-GRABAR-INFORME-FIN.

       5410-COMPARAR-EGRESADO-DESPUES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5450-BUSCAR-EGRESADO.
           MOVE 0 TO WS-EGR-FILA-ENC.
           PERFORM 5455-COMPARAR-EGRESADO
              THRU 5455-COMPARAR-EGRESADO-FIN
              VARYING WS-EGR-FILA-BUS FROM 1 BY 1
              UNTIL WS-EGR-FILA-BUS GREATER THAN
                    WS-EGR-CANTIDAD(WS-EGR-VER-BUS)
                 OR WS-EGR-FILA-ENC NOT EQUAL 0.

       5450-BUSCAR-EGRESADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5455-COMPARAR-EGRESADO.
           IF WS-EGR-ALUMNO(WS-EGR-VER-BUS WS-EGR-FILA-BUS) EQUAL
              WS-EGR-ALUMNO(WS-EGR-VER WS-EGR-FILA)
              MOVE WS-EGR-FILA-BUS TO WS-EGR-FILA-ENC
           END-IF.

       5455-COMPARAR-EGRESADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE ENT-PEDIDOS
                 SAL-AUDITORIA
                 SAL-RECHAZOS
                 SAL-INFORME.

           DISPLAY 'RECTIFICACIONES LEIDAS     : ' WS-CONT-PEDIDOS.
           DISPLAY 'RECTIFICACIONES APLICADAS  : ' WS-CONT-APLICADAS.
           DISPLAY '  RENGLONES MODIFICADOS    : ' WS-CONT-RENGLONES.
           DISPLAY 'RECTIFICACIONES RECHAZADAS : ' WS-CONT-RECHAZADAS.
           DISPLAY 'CAMBIOS EN EL CUADRO DE HONOR: '
              WS-CONT-CAMBIOS.
           IF WS-PROMEDIOS-REGRABADO-SI
              DISPLAY 'PROMEDIOS.TXT REGENERADO PARA EL CICLO '
                 WS-CICLO-ACTUAL
           END-IF.
           IF WS-CONT-APLICADAS GREATER THAN 0
              DISPLAY 'CORRER TP01BECAS Y TP01TITUL Y DESPUES '
                 'TP01RECTI INFORME'
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01RECTI.
