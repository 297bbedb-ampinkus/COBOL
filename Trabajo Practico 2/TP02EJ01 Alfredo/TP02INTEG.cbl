      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02INTEG.CBL - Barrido nocturno de integridad
      *          referencial de los archivos de tarjetas. Cada lote
      *          controla solo los archivos que lee, y los vinculos
      *          rotos entre archivos se iban acumulando sin que nadie
      *          los viera. Este programa cruza todas esas relaciones
      *          y deja INTEGRIDAD_REPORTE.TXT con las excepciones
      *          agrupadas por regla, la cantidad de cada una y el
      *          delta contra la noche anterior (INTEGRIDAD_HISTORIA
      *          .TXT). Reglas:
      *            01 lotes de PUNTOS.TXT de cuentas que no estan en
      *               el master de tarjetas
      *            02 planes vigentes de PLANES_PAGO.TXT de tarjetas
      *               cerradas o que no estan en el master
      *            03 perfiles de CONTROLES_TARJETA.TXT de tarjetas
      *               reemplazadas (TARJETAS_REEMPLAZO.TXT) o que no
      *               estan en el master
      *            04 disputas de DISPUTAS.TXT que apuntan a un
      *               consumo que ya no esta en CONSUMOS.SEQ
      *               (archivado por TP02ARCHI o inexistente)
      *            05 comercios del feed sin registro en
      *               COMERCIOS.VSAM
      *          Cada regla es SEVERA o AVISO; la severidad por
      *          defecto se puede cambiar en INTEGRIDAD_REGLAS.TXT.
      *          Termina con RC 0 si no hay excepciones, RC 4 si solo
      *          rompieron reglas de aviso y RC 8 si rompio alguna
      *          severa: TP02CHAIN sigue con RC 4 y corta con RC 8.
      *          Uso: TP02INTEG
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02INTEG.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Volcado del master que deja MAESTARJ en modo X
           SELECT ENT-TARJETAS
           ASSIGN TO '../TARJETAS_EXPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TARJETAS.

           SELECT ENT-REEMPLAZOS
           ASSIGN TO '../TARJETAS_REEMPLAZO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-REEMPLAZOS.

           SELECT ENT-PUNTOS
           ASSIGN TO '../PUNTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PUNTOS.

           SELECT ENT-PLANES
           ASSIGN TO '../PLANES_PAGO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PLANES.

           SELECT ENT-CONTROLES
           ASSIGN TO '../CONTROLES_TARJETA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONTROLES.

           SELECT ENT-DISPUTAS
           ASSIGN TO '../DISPUTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DISPUTAS.

           SELECT ENT-CONSUMOS
           ASSIGN TO '../CONSUMOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONSUMOS.

      *    Nombre logico del archivo: COMERCIOS
      *    Nombre fisico del archivo: ../COMERCIOS.VSAM
           SELECT COMERCIOS
           ASSIGN TO '../COMERCIOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COM-ID-COMERCIO
           FILE STATUS IS FS-COMERCIOS.

      *    Severidad de cada regla, si se quiere cambiar la que trae
      *    el programa. Si no existe rigen las de por defecto.
           SELECT ENT-REGLAS
           ASSIGN TO '../INTEGRIDAD_REGLAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-REGLAS.

      *    Cantidades de la noche anterior, para los deltas
           SELECT ENT-HISTORIA
           ASSIGN TO '../INTEGRIDAD_HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

      *****ARCHIVOS DE SALIDA
           SELECT SAL-REPORTE
           ASSIGN TO '../INTEGRIDAD_REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

           SELECT SAL-HISTORIA
           ASSIGN TO '../INTEGRIDAD_HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIA.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-TARJETAS.
           COPY EXPTARJ.

       FD ENT-REEMPLAZOS.
           COPY REEMPXRF.

       FD ENT-PUNTOS.
           COPY PUNTOS.

       FD ENT-PLANES.
           COPY PLANPAGO.

       FD ENT-CONTROLES.
           COPY CTRLTARJ.

       FD ENT-DISPUTAS.
           COPY DISPUTAS.

       FD ENT-CONSUMOS.
           COPY CONSUMOS.

       FD COMERCIOS.
           COPY COMERCIO.

       FD ENT-REGLAS.
       01 REG-REGLA.
          05 REG-RGL-REGLA             PIC 9(02).
      * S severa (corta la cadena), A aviso
          05 REG-RGL-SEVERIDAD         PIC X(01).

       FD ENT-HISTORIA.
       01 REG-HISTORIA.
          05 REG-HIS-FECHA             PIC 9(08).
          05 REG-HIS-CANTIDAD OCCURS 5 TIMES
                                       PIC 9(07).

       FD SAL-REPORTE.
       01 FD-REPORTE-LINEA             PIC X(99).

       FD SAL-HISTORIA.
       01 FD-SAL-HISTORIA.
          05 FD-HIS-FECHA              PIC 9(08).
          05 FD-HIS-CANTIDAD OCCURS 5 TIMES
                                       PIC 9(07).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-TARJETAS                   PIC X(2).
             88 FS-ENT-TARJETAS-OK                 VALUE '00'.
             88 FS-ENT-TARJETAS-EOF                VALUE '10'.
          05 FS-ENT-REEMPLAZOS                 PIC X(2).
             88 FS-ENT-REEMPLAZOS-OK               VALUE '00'.
             88 FS-ENT-REEMPLAZOS-EOF              VALUE '10'.
             88 FS-ENT-REEMPLAZOS-NFD              VALUE '35'.
          05 FS-ENT-PUNTOS                     PIC X(2).
             88 FS-ENT-PUNTOS-OK                   VALUE '00'.
             88 FS-ENT-PUNTOS-EOF                  VALUE '10'.
             88 FS-ENT-PUNTOS-NFD                  VALUE '35'.
          05 FS-ENT-PLANES                     PIC X(2).
             88 FS-ENT-PLANES-OK                   VALUE '00'.
             88 FS-ENT-PLANES-EOF                  VALUE '10'.
             88 FS-ENT-PLANES-NFD                  VALUE '35'.
          05 FS-ENT-CONTROLES                  PIC X(2).
             88 FS-ENT-CONTROLES-OK                VALUE '00'.
             88 FS-ENT-CONTROLES-EOF               VALUE '10'.
             88 FS-ENT-CONTROLES-NFD               VALUE '35'.
          05 FS-ENT-DISPUTAS                   PIC X(2).
             88 FS-ENT-DISPUTAS-OK                 VALUE '00'.
             88 FS-ENT-DISPUTAS-EOF                VALUE '10'.
             88 FS-ENT-DISPUTAS-NFD                VALUE '35'.
          05 FS-ENT-CONSUMOS                   PIC X(2).
             88 FS-ENT-CONSUMOS-OK                 VALUE '00'.
             88 FS-ENT-CONSUMOS-EOF                VALUE '10'.
             88 FS-ENT-CONSUMOS-NFD                VALUE '35'.
          05 FS-COMERCIOS                      PIC X(2).
             88 FS-COMERCIOS-OK                    VALUE '00'.
             88 FS-COMERCIOS-NFD                   VALUE '35'.
             88 FS-COMERCIOS-CLAVE-NFD             VALUE '23'.
          05 FS-ENT-REGLAS                     PIC X(2).
             88 FS-ENT-REGLAS-OK                   VALUE '00'.
             88 FS-ENT-REGLAS-EOF                  VALUE '10'.
             88 FS-ENT-REGLAS-NFD                  VALUE '35'.
          05 FS-ENT-HISTORIA                   PIC X(2).
             88 FS-ENT-HISTORIA-OK                 VALUE '00'.
             88 FS-ENT-HISTORIA-NFD                VALUE '35'.
          05 FS-SAL-REPORTE                    PIC X(2).
             88 FS-SAL-REPORTE-OK                  VALUE '00'.
          05 FS-SAL-HISTORIA                   PIC X(2).
             88 FS-SAL-HISTORIA-OK                 VALUE '00'.

      * Estructura de comunicacion con el master de tarjetas
       01 LK-TARJETA.
           COPY MAESTARJ.

      * Switches de fin de archivo
       01 WS-TARJETAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-TARJETAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-TARJETAS-EOF-NO                    VALUE 'FALSE'.
       01 WS-REEMPLAZOS-EOF                    PIC X(5) VALUE 'FALSE'.
          88 WS-REEMPLAZOS-EOF-YES                 VALUE 'TRUE'.
          88 WS-REEMPLAZOS-EOF-NO                  VALUE 'FALSE'.
       01 WS-PUNTOS-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-PUNTOS-EOF-YES                     VALUE 'TRUE'.
          88 WS-PUNTOS-EOF-NO                      VALUE 'FALSE'.
       01 WS-PLANES-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-PLANES-EOF-YES                     VALUE 'TRUE'.
          88 WS-PLANES-EOF-NO                      VALUE 'FALSE'.
       01 WS-CONTROLES-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-CONTROLES-EOF-YES                  VALUE 'TRUE'.
          88 WS-CONTROLES-EOF-NO                   VALUE 'FALSE'.
       01 WS-DISPUTAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-DISPUTAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-DISPUTAS-EOF-NO                    VALUE 'FALSE'.
       01 WS-CONSUMOS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-CONSUMOS-EOF-YES                   VALUE 'TRUE'.
          88 WS-CONSUMOS-EOF-NO                    VALUE 'FALSE'.
       01 WS-REGLAS-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-REGLAS-EOF-YES                     VALUE 'TRUE'.
          88 WS-REGLAS-EOF-NO                      VALUE 'FALSE'.

      * Fecha del proceso
       01 WS-FECHA-PROCESO                     PIC 9(8).

      * Reglas del barrido: descripcion, severidad (S severa, A
      * aviso), excepciones de esta noche y de la anterior
       77 WS-CANT-REGLAS                       PIC 9(02) VALUE 5.
       77 WS-REGLA                             PIC 9(02) VALUE 0.
       77 WS-ANT-FECHA                         PIC 9(08) VALUE 0.
       01 WS-TABLA-REGLAS.
          05 WS-REGLA-ITEM OCCURS 5 TIMES.
             10 WS-REGLA-DESCRIPCION      PIC X(60).
             10 WS-REGLA-SEVERIDAD        PIC X(01).
                88 WS-REGLA-SEVERA            VALUE 'S'.
                88 WS-REGLA-AVISO             VALUE 'A'.
             10 WS-REGLA-CANTIDAD         PIC 9(07).
             10 WS-REGLA-ANTERIOR         PIC 9(07).

      * Resultado de la noche
       01 WS-VEREDICTO                         PIC X(01) VALUE 'L'.
          88 WS-NOCHE-LIMPIA                       VALUE 'L'.
          88 WS-NOCHE-AVISOS                       VALUE 'A'.
          88 WS-NOCHE-SEVERA                       VALUE 'S'.

      * Master de tarjetas en memoria: tarjeta, cuenta y estado
       77 WS-INDICE-TAR                        PIC 9(04) VALUE 1.
       77 WS-CANT-TARJETAS                     PIC 9(04) VALUE 0.
       77 WS-FILA-TAR                          PIC 9(04) VALUE 0.
       01 WS-TABLA-TARJETAS.
          05 WS-TAR-ITEM OCCURS 2000 TIMES.
             10 WS-TAR-ITEM-TARJETA       PIC X(19).
             10 WS-TAR-ITEM-CUENTA        PIC 9(10).
             10 WS-TAR-ITEM-ESTADO        PIC X(01).

      * Tarjetas reemplazadas y la que las reemplazo
       77 WS-INDICE-REE                        PIC 9(04) VALUE 1.
       77 WS-CANT-REEMPLAZOS                   PIC 9(04) VALUE 0.
       77 WS-FILA-REE                          PIC 9(04) VALUE 0.
       01 WS-TABLA-REEMPLAZOS.
          05 WS-REE-ITEM OCCURS 2000 TIMES.
             10 WS-REE-ITEM-VIEJA         PIC X(19).
             10 WS-REE-ITEM-NUEVA         PIC X(19).

      * Disputas, con la marca de si su consumo aparecio en el feed
       77 WS-INDICE-DIS                        PIC 9(05) VALUE 1.
       77 WS-CANT-DISPUTAS                     PIC 9(04) VALUE 0.
       01 WS-TABLA-DISPUTAS.
          05 WS-DIS-ITEM OCCURS 9999 TIMES.
             10 WS-DIS-ITEM-TARJETA       PIC X(19).
             10 WS-DIS-ITEM-CONSUMO       PIC 9(10).
             10 WS-DIS-ITEM-HALLADO       PIC X(01).

      * Comercios del feed que no estan en el maestro, con la
      * cantidad de consumos que traen
       77 WS-INDICE-COM                        PIC 9(04) VALUE 1.
       77 WS-CANT-COM-FALTANTES                PIC 9(04) VALUE 0.
       77 WS-FILA-COM                          PIC 9(04) VALUE 0.
       01 WS-TABLA-COM-FALTANTES.
          05 WS-COM-ITEM OCCURS 500 TIMES.
             10 WS-COM-ITEM-ID            PIC 9(06).
             10 WS-COM-ITEM-CONSUMOS      PIC 9(07).

      * Claves buscadas
       77 WS-TARJETA-BUSCADA                   PIC X(19) VALUE SPACES.
       77 WS-CUENTA-BUSCADA                    PIC 9(10) VALUE 0.

      * Lineas del reporte
       01 WS-REP-SEPARADOR                     PIC X(99) VALUE ALL '='.
       01 WS-REP-ENC-REGLA.
          05 FILLER                    PIC X(06) VALUE 'REGLA '.
          05 WS-REP-ENC-NRO            PIC 9(02).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-ENC-SEVERIDAD      PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-ENC-DESCRIPCION    PIC X(60).
       01 WS-REP-DET-EXCEPCION.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-REP-EXC-CLAVE          PIC X(19).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-EXC-DATO           PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-EXC-MOTIVO         PIC X(50).
       01 WS-REP-DET-TOTAL.
          05 FILLER                    PIC X(08) VALUE 'TOTAL   '.
          05 WS-REP-TOT-NRO            PIC 9(02).
          05 FILLER                    PIC X(11) VALUE ' CANTIDAD: '.
          05 WS-REP-TOT-CANTIDAD       PIC ZZZZZZ9.
          05 FILLER                    PIC X(12) VALUE '  ANTERIOR: '.
          05 WS-REP-TOT-ANTERIOR       PIC ZZZZZZ9.
          05 FILLER                    PIC X(09) VALUE '  DELTA: '.
          05 WS-REP-TOT-DELTA          PIC -ZZZZZZ9.
       77 WS-DELTA                             PIC S9(08) VALUE 0.
       01 WS-DATO-NUMERO                       PIC 9(10) VALUE 0.
       01 WS-DATO-CANTIDAD                     PIC ZZZZZZ9.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-CONSUMOS-LEIDOS           PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 1100-CARGAR-MASTER
              THRU 1100-CARGAR-MASTER-EXIT.

           PERFORM 1200-CARGAR-REEMPLAZOS
              THRU 1200-CARGAR-REEMPLAZOS-EXIT.

           PERFORM 1300-CARGAR-DISPUTAS
              THRU 1300-CARGAR-DISPUTAS-EXIT.

           PERFORM 1400-BARRER-CONSUMOS
              THRU 1400-BARRER-CONSUMOS-EXIT.

           PERFORM 2100-REGLA-PUNTOS
              THRU 2100-REGLA-PUNTOS-EXIT.

           PERFORM 2200-REGLA-PLANES
              THRU 2200-REGLA-PLANES-EXIT.

           PERFORM 2300-REGLA-CONTROLES
              THRU 2300-REGLA-CONTROLES-EXIT.

           PERFORM 2400-REGLA-DISPUTAS
              THRU 2400-REGLA-DISPUTAS-EXIT.

           PERFORM 2500-REGLA-COMERCIOS
              THRU 2500-REGLA-COMERCIOS-EXIT.

           PERFORM 2800-EMITIR-RESUMEN
              THRU 2800-EMITIR-RESUMEN-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

      * Reglas y severidad por defecto: lo que rompe el resumen o la
      * liquidacion de esta noche es severo; lo que solo deja
      * basura para depurar es aviso.
           MOVE 'PUNTOS DE CUENTAS QUE NO ESTAN EN EL MASTER'
             TO WS-REGLA-DESCRIPCION(1).
           MOVE 'A' TO WS-REGLA-SEVERIDAD(1).
           MOVE 'PLANES VIGENTES DE TARJETAS CERRADAS O INEXISTENTES'
             TO WS-REGLA-DESCRIPCION(2).
           MOVE 'S' TO WS-REGLA-SEVERIDAD(2).
           MOVE 'CONTROLES DE TARJETAS REEMPLAZADAS O INEXISTENTES'
             TO WS-REGLA-DESCRIPCION(3).
           MOVE 'A' TO WS-REGLA-SEVERIDAD(3).
           MOVE 'DISPUTAS DE CONSUMOS QUE NO ESTAN EN CONSUMOS.SEQ'
             TO WS-REGLA-DESCRIPCION(4).
           MOVE 'S' TO WS-REGLA-SEVERIDAD(4).
           MOVE 'COMERCIOS DEL FEED SIN REGISTRO EN COMERCIOS.VSAM'
             TO WS-REGLA-DESCRIPCION(5).
           MOVE 'S' TO WS-REGLA-SEVERIDAD(5).

           PERFORM 1010-CARGAR-REGLAS
              THRU 1010-CARGAR-REGLAS-EXIT.

           PERFORM 1030-CARGAR-HISTORIA
              THRU 1030-CARGAR-HISTORIA-EXIT.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR INTEGRIDAD_REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO FD-REPORTE-LINEA.
           STRING 'BARRIDO DE INTEGRIDAD DEL ' DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
             INTO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1010-CARGAR-REGLAS.
           OPEN INPUT ENT-REGLAS.
           EVALUATE TRUE
               WHEN FS-ENT-REGLAS-OK
                   PERFORM 1020-LEER-REGLA
                      THRU 1020-LEER-REGLA-EXIT
                      UNTIL WS-REGLAS-EOF-YES
                   CLOSE ENT-REGLAS
               WHEN FS-ENT-REGLAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INTEGRIDAD_REGLAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-REGLAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1010-CARGAR-REGLAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1020-LEER-REGLA.
           READ ENT-REGLAS
               AT END
                   SET WS-REGLAS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-RGL-REGLA IS NUMERIC
                      AND REG-RGL-REGLA GREATER THAN 0
                      AND REG-RGL-REGLA NOT GREATER THAN WS-CANT-REGLAS
                      AND (REG-RGL-SEVERIDAD EQUAL 'S'
                           OR REG-RGL-SEVERIDAD EQUAL 'A')
                      MOVE REG-RGL-SEVERIDAD
                        TO WS-REGLA-SEVERIDAD(REG-RGL-REGLA)
                   ELSE
                      DISPLAY 'INTEGRIDAD_REGLAS.TXT: LINEA INVALIDA, '
                         'SE IGNORA: ' REG-REGLA
                   END-IF
           END-READ.

       1020-LEER-REGLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cantidades de la noche anterior; si no hay, los deltas salen
      * contra cero.
       1030-CARGAR-HISTORIA.
           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   READ ENT-HISTORIA
                   IF FS-ENT-HISTORIA-OK
                      MOVE REG-HIS-FECHA TO WS-ANT-FECHA
                      PERFORM 1040-TOMAR-ANTERIOR
                         THRU 1040-TOMAR-ANTERIOR-EXIT
                         VARYING WS-REGLA FROM 1 BY 1
                         UNTIL WS-REGLA GREATER THAN WS-CANT-REGLAS
                   END-IF
                   CLOSE ENT-HISTORIA
               WHEN FS-ENT-HISTORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INTEGRIDAD_HISTORIA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
           END-EVALUATE.

       1030-CARGAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1040-TOMAR-ANTERIOR.
           MOVE REG-HIS-CANTIDAD(WS-REGLA)
             TO WS-REGLA-ANTERIOR(WS-REGLA).

       1040-TOMAR-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Le pido a MAESTARJ que vuelque el master entero a un archivo
      * secuencial antes de empezar a leerlo.
       1100-CARGAR-MASTER.
           INITIALIZE LK-TARJETA.
           SET LK-MODO-EXPORTAR TO TRUE.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'ERROR AL EXPORTAR EL MASTER DE TARJETAS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-TARJETAS.
           IF NOT FS-ENT-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR TARJETAS_EXPORT.TXT'
              DISPLAY 'FILE STATUS: ' FS-ENT-TARJETAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1110-LEER-TARJETA
              THRU 1110-LEER-TARJETA-EXIT
              UNTIL WS-TARJETAS-EOF-YES.

           CLOSE ENT-TARJETAS.

       1100-CARGAR-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin el master completo en memoria las reglas darian
      * excepciones falsas: si no entra, no se barre.
       1110-LEER-TARJETA.
           READ ENT-TARJETAS
               AT END
                   SET WS-TARJETAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-TARJETAS LESS THAN 2000
                      ADD 1 TO WS-CANT-TARJETAS
                      MOVE REG-EXPORT-NUMERO-TARJETA
                        TO WS-TAR-ITEM-TARJETA(WS-CANT-TARJETAS)
                      MOVE REG-EXPORT-NUMERO-CUENTA
                        TO WS-TAR-ITEM-CUENTA(WS-CANT-TARJETAS)
                      MOVE REG-EXPORT-ESTADO
                        TO WS-TAR-ITEM-ESTADO(WS-CANT-TARJETAS)
                   ELSE
                      DISPLAY 'EL MASTER TIENE MAS DE 2000 TARJETAS: '
                         'NO SE PUEDE BARRER SIN DAR EXCEPCIONES '
                         'FALSAS'
                      CLOSE ENT-TARJETAS
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1110-LEER-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-REEMPLAZOS.
           OPEN INPUT ENT-REEMPLAZOS.
           EVALUATE TRUE
               WHEN FS-ENT-REEMPLAZOS-OK
                   PERFORM 1210-LEER-REEMPLAZO
                      THRU 1210-LEER-REEMPLAZO-EXIT
                      UNTIL WS-REEMPLAZOS-EOF-YES
                   CLOSE ENT-REEMPLAZOS
               WHEN FS-ENT-REEMPLAZOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR TARJETAS_REEMPLAZO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-REEMPLAZOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-REEMPLAZOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-REEMPLAZO.
           READ ENT-REEMPLAZOS
               AT END
                   SET WS-REEMPLAZOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-REEMPLAZOS LESS THAN 2000
                      ADD 1 TO WS-CANT-REEMPLAZOS
                      MOVE REG-REEM-TARJETA-VIEJA
                        TO WS-REE-ITEM-VIEJA(WS-CANT-REEMPLAZOS)
                      MOVE REG-REEM-TARJETA-NUEVA
                        TO WS-REE-ITEM-NUEVA(WS-CANT-REEMPLAZOS)
                   ELSE
                      DISPLAY 'TARJETAS_REEMPLAZO.TXT TIENE MAS DE '
                         '2000 FILAS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1210-LEER-REEMPLAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-DISPUTAS.
           OPEN INPUT ENT-DISPUTAS.
           EVALUATE TRUE
               WHEN FS-ENT-DISPUTAS-OK
                   PERFORM 1310-LEER-DISPUTA
                      THRU 1310-LEER-DISPUTA-EXIT
                      UNTIL WS-DISPUTAS-EOF-YES
                   CLOSE ENT-DISPUTAS
               WHEN FS-ENT-DISPUTAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DISPUTAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-DISPUTAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-DISPUTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-DISPUTA.
           READ ENT-DISPUTAS
               AT END
                   SET WS-DISPUTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-DISPUTAS LESS THAN 9999
                      ADD 1 TO WS-CANT-DISPUTAS
                      MOVE WS-DISPUTA-NUMERO-TARJETA
                        TO WS-DIS-ITEM-TARJETA(WS-CANT-DISPUTAS)
                      MOVE WS-DISPUTA-ID-CONSUMO
                        TO WS-DIS-ITEM-CONSUMO(WS-CANT-DISPUTAS)
                      MOVE 'N' TO WS-DIS-ITEM-HALLADO(WS-CANT-DISPUTAS)
                   ELSE
                      DISPLAY 'DISPUTAS.TXT TIENE MAS DE 9999 FILAS, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1310-LEER-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una sola pasada por el feed sirve a las reglas 04 y 05: marca
      * las disputas cuyo consumo sigue en el feed y junta los
      * comercios que no estan en el maestro.
       1400-BARRER-CONSUMOS.
           OPEN INPUT COMERCIOS.
           IF NOT FS-COMERCIOS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE COMERCIOS'
              DISPLAY 'FILE STATUS: ' FS-COMERCIOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-CONSUMOS.
           EVALUATE TRUE
               WHEN FS-ENT-CONSUMOS-OK
                   PERFORM 1410-LEER-CONSUMO
                      THRU 1410-LEER-CONSUMO-EXIT
                      UNTIL WS-CONSUMOS-EOF-YES
                   CLOSE ENT-CONSUMOS
               WHEN FS-ENT-CONSUMOS-NFD
                   DISPLAY 'NO HAY CONSUMOS.SEQ: TODAS LAS DISPUTAS '
                      'QUEDAN SIN CONSUMO'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONSUMOS.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONSUMOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           CLOSE COMERCIOS.

       1400-BARRER-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-CONSUMO.
           READ ENT-CONSUMOS
               AT END
                   SET WS-CONSUMOS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-CONSUMOS-LEIDOS
                   PERFORM 1420-MARCAR-DISPUTA
                      THRU 1420-MARCAR-DISPUTA-EXIT
                      VARYING WS-INDICE-DIS FROM 1 BY 1
                      UNTIL WS-INDICE-DIS GREATER THAN
                            WS-CANT-DISPUTAS
                   IF WS-ID-COMERCIO GREATER THAN 0
                      PERFORM 1430-VERIFICAR-COMERCIO
                         THRU 1430-VERIFICAR-COMERCIO-EXIT
                   END-IF
           END-READ.

       1410-LEER-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1420-MARCAR-DISPUTA.
           IF WS-DIS-ITEM-CONSUMO(WS-INDICE-DIS) EQUAL WS-ID-CONSUMO
              AND WS-DIS-ITEM-TARJETA(WS-INDICE-DIS) EQUAL
                  WS-NUMERO-TARJETA
              MOVE 'S' TO WS-DIS-ITEM-HALLADO(WS-INDICE-DIS)
           END-IF.

       1420-MARCAR-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un comercio faltante se consulta una sola vez al maestro: los
      * consumos siguientes solo suman a su cantidad.
       1430-VERIFICAR-COMERCIO.
           MOVE 0 TO WS-FILA-COM.
           PERFORM 1440-BUSCAR-FALTANTE
              THRU 1440-BUSCAR-FALTANTE-EXIT
              VARYING WS-INDICE-COM FROM 1 BY 1
              UNTIL WS-INDICE-COM GREATER THAN WS-CANT-COM-FALTANTES
                 OR WS-FILA-COM NOT EQUAL 0.
           IF WS-FILA-COM NOT EQUAL 0
              ADD 1 TO WS-COM-ITEM-CONSUMOS(WS-FILA-COM)
              GO TO 1430-VERIFICAR-COMERCIO-EXIT
           END-IF.

           MOVE WS-ID-COMERCIO TO COM-ID-COMERCIO.
           READ COMERCIOS KEY IS COM-ID-COMERCIO.
           EVALUATE TRUE
               WHEN FS-COMERCIOS-OK
                   CONTINUE
               WHEN FS-COMERCIOS-CLAVE-NFD
                   IF WS-CANT-COM-FALTANTES LESS THAN 500
                      ADD 1 TO WS-CANT-COM-FALTANTES
                      MOVE WS-ID-COMERCIO
                        TO WS-COM-ITEM-ID(WS-CANT-COM-FALTANTES)
                      MOVE 1
                        TO WS-COM-ITEM-CONSUMOS(WS-CANT-COM-FALTANTES)
                   ELSE
                      DISPLAY 'MAS DE 500 COMERCIOS FALTANTES, SE '
                         'IGNORAN LOS EXCEDENTES'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER EL MAESTRO DE COMERCIOS'
                   DISPLAY 'FILE STATUS: ' FS-COMERCIOS
           END-EVALUATE.

       1430-VERIFICAR-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1440-BUSCAR-FALTANTE.
           IF WS-COM-ITEM-ID(WS-INDICE-COM) EQUAL WS-ID-COMERCIO
              MOVE WS-INDICE-COM TO WS-FILA-COM
           END-IF.

       1440-BUSCAR-FALTANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Regla 01: cada lote de puntos tiene que ser de una cuenta que
      * todavia tenga alguna tarjeta en el master.
       2100-REGLA-PUNTOS.
           MOVE 1 TO WS-REGLA.
           PERFORM 2900-ENCABEZAR-REGLA
              THRU 2900-ENCABEZAR-REGLA-EXIT.

           OPEN INPUT ENT-PUNTOS.
           EVALUATE TRUE
               WHEN FS-ENT-PUNTOS-OK
                   PERFORM 2110-LEER-PUNTOS
                      THRU 2110-LEER-PUNTOS-EXIT
                      UNTIL WS-PUNTOS-EOF-YES
                   CLOSE ENT-PUNTOS
               WHEN FS-ENT-PUNTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PUNTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PUNTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 2950-TOTALIZAR-REGLA
              THRU 2950-TOTALIZAR-REGLA-EXIT.

       2100-REGLA-PUNTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2110-LEER-PUNTOS.
           READ ENT-PUNTOS
               AT END
                   SET WS-PUNTOS-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-PUNTOS-NUMERO-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 8100-BUSCAR-CUENTA
                      THRU 8100-BUSCAR-CUENTA-EXIT
                   IF WS-FILA-TAR EQUAL 0
                      MOVE REG-PUNTOS-NUMERO-CUENTA
                        TO WS-REP-EXC-CLAVE
                      MOVE SPACES TO WS-REP-EXC-DATO
                      STRING 'PERIODO ' DELIMITED BY SIZE
                             REG-PUNTOS-PERIODO DELIMITED BY SIZE
                        INTO WS-REP-EXC-DATO
                      MOVE 'CUENTA QUE NO ESTA EN EL MASTER'
                        TO WS-REP-EXC-MOTIVO
                      PERFORM 2990-GRABAR-EXCEPCION
                         THRU 2990-GRABAR-EXCEPCION-EXIT
                   END-IF
           END-READ.

       2110-LEER-PUNTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Regla 02: un plan vigente sigue generando cuotas; la tarjeta
      * titular del plan tiene que existir y no estar cerrada.
       2200-REGLA-PLANES.
           MOVE 2 TO WS-REGLA.
           PERFORM 2900-ENCABEZAR-REGLA
              THRU 2900-ENCABEZAR-REGLA-EXIT.

           OPEN INPUT ENT-PLANES.
           EVALUATE TRUE
               WHEN FS-ENT-PLANES-OK
                   PERFORM 2210-LEER-PLAN
                      THRU 2210-LEER-PLAN-EXIT
                      UNTIL WS-PLANES-EOF-YES
                   CLOSE ENT-PLANES
               WHEN FS-ENT-PLANES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PLANES_PAGO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PLANES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 2950-TOTALIZAR-REGLA
              THRU 2950-TOTALIZAR-REGLA-EXIT.

       2200-REGLA-PLANES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-LEER-PLAN.
           READ ENT-PLANES
               AT END
                   SET WS-PLANES-EOF-YES TO TRUE
               NOT AT END
                   IF REG-PLAN-VIGENTE
                      MOVE REG-PLAN-TARJETA TO WS-TARJETA-BUSCADA
                      PERFORM 8000-BUSCAR-TARJETA
                         THRU 8000-BUSCAR-TARJETA-EXIT
                      EVALUATE TRUE
                          WHEN WS-FILA-TAR EQUAL 0
                              MOVE 'TARJETA QUE NO ESTA EN EL MASTER'
                                TO WS-REP-EXC-MOTIVO
                          WHEN WS-TAR-ITEM-ESTADO(WS-FILA-TAR)
                               EQUAL 'C'
                              MOVE 'TARJETA CERRADA CON PLAN VIGENTE'
                                TO WS-REP-EXC-MOTIVO
                          WHEN OTHER
                              GO TO 2210-LEER-PLAN-EXIT
                      END-EVALUATE
                      MOVE REG-PLAN-TARJETA TO WS-REP-EXC-CLAVE
                      MOVE SPACES TO WS-REP-EXC-DATO
                      STRING 'PLAN CICLO ' DELIMITED BY SIZE
                             REG-PLAN-CICLO DELIMITED BY SIZE
                        INTO WS-REP-EXC-DATO
                      PERFORM 2990-GRABAR-EXCEPCION
                         THRU 2990-GRABAR-EXCEPCION-EXIT
                   END-IF
           END-READ.

       2210-LEER-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Regla 03: el perfil de control tiene que estar sobre una
      * tarjeta viva; si la tarjeta fue reemplazada, el perfil quedo
      * en la vieja y la nueva opera sin controles.
       2300-REGLA-CONTROLES.
           MOVE 3 TO WS-REGLA.
           PERFORM 2900-ENCABEZAR-REGLA
              THRU 2900-ENCABEZAR-REGLA-EXIT.

           OPEN INPUT ENT-CONTROLES.
           EVALUATE TRUE
               WHEN FS-ENT-CONTROLES-OK
                   PERFORM 2310-LEER-CONTROL
                      THRU 2310-LEER-CONTROL-EXIT
                      UNTIL WS-CONTROLES-EOF-YES
                   CLOSE ENT-CONTROLES
               WHEN FS-ENT-CONTROLES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONTROLES_TARJETA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONTROLES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 2950-TOTALIZAR-REGLA
              THRU 2950-TOTALIZAR-REGLA-EXIT.

       2300-REGLA-CONTROLES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2310-LEER-CONTROL.
           READ ENT-CONTROLES
               AT END
                   SET WS-CONTROLES-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-CTRL-NUMERO-TARJETA TO WS-TARJETA-BUSCADA
                   MOVE 0 TO WS-FILA-REE
                   PERFORM 2320-BUSCAR-REEMPLAZO
                      THRU 2320-BUSCAR-REEMPLAZO-EXIT
                      VARYING WS-INDICE-REE FROM 1 BY 1
                      UNTIL WS-INDICE-REE GREATER THAN
                            WS-CANT-REEMPLAZOS
                         OR WS-FILA-REE NOT EQUAL 0
                   PERFORM 8000-BUSCAR-TARJETA
                      THRU 8000-BUSCAR-TARJETA-EXIT
                   EVALUATE TRUE
                       WHEN WS-FILA-REE NOT EQUAL 0
                           MOVE WS-REE-ITEM-NUEVA(WS-FILA-REE)
                             TO WS-REP-EXC-DATO
                           MOVE 'TARJETA REEMPLAZADA: EL PERFIL NO '
                             TO WS-REP-EXC-MOTIVO
                           MOVE 'PASO A LA NUEVA'
                             TO WS-REP-EXC-MOTIVO(35:)
                       WHEN WS-FILA-TAR EQUAL 0
                           MOVE SPACES TO WS-REP-EXC-DATO
                           MOVE 'TARJETA QUE NO ESTA EN EL MASTER'
                             TO WS-REP-EXC-MOTIVO
                       WHEN OTHER
                           GO TO 2310-LEER-CONTROL-EXIT
                   END-EVALUATE
                   MOVE REG-CTRL-NUMERO-TARJETA TO WS-REP-EXC-CLAVE
                   PERFORM 2990-GRABAR-EXCEPCION
                      THRU 2990-GRABAR-EXCEPCION-EXIT
           END-READ.

       2310-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2320-BUSCAR-REEMPLAZO.
           IF WS-REE-ITEM-VIEJA(WS-INDICE-REE) EQUAL WS-TARJETA-BUSCADA
              MOVE WS-INDICE-REE TO WS-FILA-REE
           END-IF.

       2320-BUSCAR-REEMPLAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Regla 04: una disputa cuyo consumo ya no esta en el feed no
      * excluye nada del resumen y no se puede resolver.
       2400-REGLA-DISPUTAS.
           MOVE 4 TO WS-REGLA.
           PERFORM 2900-ENCABEZAR-REGLA
              THRU 2900-ENCABEZAR-REGLA-EXIT.

           PERFORM 2410-EVALUAR-DISPUTA
              THRU 2410-EVALUAR-DISPUTA-EXIT
              VARYING WS-INDICE-DIS FROM 1 BY 1
              UNTIL WS-INDICE-DIS GREATER THAN WS-CANT-DISPUTAS.

           PERFORM 2950-TOTALIZAR-REGLA
              THRU 2950-TOTALIZAR-REGLA-EXIT.

       2400-REGLA-DISPUTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2410-EVALUAR-DISPUTA.
           IF WS-DIS-ITEM-HALLADO(WS-INDICE-DIS) EQUAL 'S'
              GO TO 2410-EVALUAR-DISPUTA-EXIT
           END-IF.

           MOVE WS-DIS-ITEM-TARJETA(WS-INDICE-DIS) TO WS-REP-EXC-CLAVE.
           MOVE SPACES TO WS-REP-EXC-DATO.
           MOVE WS-DIS-ITEM-CONSUMO(WS-INDICE-DIS) TO WS-DATO-NUMERO.
           STRING 'CONSUMO ' DELIMITED BY SIZE
                  WS-DATO-NUMERO DELIMITED BY SIZE
             INTO WS-REP-EXC-DATO.
           MOVE 'CONSUMO ARCHIVADO O INEXISTENTE EN CONSUMOS.SEQ'
             TO WS-REP-EXC-MOTIVO.
           PERFORM 2990-GRABAR-EXCEPCION
              THRU 2990-GRABAR-EXCEPCION-EXIT.

       2410-EVALUAR-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Regla 05: un comercio sin registro en el maestro no se puede
      * liquidar y sus consumos caen a ERRORES.TXT en TP02COMER.
       2500-REGLA-COMERCIOS.
           MOVE 5 TO WS-REGLA.
           PERFORM 2900-ENCABEZAR-REGLA
              THRU 2900-ENCABEZAR-REGLA-EXIT.

           PERFORM 2510-REPORTAR-COMERCIO
              THRU 2510-REPORTAR-COMERCIO-EXIT
              VARYING WS-INDICE-COM FROM 1 BY 1
              UNTIL WS-INDICE-COM GREATER THAN WS-CANT-COM-FALTANTES.

           PERFORM 2950-TOTALIZAR-REGLA
              THRU 2950-TOTALIZAR-REGLA-EXIT.

       2500-REGLA-COMERCIOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2510-REPORTAR-COMERCIO.
           MOVE WS-COM-ITEM-ID(WS-INDICE-COM) TO WS-REP-EXC-CLAVE.
           MOVE SPACES TO WS-REP-EXC-DATO.
           MOVE WS-COM-ITEM-CONSUMOS(WS-INDICE-COM)
             TO WS-DATO-CANTIDAD.
           STRING 'CONSUMOS ' DELIMITED BY SIZE
                  WS-DATO-CANTIDAD DELIMITED BY SIZE
             INTO WS-REP-EXC-DATO.
           MOVE 'COMERCIO SIN REGISTRO EN COMERCIOS.VSAM'
             TO WS-REP-EXC-MOTIVO.
           PERFORM 2990-GRABAR-EXCEPCION
              THRU 2990-GRABAR-EXCEPCION-EXIT.

       2510-REPORTAR-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Resumen de la noche: una linea por regla y el veredicto. Una
      * regla severa con excepciones hace severa la noche.
       2800-EMITIR-RESUMEN.
           MOVE WS-REP-SEPARADOR TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.
           MOVE SPACES TO FD-REPORTE-LINEA.
           STRING 'RESUMEN POR REGLA (NOCHE ANTERIOR: '
                  DELIMITED BY SIZE
                  WS-ANT-FECHA DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           PERFORM 2810-RESUMIR-REGLA
              THRU 2810-RESUMIR-REGLA-EXIT
              VARYING WS-REGLA FROM 1 BY 1
              UNTIL WS-REGLA GREATER THAN WS-CANT-REGLAS.

           MOVE WS-REP-SEPARADOR TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.
           EVALUATE TRUE
               WHEN WS-NOCHE-LIMPIA
                   MOVE 'VEREDICTO: LIMPIA' TO FD-REPORTE-LINEA
               WHEN WS-NOCHE-AVISOS
                   MOVE 'VEREDICTO: CON AVISOS' TO FD-REPORTE-LINEA
               WHEN OTHER
                   MOVE 'VEREDICTO: REGLA SEVERA ROTA'
                     TO FD-REPORTE-LINEA
           END-EVALUATE.
           WRITE FD-REPORTE-LINEA.

       2800-EMITIR-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2810-RESUMIR-REGLA.
           PERFORM 2960-ARMAR-TOTAL
              THRU 2960-ARMAR-TOTAL-EXIT.
           MOVE WS-REP-DET-TOTAL TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           IF WS-REGLA-CANTIDAD(WS-REGLA) GREATER THAN 0
              IF WS-REGLA-SEVERA(WS-REGLA)
                 SET WS-NOCHE-SEVERA TO TRUE
              ELSE
                 IF WS-NOCHE-LIMPIA
                    SET WS-NOCHE-AVISOS TO TRUE
                 END-IF
              END-IF
           END-IF.

       2810-RESUMIR-REGLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-ENCABEZAR-REGLA.
           MOVE WS-REP-SEPARADOR TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.
           MOVE WS-REGLA TO WS-REP-ENC-NRO.
           IF WS-REGLA-SEVERA(WS-REGLA)
              MOVE '(SEVERA)' TO WS-REP-ENC-SEVERIDAD
           ELSE
              MOVE '(AVISO) ' TO WS-REP-ENC-SEVERIDAD
           END-IF.
           MOVE WS-REGLA-DESCRIPCION(WS-REGLA)
             TO WS-REP-ENC-DESCRIPCION.
           MOVE WS-REP-ENC-REGLA TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

       2900-ENCABEZAR-REGLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2950-TOTALIZAR-REGLA.
           PERFORM 2960-ARMAR-TOTAL
              THRU 2960-ARMAR-TOTAL-EXIT.
           MOVE WS-REP-DET-TOTAL TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

       2950-TOTALIZAR-REGLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2960-ARMAR-TOTAL.
           MOVE WS-REGLA TO WS-REP-TOT-NRO.
           MOVE WS-REGLA-CANTIDAD(WS-REGLA) TO WS-REP-TOT-CANTIDAD.
           MOVE WS-REGLA-ANTERIOR(WS-REGLA) TO WS-REP-TOT-ANTERIOR.
           COMPUTE WS-DELTA = WS-REGLA-CANTIDAD(WS-REGLA)
                            - WS-REGLA-ANTERIOR(WS-REGLA).
           MOVE WS-DELTA TO WS-REP-TOT-DELTA.

       2960-ARMAR-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2990-GRABAR-EXCEPCION.
           MOVE WS-REP-DET-EXCEPCION TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR INTEGRIDAD_REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
           END-IF.
           ADD 1 TO WS-REGLA-CANTIDAD(WS-REGLA).

       2990-GRABAR-EXCEPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-REPORTE.

      * Las cantidades de esta noche quedan para los deltas de la
      * proxima.
           OPEN OUTPUT SAL-HISTORIA.
           IF FS-SAL-HISTORIA-OK
              MOVE WS-FECHA-PROCESO TO FD-HIS-FECHA
              PERFORM 3010-GUARDAR-CANTIDAD
                 THRU 3010-GUARDAR-CANTIDAD-EXIT
                 VARYING WS-REGLA FROM 1 BY 1
                 UNTIL WS-REGLA GREATER THAN WS-CANT-REGLAS
              WRITE FD-SAL-HISTORIA
              CLOSE SAL-HISTORIA
           ELSE
              DISPLAY 'ERROR AL GRABAR INTEGRIDAD_HISTORIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
           END-IF.

           DISPLAY 'CONSUMOS BARRIDOS: ' WS-CANT-CONSUMOS-LEIDOS.
           EVALUATE TRUE
               WHEN WS-NOCHE-LIMPIA
                   DISPLAY 'BARRIDO DE INTEGRIDAD: SIN EXCEPCIONES'
               WHEN WS-NOCHE-AVISOS
                   DISPLAY 'BARRIDO DE INTEGRIDAD: EXCEPCIONES DE '
                      'AVISO (VER INTEGRIDAD_REPORTE.TXT)'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'BARRIDO DE INTEGRIDAD: REGLA SEVERA ROTA '
                      '(VER INTEGRIDAD_REPORTE.TXT)'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3010-GUARDAR-CANTIDAD.
           MOVE WS-REGLA-CANTIDAD(WS-REGLA)
             TO FD-HIS-CANTIDAD(WS-REGLA).

       3010-GUARDAR-CANTIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-BUSCAR-TARJETA.
           MOVE 0 TO WS-FILA-TAR.
           PERFORM 8010-COMPARAR-TARJETA
              THRU 8010-COMPARAR-TARJETA-EXIT
              VARYING WS-INDICE-TAR FROM 1 BY 1
              UNTIL WS-INDICE-TAR GREATER THAN WS-CANT-TARJETAS
                 OR WS-FILA-TAR NOT EQUAL 0.

       8000-BUSCAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8010-COMPARAR-TARJETA.
           IF WS-TAR-ITEM-TARJETA(WS-INDICE-TAR) EQUAL
                 WS-TARJETA-BUSCADA
              MOVE WS-INDICE-TAR TO WS-FILA-TAR
           END-IF.

       8010-COMPARAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8100-BUSCAR-CUENTA.
           MOVE 0 TO WS-FILA-TAR.
           PERFORM 8110-COMPARAR-CUENTA
              THRU 8110-COMPARAR-CUENTA-EXIT
              VARYING WS-INDICE-TAR FROM 1 BY 1
              UNTIL WS-INDICE-TAR GREATER THAN WS-CANT-TARJETAS
                 OR WS-FILA-TAR NOT EQUAL 0.

       8100-BUSCAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8110-COMPARAR-CUENTA.
           IF WS-TAR-ITEM-CUENTA(WS-INDICE-TAR) EQUAL
                 WS-CUENTA-BUSCADA
              MOVE WS-INDICE-TAR TO WS-FILA-TAR
           END-IF.

       8110-COMPARAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02INTEG.
