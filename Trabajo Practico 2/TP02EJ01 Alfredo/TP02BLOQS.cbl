      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02BLOQS.CBL - Tenedores de bloqueos de archivos
      *          compartidos. Los lotes que graban CONSUMOS.SEQ,
      *          TRANSFERENCIAS.TXT o PENDIENTES_TRANSFER.TXT los
      *          toman con la rutina CLBLOQUE y los liberan al
      *          terminar; un lote que termina mal deja su bloqueo en
      *          BLOQUEOS.TXT (BLOQUEOS.CPY) y el proximo que quiera
      *          el archivo termina avisando que el bloqueo es
      *          huerfano.
      *          Modo LISTAR: informa cada bloqueo vigente con el
      *          programa, el proceso, el modo y desde cuando, y
      *          marca HUERFANO los de procesos que ya no corren, en
      *          BLOQUEOS_REPORTE.TXT y por consola.
      *          Modo LIBERAR: con firma de supervisor, saca los
      *          bloqueos huerfanos del archivo indicado, despues de
      *          que el operador reviso (y si hizo falta recupero con
      *          TP02GENER o TP02RESPA) lo que el lote caido dejo a
      *          medio grabar. Un bloqueo de un proceso que sigue
      *          corriendo no se libera nunca.
      *            TP02BLOQS LISTAR
      *            TP02BLOQS LIBERAR <ARCHIVO> <OPERADOR>
      *          Codigo de retorno: 0 sin huerfanos; 4 hay bloqueos
      *          huerfanos (LISTAR) o no habia huerfanos que liberar
      *          (LIBERAR); 99 error de parametros, sign-on o
      *          archivos.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02BLOQS.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Registro de bloqueos vigentes que mantiene CLBLOQUE
           SELECT ENT-BLOQUEOS
           ASSIGN TO '../BLOQUEOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-BLOQUEOS.

      *****ARCHIVOS DE SALIDA
           SELECT SAL-REPORTE
           ASSIGN TO '../BLOQUEOS_REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-BLOQUEOS.
           COPY BLOQUEOS.

       FD SAL-REPORTE.
       01 FD-REPORTE-LINEA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-BLOQUEOS                   PIC X(2).
             88 FS-ENT-BLOQUEOS-OK                 VALUE '00'.
             88 FS-ENT-BLOQUEOS-NFD                VALUE '35'.
          05 FS-SAL-REPORTE                    PIC X(2).
             88 FS-SAL-REPORTE-OK                  VALUE '00'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 WS-SIGNON.
           COPY SIGNON.
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(60) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(10) VALUE SPACES.
          88 WS-MODO-LISTAR                VALUE 'LISTAR' ' '.
          88 WS-MODO-LIBERAR               VALUE 'LIBERAR'.
       01 WS-PARM-ARCHIVO              PIC X(30) VALUE SPACES.
       01 WS-PARM-OPERADOR             PIC X(08) VALUE SPACES.

       01 WS-BLOQUEOS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-BLOQUEOS-EOF-YES           VALUE 'TRUE'.
          88 WS-BLOQUEOS-EOF-NO            VALUE 'FALSE'.

      * Linea del reporte
       01 WS-LINEA-REPORTE.
          05 WS-REP-ARCHIVO            PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-PROGRAMA           PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-PID                PIC Z(08)9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-MODO               PIC X(09).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-FECHA              PIC 9(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-HORA               PIC 9(06).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-ESTADO             PIC X(08).
       01 WS-TITULO-REPORTE            PIC X(100) VALUE SPACES.

      * Contadores de control del lote
       01 WS-CONTADORES.
          05 WS-CANT-BLOQUEOS                  PIC 9(05) VALUE 0.
          05 WS-CANT-ACTIVOS                   PIC 9(05) VALUE 0.
          05 WS-CANT-HUERFANOS                 PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF WS-MODO-LIBERAR
              PERFORM 3000-LIBERAR
                 THRU 3000-LIBERAR-EXIT
           ELSE
              PERFORM 2000-LISTAR
                 THRU 2000-LISTAR-EXIT
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-ARCHIVO WS-PARM-OPERADOR.

           IF (NOT WS-MODO-LISTAR AND NOT WS-MODO-LIBERAR)
              OR (WS-MODO-LIBERAR AND
                  (WS-PARM-ARCHIVO EQUAL SPACES
                   OR WS-PARM-OPERADOR EQUAL SPACES))
              DISPLAY 'USO: TP02BLOQS LISTAR'
              DISPLAY '     TP02BLOQS LIBERAR <ARCHIVO> <OPERADOR>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-LISTAR.
           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR BLOQUEOS_REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              GO TO 2000-LISTAR-EXIT
           END-IF.

           MOVE 'ARCHIVO'   TO WS-TITULO-REPORTE(1:7).
           MOVE 'PROGRAMA'  TO WS-TITULO-REPORTE(32:8).
           MOVE 'PROCESO'   TO WS-TITULO-REPORTE(45:7).
           MOVE 'MODO'      TO WS-TITULO-REPORTE(53:4).
           MOVE 'DESDE'     TO WS-TITULO-REPORTE(63:5).
           MOVE 'ESTADO'    TO WS-TITULO-REPORTE(79:6).
           WRITE FD-REPORTE-LINEA FROM WS-TITULO-REPORTE.
           DISPLAY WS-TITULO-REPORTE.

           OPEN INPUT ENT-BLOQUEOS.
           EVALUATE TRUE
               WHEN FS-ENT-BLOQUEOS-OK
                   SET WS-BLOQUEOS-EOF-NO TO TRUE
                   PERFORM 2100-INFORMAR-BLOQUEO
                      THRU 2100-INFORMAR-BLOQUEO-EXIT
                      UNTIL WS-BLOQUEOS-EOF-YES
                   CLOSE ENT-BLOQUEOS
               WHEN FS-ENT-BLOQUEOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR BLOQUEOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-BLOQUEOS
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.

           CLOSE SAL-REPORTE.

           DISPLAY 'BLOQUEOS VIGENTES     : ' WS-CANT-BLOQUEOS.
           DISPLAY 'ACTIVOS               : ' WS-CANT-ACTIVOS.
           DISPLAY 'HUERFANOS             : ' WS-CANT-HUERFANOS.

           IF WS-CANT-HUERFANOS GREATER THAN 0
              AND RETURN-CODE EQUAL 0
              DISPLAY 'HAY BLOQUEOS HUERFANOS: REVISAR EL ARCHIVO Y '
                 'CORRER TP02BLOQS LIBERAR'
              MOVE 4 TO RETURN-CODE
           END-IF.

       2000-LISTAR-EXIT.
           EXIT.

       2100-INFORMAR-BLOQUEO.
           READ ENT-BLOQUEOS
               AT END
                   SET WS-BLOQUEOS-EOF-YES TO TRUE
                   GO TO 2100-INFORMAR-BLOQUEO-EXIT
           END-READ.

           ADD 1 TO WS-CANT-BLOQUEOS.
           MOVE REG-BLQ-ARCHIVO  TO WS-REP-ARCHIVO.
           MOVE REG-BLQ-PROGRAMA TO WS-REP-PROGRAMA.
           MOVE REG-BLQ-PID      TO WS-REP-PID.
           MOVE REG-BLQ-FECHA    TO WS-REP-FECHA.
           MOVE REG-BLQ-HORA     TO WS-REP-HORA.
           IF REG-BLQ-LECTURA
              MOVE 'LECTURA'   TO WS-REP-MODO
           ELSE
              MOVE 'ESCRITURA' TO WS-REP-MODO
           END-IF.

           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-VERIFICAR TO TRUE.
           MOVE REG-BLQ-PID TO LK-BLQ-TENEDOR-PID.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF LK-BLQ-RETORNO-OK
              MOVE 'ACTIVO'   TO WS-REP-ESTADO
              ADD 1 TO WS-CANT-ACTIVOS
           ELSE
              MOVE 'HUERFANO' TO WS-REP-ESTADO
              ADD 1 TO WS-CANT-HUERFANOS
           END-IF.

           WRITE FD-REPORTE-LINEA FROM WS-LINEA-REPORTE.
           DISPLAY WS-LINEA-REPORTE.

       2100-INFORMAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-LIBERAR.
           INITIALIZE WS-SIGNON.
           MOVE WS-PARM-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-ES-SUPERVISOR
              DISPLAY 'LIBERACION DENEGADA: EL OPERADOR '
                 WS-PARM-OPERADOR ' NO ES SUPERVISOR'
              MOVE 99 TO RETURN-CODE
              GO TO 3000-LIBERAR-EXIT
           END-IF.

           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-LIBERAR-HUERFANOS TO TRUE.
           MOVE WS-PARM-ARCHIVO TO LK-BLQ-ARCHIVO.
           MOVE 'TP02BLOQS' TO LK-BLQ-PROGRAMA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'NO SE PUDO ACTUALIZAR BLOQUEOS.TXT'
              MOVE 99 TO RETURN-CODE
              GO TO 3000-LIBERAR-EXIT
           END-IF.

           DISPLAY 'BLOQUEOS HUERFANOS DE ' WS-PARM-ARCHIVO
              ' LIBERADOS: ' LK-BLQ-CANT-LIBERADOS
              ' (OPERADOR ' WS-PARM-OPERADOR ')'.
           IF LK-BLQ-CANT-LIBERADOS EQUAL 0
              DISPLAY 'NO HABIA BLOQUEOS HUERFANOS DE ESE ARCHIVO; LOS '
                 'DE PROCESOS QUE SIGUEN CORRIENDO NO SE LIBERAN'
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-LIBERAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02BLOQS.
