      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: CLBLOQUE - Modulo invocable de bloqueo de archivos
      *          compartidos (mismo esquema de subprograma que
      *          CLFECHAS). TP02FEES, TP02PLAN y TP02PRESE agregan a
      *          CONSUMOS.SEQ, y TP02LIQTR, CL20DEPO y TP01ESTIP
      *          graban capturas en TRANSFERENCIAS.TXT que despues
      *          lee CLINGDATO; nada impedia que dos de ellos, o uno
      *          de ellos y un lector como TP02EJ01, corrieran a la
      *          vez. Cada uno toma el archivo con esta rutina antes
      *          del OPEN y lo libera al terminar; un segundo lote
      *          que quiere el mismo archivo espera y, si no se
      *          libera a tiempo, recibe quien lo tiene para
      *          terminar con un mensaje claro.
      *          Los bloqueos vigentes se guardan en BLOQUEOS.TXT
      *          (BLOQUEOS.CPY) con el programa y el numero de
      *          proceso que los tiene; un bloqueo cuyo proceso ya no
      *          corre es huerfano (lo dejo un lote que termino mal)
      *          y no se espera: se informa para que lo revise el
      *          operador con TP02BLOQS.
      *          El registro se actualiza de a un proceso por vez: la
      *          rutina crea el directorio BLOQUEOS.MTX, que el
      *          sistema operativo crea para uno solo, y lo borra al
      *          terminar de regrabar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLBLOQUE.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro de bloqueos vigentes. Si no existe no hay ninguno.
           SELECT ENT-BLOQUEOS
           ASSIGN TO '../BLOQUEOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-BLOQUEOS.

           SELECT SAL-BLOQUEOS
           ASSIGN TO '../BLOQUEOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-BLOQUEOS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-BLOQUEOS.
           COPY BLOQUEOS.

       FD SAL-BLOQUEOS.
       01 FD-SAL-BLOQUEO               PIC X(64).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-BLOQUEOS                   PIC X(2).
             88 FS-ENT-BLOQUEOS-OK                 VALUE '00'.
             88 FS-ENT-BLOQUEOS-EOF                VALUE '10'.
             88 FS-ENT-BLOQUEOS-NFD                VALUE '35'.
          05 FS-SAL-BLOQUEOS                   PIC X(2).
             88 FS-SAL-BLOQUEOS-OK                 VALUE '00'.

       01 WS-BLOQUEOS-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-BLOQUEOS-EOF-YES                   VALUE 'TRUE'.
          88 WS-BLOQUEOS-EOF-NO                    VALUE 'FALSE'.

      * Bloqueos vigentes, cargados al entrar y regrabados al salir
       77 WS-INDICE-BLQ                        PIC 9(03) VALUE 1.
       77 WS-CANT-BLOQUEOS                     PIC 9(03) VALUE 0.
       77 WS-FILA-PROPIA                       PIC 9(03) VALUE 0.
       77 WS-FILA-TENEDOR                      PIC 9(03) VALUE 0.
       01 WS-TABLA-BLOQUEOS.
          05 WS-BLQ-ITEM OCCURS 200 TIMES.
             10 WS-BLQ-ARCHIVO                 PIC X(30).
             10 WS-BLQ-PROGRAMA                PIC X(10).
             10 WS-BLQ-PID                     PIC 9(09).
             10 WS-BLQ-MODO                    PIC X(01).
             10 WS-BLQ-FECHA                   PIC 9(08).
             10 WS-BLQ-HORA                    PIC 9(06).
             10 WS-BLQ-VIGENTE                 PIC X(01).

      * Proceso que llama y momento del pedido
       77 WS-PID                               PIC S9(09) COMP VALUE 0.
       77 WS-PID-PROPIO                        PIC 9(09) VALUE 0.
       01 WS-FECHA-HOY                         PIC 9(08) VALUE 0.
       01 WS-HORA-HOY                          PIC 9(08) VALUE 0.

      * Esperas: cada cuanto se reintenta y cuantas veces
       77 WS-SEGUNDOS-REINTENTO                PIC 9(04) COMP VALUE 5.
       77 WS-SEGUNDOS-MUTEX                    PIC 9(04) COMP VALUE 1.
       77 WS-INTENTOS                          PIC 9(05) VALUE 0.
       77 WS-MAX-INTENTOS                      PIC 9(05) VALUE 0.
       77 WS-INTENTOS-MUTEX                    PIC 9(03) VALUE 0.
       77 WS-MAX-INTENTOS-MUTEX                PIC 9(03) VALUE 30.
       01 WS-RESULTADO-INTENTO                 PIC X(02) VALUE SPACES.
          88 WS-INTENTO-TOMADO                     VALUE 'OK'.
          88 WS-INTENTO-OCUPADO                    VALUE 'OC'.
          88 WS-INTENTO-TERMINADO                  VALUE 'OK' 'FN'.
       01 WS-MUTEX                             PIC X(02) VALUE 'NO'.
          88 WS-MUTEX-TOMADO                       VALUE 'SI'.
          88 WS-MUTEX-LIBRE                        VALUE 'NO'.

      * Comandos del sistema
       01 WS-COMANDO-SISTEMA                   PIC X(80) VALUE SPACES.
       77 WS-RC-SISTEMA                        PIC S9(09) COMP VALUE 0.
       01 WS-PID-EDITADO                       PIC Z(08)9.

       LINKAGE SECTION.
      * ESTRUCTURA DE DATOS DE COMUNICACION RUTINA CLBLOQUE
       01 LK-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-BLOQUEO.

       MAIN-PROCEDURE.
           SET LK-BLQ-RETORNO-OK TO TRUE.
           CALL 'C$GETPID' RETURNING WS-PID.
           MOVE WS-PID TO WS-PID-PROPIO.

           EVALUATE TRUE
               WHEN LK-BLQ-TOMAR
                   PERFORM 1000-TOMAR
                      THRU 1000-TOMAR-EXIT
               WHEN LK-BLQ-LIBERAR
                   PERFORM 2000-LIBERAR
                      THRU 2000-LIBERAR-EXIT
               WHEN LK-BLQ-VERIFICAR
                   PERFORM 7000-PROCESO-VIVO
                      THRU 7000-PROCESO-VIVO-EXIT
               WHEN LK-BLQ-LIBERAR-HUERFANOS
                   PERFORM 3000-LIBERAR-HUERFANOS
                      THRU 3000-LIBERAR-HUERFANOS-EXIT
               WHEN OTHER
                   SET LK-BLQ-FUNCION-INVALIDA TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * Toma el archivo; mientras lo tenga otro proceso vivo reintenta
      * cada WS-SEGUNDOS-REINTENTO hasta agotar LK-BLQ-ESPERA
       1000-TOMAR.
           MOVE SPACES TO LK-BLQ-TENEDOR-PROGRAMA.
           MOVE SPACES TO LK-BLQ-TENEDOR-MODO.
           MOVE 0 TO LK-BLQ-TENEDOR-PID.
           MOVE 0 TO LK-BLQ-TENEDOR-FECHA.
           MOVE 0 TO LK-BLQ-TENEDOR-HORA.
           IF NOT LK-BLQ-LECTURA
              SET LK-BLQ-ESCRITURA TO TRUE
           END-IF.

           COMPUTE WS-MAX-INTENTOS =
              (LK-BLQ-ESPERA / WS-SEGUNDOS-REINTENTO) + 1.
           MOVE 0 TO WS-INTENTOS.
           MOVE SPACES TO WS-RESULTADO-INTENTO.
           PERFORM 1100-INTENTAR-TOMA
              THRU 1100-INTENTAR-TOMA-EXIT
              UNTIL WS-INTENTO-TERMINADO.

       1000-TOMAR-EXIT.
           EXIT.

       1100-INTENTAR-TOMA.
           ADD 1 TO WS-INTENTOS.
           PERFORM 8000-ENTRAR-REGISTRO
              THRU 8000-ENTRAR-REGISTRO-EXIT.
           IF NOT WS-MUTEX-TOMADO
              MOVE 'FN' TO WS-RESULTADO-INTENTO
              GO TO 1100-INTENTAR-TOMA-EXIT
           END-IF.

      * Otro proceso lo tiene si lo tiene para grabar, o si lo que
      * se pide es grabar. Los lectores conviven entre si.
           MOVE 0 TO WS-FILA-PROPIA.
           MOVE 0 TO WS-FILA-TENEDOR.
           PERFORM 1110-BUSCAR-TENEDOR
              THRU 1110-BUSCAR-TENEDOR-EXIT
              VARYING WS-INDICE-BLQ FROM 1 BY 1
              UNTIL WS-INDICE-BLQ GREATER THAN WS-CANT-BLOQUEOS
                 OR WS-FILA-TENEDOR NOT EQUAL 0.

           IF WS-FILA-TENEDOR NOT EQUAL 0
              PERFORM 8900-SALIR-REGISTRO
                 THRU 8900-SALIR-REGISTRO-EXIT
              PERFORM 1200-INFORMAR-TENEDOR
                 THRU 1200-INFORMAR-TENEDOR-EXIT
              GO TO 1100-INTENTAR-TOMA-EXIT
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           IF WS-FILA-PROPIA EQUAL 0
              IF WS-CANT-BLOQUEOS NOT LESS THAN 200
                 DISPLAY 'BLOQUEOS.TXT TIENE MAS DE 200 BLOQUEOS '
                    'VIGENTES: REVISAR CON TP02BLOQS'
                 SET LK-BLQ-ERROR TO TRUE
                 PERFORM 8900-SALIR-REGISTRO
                    THRU 8900-SALIR-REGISTRO-EXIT
                 MOVE 'FN' TO WS-RESULTADO-INTENTO
                 GO TO 1100-INTENTAR-TOMA-EXIT
              END-IF
              ADD 1 TO WS-CANT-BLOQUEOS
              MOVE WS-CANT-BLOQUEOS TO WS-FILA-PROPIA
              MOVE 'S' TO WS-BLQ-VIGENTE(WS-FILA-PROPIA)
           END-IF.
           MOVE LK-BLQ-ARCHIVO   TO WS-BLQ-ARCHIVO(WS-FILA-PROPIA).
           MOVE LK-BLQ-PROGRAMA  TO WS-BLQ-PROGRAMA(WS-FILA-PROPIA).
           MOVE WS-PID-PROPIO    TO WS-BLQ-PID(WS-FILA-PROPIA).
           MOVE LK-BLQ-MODO      TO WS-BLQ-MODO(WS-FILA-PROPIA).
           MOVE WS-FECHA-HOY     TO WS-BLQ-FECHA(WS-FILA-PROPIA).
           MOVE WS-HORA-HOY(1:6) TO WS-BLQ-HORA(WS-FILA-PROPIA).

           PERFORM 8500-REGRABAR-REGISTRO
              THRU 8500-REGRABAR-REGISTRO-EXIT.
           PERFORM 8900-SALIR-REGISTRO
              THRU 8900-SALIR-REGISTRO-EXIT.
           IF LK-BLQ-RETORNO-OK
              SET WS-INTENTO-TOMADO TO TRUE
           ELSE
              MOVE 'FN' TO WS-RESULTADO-INTENTO
           END-IF.

       1100-INTENTAR-TOMA-EXIT.
           EXIT.

       1110-BUSCAR-TENEDOR.
           IF WS-BLQ-ARCHIVO(WS-INDICE-BLQ) NOT EQUAL LK-BLQ-ARCHIVO
              GO TO 1110-BUSCAR-TENEDOR-EXIT
           END-IF.

           IF WS-BLQ-PID(WS-INDICE-BLQ) EQUAL WS-PID-PROPIO
              MOVE WS-INDICE-BLQ TO WS-FILA-PROPIA
              GO TO 1110-BUSCAR-TENEDOR-EXIT
           END-IF.

           IF LK-BLQ-ESCRITURA
              OR WS-BLQ-MODO(WS-INDICE-BLQ) EQUAL 'E'
              MOVE WS-INDICE-BLQ TO WS-FILA-TENEDOR
           END-IF.

       1110-BUSCAR-TENEDOR-EXIT.
           EXIT.

      * Devuelve quien tiene el archivo. Si el proceso ya no corre el
      * bloqueo es huerfano y no tiene sentido esperarlo; si corre,
      * se espera mientras queden intentos.
       1200-INFORMAR-TENEDOR.
           MOVE WS-BLQ-PROGRAMA(WS-FILA-TENEDOR)
             TO LK-BLQ-TENEDOR-PROGRAMA.
           MOVE WS-BLQ-MODO(WS-FILA-TENEDOR)  TO LK-BLQ-TENEDOR-MODO.
           MOVE WS-BLQ-PID(WS-FILA-TENEDOR)   TO LK-BLQ-TENEDOR-PID.
           MOVE WS-BLQ-FECHA(WS-FILA-TENEDOR) TO LK-BLQ-TENEDOR-FECHA.
           MOVE WS-BLQ-HORA(WS-FILA-TENEDOR)  TO LK-BLQ-TENEDOR-HORA.

           PERFORM 7000-PROCESO-VIVO
              THRU 7000-PROCESO-VIVO-EXIT.
           IF LK-BLQ-HUERFANO
              DISPLAY 'BLOQUEO HUERFANO DE ' LK-BLQ-ARCHIVO
              DISPLAY '  LO DEJO ' LK-BLQ-TENEDOR-PROGRAMA
                 ' (PROCESO ' LK-BLQ-TENEDOR-PID ') EL '
                 LK-BLQ-TENEDOR-FECHA ' ' LK-BLQ-TENEDOR-HORA
                 ', QUE YA NO CORRE'
              DISPLAY '  REVISAR EL ARCHIVO Y LIBERARLO CON '
                 'TP02BLOQS LIBERAR'
              MOVE 'FN' TO WS-RESULTADO-INTENTO
              GO TO 1200-INFORMAR-TENEDOR-EXIT
           END-IF.

           IF WS-INTENTOS NOT LESS THAN WS-MAX-INTENTOS
              SET LK-BLQ-EN-USO TO TRUE
              DISPLAY LK-BLQ-ARCHIVO ' EN USO POR '
                 LK-BLQ-TENEDOR-PROGRAMA ' (PROCESO '
                 LK-BLQ-TENEDOR-PID ') DESDE EL '
                 LK-BLQ-TENEDOR-FECHA ' ' LK-BLQ-TENEDOR-HORA
              DISPLAY '  ' LK-BLQ-PROGRAMA ' NO PUEDE ESPERAR MAS: '
                 'VOLVER A CORRER CUANDO TERMINE'
              MOVE 'FN' TO WS-RESULTADO-INTENTO
              GO TO 1200-INFORMAR-TENEDOR-EXIT
           END-IF.

           IF WS-INTENTOS EQUAL 1
              DISPLAY LK-BLQ-ARCHIVO ' EN USO POR '
                 LK-BLQ-TENEDOR-PROGRAMA ': ' LK-BLQ-PROGRAMA
                 ' ESPERA HASTA ' LK-BLQ-ESPERA ' SEGUNDOS'
           END-IF.
           SET LK-BLQ-RETORNO-OK TO TRUE.
           SET WS-INTENTO-OCUPADO TO TRUE.
           CALL 'C$SLEEP' USING WS-SEGUNDOS-REINTENTO.

       1200-INFORMAR-TENEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Libera los bloqueos de este proceso sobre el archivo
       2000-LIBERAR.
           PERFORM 8000-ENTRAR-REGISTRO
              THRU 8000-ENTRAR-REGISTRO-EXIT.
           IF NOT WS-MUTEX-TOMADO
              GO TO 2000-LIBERAR-EXIT
           END-IF.

           PERFORM 2100-MARCAR-LIBERADO
              THRU 2100-MARCAR-LIBERADO-EXIT
              VARYING WS-INDICE-BLQ FROM 1 BY 1
              UNTIL WS-INDICE-BLQ GREATER THAN WS-CANT-BLOQUEOS.

           PERFORM 8500-REGRABAR-REGISTRO
              THRU 8500-REGRABAR-REGISTRO-EXIT.
           PERFORM 8900-SALIR-REGISTRO
              THRU 8900-SALIR-REGISTRO-EXIT.

       2000-LIBERAR-EXIT.
           EXIT.

       2100-MARCAR-LIBERADO.
           IF WS-BLQ-ARCHIVO(WS-INDICE-BLQ) EQUAL LK-BLQ-ARCHIVO
              AND WS-BLQ-PID(WS-INDICE-BLQ) EQUAL WS-PID-PROPIO
              MOVE 'N' TO WS-BLQ-VIGENTE(WS-INDICE-BLQ)
           END-IF.

       2100-MARCAR-LIBERADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Saca del registro los bloqueos del archivo que dejaron procesos
      * que ya no corren; los de procesos vivos no se tocan
       3000-LIBERAR-HUERFANOS.
           MOVE 0 TO LK-BLQ-CANT-LIBERADOS.
           PERFORM 8000-ENTRAR-REGISTRO
              THRU 8000-ENTRAR-REGISTRO-EXIT.
           IF NOT WS-MUTEX-TOMADO
              GO TO 3000-LIBERAR-HUERFANOS-EXIT
           END-IF.

           PERFORM 3100-MARCAR-HUERFANO
              THRU 3100-MARCAR-HUERFANO-EXIT
              VARYING WS-INDICE-BLQ FROM 1 BY 1
              UNTIL WS-INDICE-BLQ GREATER THAN WS-CANT-BLOQUEOS.

           SET LK-BLQ-RETORNO-OK TO TRUE.
           PERFORM 8500-REGRABAR-REGISTRO
              THRU 8500-REGRABAR-REGISTRO-EXIT.
           PERFORM 8900-SALIR-REGISTRO
              THRU 8900-SALIR-REGISTRO-EXIT.

       3000-LIBERAR-HUERFANOS-EXIT.
           EXIT.

       3100-MARCAR-HUERFANO.
           IF WS-BLQ-ARCHIVO(WS-INDICE-BLQ) NOT EQUAL LK-BLQ-ARCHIVO
              GO TO 3100-MARCAR-HUERFANO-EXIT
           END-IF.

           MOVE WS-BLQ-PID(WS-INDICE-BLQ) TO LK-BLQ-TENEDOR-PID.
           PERFORM 7000-PROCESO-VIVO
              THRU 7000-PROCESO-VIVO-EXIT.
           IF LK-BLQ-HUERFANO
              MOVE 'N' TO WS-BLQ-VIGENTE(WS-INDICE-BLQ)
              ADD 1 TO LK-BLQ-CANT-LIBERADOS
           END-IF.

       3100-MARCAR-HUERFANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un proceso corre si el sistema acepta mandarle la senal 0
       7000-PROCESO-VIVO.
           MOVE LK-BLQ-TENEDOR-PID TO WS-PID-EDITADO.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'kill -0 ' WS-PID-EDITADO ' 2>/dev/null'
              DELIMITED BY SIZE INTO WS-COMANDO-SISTEMA.
           CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
              RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA EQUAL 0
              AND LK-BLQ-TENEDOR-PID NOT EQUAL 0
              SET LK-BLQ-RETORNO-OK TO TRUE
           ELSE
              SET LK-BLQ-HUERFANO TO TRUE
           END-IF.

       7000-PROCESO-VIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Entra al registro (de a un proceso por vez) y lo carga
       8000-ENTRAR-REGISTRO.
           SET WS-MUTEX-LIBRE TO TRUE.
           MOVE 0 TO WS-INTENTOS-MUTEX.
           PERFORM 8010-CREAR-MUTEX
              THRU 8010-CREAR-MUTEX-EXIT
              UNTIL WS-MUTEX-TOMADO
                 OR WS-INTENTOS-MUTEX NOT LESS THAN
                    WS-MAX-INTENTOS-MUTEX.
           IF NOT WS-MUTEX-TOMADO
              DISPLAY 'NO SE PUDO ENTRAR AL REGISTRO DE BLOQUEOS: '
                 'SI NO HAY OTRO LOTE CORRIENDO, BORRAR '
                 '../BLOQUEOS.MTX'
              SET LK-BLQ-ERROR TO TRUE
              GO TO 8000-ENTRAR-REGISTRO-EXIT
           END-IF.

           MOVE 0 TO WS-CANT-BLOQUEOS.
           OPEN INPUT ENT-BLOQUEOS.
           EVALUATE TRUE
               WHEN FS-ENT-BLOQUEOS-OK
                   SET WS-BLOQUEOS-EOF-NO TO TRUE
                   PERFORM 8020-LEER-BLOQUEO
                      THRU 8020-LEER-BLOQUEO-EXIT
                      UNTIL WS-BLOQUEOS-EOF-YES
                   CLOSE ENT-BLOQUEOS
               WHEN FS-ENT-BLOQUEOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR BLOQUEOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-BLOQUEOS
                   SET LK-BLQ-ERROR TO TRUE
                   PERFORM 8900-SALIR-REGISTRO
                      THRU 8900-SALIR-REGISTRO-EXIT
           END-EVALUATE.

       8000-ENTRAR-REGISTRO-EXIT.
           EXIT.

       8010-CREAR-MUTEX.
           ADD 1 TO WS-INTENTOS-MUTEX.
           MOVE 'mkdir ../BLOQUEOS.MTX 2>/dev/null'
             TO WS-COMANDO-SISTEMA.
           CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
              RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA EQUAL 0
              SET WS-MUTEX-TOMADO TO TRUE
           ELSE
              CALL 'C$SLEEP' USING WS-SEGUNDOS-MUTEX
           END-IF.

       8010-CREAR-MUTEX-EXIT.
           EXIT.

       8020-LEER-BLOQUEO.
           READ ENT-BLOQUEOS
               AT END
                   SET WS-BLOQUEOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-BLOQUEOS LESS THAN 200
                      ADD 1 TO WS-CANT-BLOQUEOS
                      MOVE REG-BLOQUEO
                        TO WS-BLQ-ITEM(WS-CANT-BLOQUEOS)
                      MOVE 'S' TO WS-BLQ-VIGENTE(WS-CANT-BLOQUEOS)
                   END-IF
           END-READ.

       8020-LEER-BLOQUEO-EXIT.
           EXIT.

      * Regraba el registro con los bloqueos que siguen vigentes
       8500-REGRABAR-REGISTRO.
           OPEN OUTPUT SAL-BLOQUEOS.
           IF NOT FS-SAL-BLOQUEOS-OK
              DISPLAY 'ERROR AL REGRABAR BLOQUEOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-BLOQUEOS
              SET LK-BLQ-ERROR TO TRUE
              GO TO 8500-REGRABAR-REGISTRO-EXIT
           END-IF.

           PERFORM 8510-GRABAR-BLOQUEO
              THRU 8510-GRABAR-BLOQUEO-EXIT
              VARYING WS-INDICE-BLQ FROM 1 BY 1
              UNTIL WS-INDICE-BLQ GREATER THAN WS-CANT-BLOQUEOS.

           CLOSE SAL-BLOQUEOS.

       8500-REGRABAR-REGISTRO-EXIT.
           EXIT.

       8510-GRABAR-BLOQUEO.
           IF WS-BLQ-VIGENTE(WS-INDICE-BLQ) EQUAL 'S'
              MOVE WS-BLQ-ITEM(WS-INDICE-BLQ)(1:64) TO FD-SAL-BLOQUEO
              WRITE FD-SAL-BLOQUEO
           END-IF.

       8510-GRABAR-BLOQUEO-EXIT.
           EXIT.

       8900-SALIR-REGISTRO.
           IF WS-MUTEX-TOMADO
              MOVE 'rmdir ../BLOQUEOS.MTX' TO WS-COMANDO-SISTEMA
              CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
                 RETURNING WS-RC-SISTEMA
              SET WS-MUTEX-LIBRE TO TRUE
           END-IF.

       8900-SALIR-REGISTRO-EXIT.
           EXIT.

       END PROGRAM CLBLOQUE.
