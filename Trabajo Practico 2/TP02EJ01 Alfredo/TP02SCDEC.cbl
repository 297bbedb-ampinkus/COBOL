      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02SCDEC.CBL - Aplicacion de las decisiones de
      *          cumplimiento normativo sobre la cola de coincidencias
      *          contra las listas de sanciones y PEP. Cruza
      *          SCREENING_DECISIONES.TXT (SCRDECI.CPY) contra
      *          SCREENING_COLA.TXT (SCRCOLA.CPY, la alimenta
      *          TP02SCREE) por origen, clave y entrada de la nomina:
      *          - confirmada de un titular: bloquea la tarjeta via
      *            MAESTARJ (modo 'M', estado 'B');
      *          - confirmada de un comercio: lo agrega a
      *            COMERCIOS_SUSPENDIDOS.TXT, y TP02LIQTR deja de
      *            pagarle las liquidaciones;
      *          - descartada (homonimo): no hace nada, y por estar en
      *            el historial no se vuelve a encolar.
      *          Las filas decididas pasan al historial
      *          SCREENING_HISTORIA.TXT con la decision, la fecha y el
      *          analista; la cola queda regrabada con lo pendiente.
      *          Si el bloqueo falla, la fila queda en la cola y la
      *          decision queda en el archivo para la proxima corrida.
      *          Las decisiones que no encuentran fila pendiente se
      *          informan por consola y se descartan.
      *          Codigo de retorno: 0 sin novedades, 4 si hubo
      *          decisiones sin fila pendiente, 8 si algun bloqueo
      *          fallo.
      *          Uso: TP02SCDEC [operador] (sin parametro firma LOTE)
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02SCDEC.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-DECISIONES / SAL-DECISIONES
      *    Nombre fisico del archivo: ../SCREENING_DECISIONES.TXT
           SELECT ENT-DECISIONES
           ASSIGN TO '../SCREENING_DECISIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DECISIONES.

           SELECT SAL-DECISIONES
           ASSIGN TO '../SCREENING_DECISIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-DECISIONES.

      *    Nombre logico del archivo: ENT-COLA / SAL-COLA
      *    Nombre fisico del archivo: ../SCREENING_COLA.TXT
           SELECT ENT-COLA
           ASSIGN TO '../SCREENING_COLA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-COLA.

           SELECT SAL-COLA
           ASSIGN TO '../SCREENING_COLA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-COLA.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-HISTORIA
      *    Nombre fisico del archivo: ../SCREENING_HISTORIA.TXT
      *    Coincidencias ya decididas (EXTEND).
           SELECT SAL-HISTORIA
           ASSIGN TO '../SCREENING_HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIA.

      *    Nombre logico del archivo: SAL-SUSPENDIDOS
      *    Nombre fisico del archivo: ../COMERCIOS_SUSPENDIDOS.TXT
      *    Comercios a los que no se les paga (EXTEND).
           SELECT SAL-SUSPENDIDOS
           ASSIGN TO '../COMERCIOS_SUSPENDIDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SUSPENDIDOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-DECISIONES.
       01 FD-ENT-DECISION              PIC X(41).

       FD SAL-DECISIONES.
       01 FD-SAL-DECISION              PIC X(41).

       FD ENT-COLA.
       01 FD-ENT-COLA                  PIC X(201).

       FD SAL-COLA.
       01 FD-SAL-COLA                  PIC X(201).

       FD SAL-HISTORIA.
       01 FD-SAL-HISTORIA              PIC X(201).

       FD SAL-SUSPENDIDOS.
           COPY COMSUSP.

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-DECISIONES                 PIC X(2).
             88 FS-ENT-DECISIONES-OK               VALUE '00'.
             88 FS-ENT-DECISIONES-NFD              VALUE '35'.
          05 FS-SAL-DECISIONES                 PIC X(2).
             88 FS-SAL-DECISIONES-OK               VALUE '00'.
          05 FS-ENT-COLA                       PIC X(2).
             88 FS-ENT-COLA-OK                     VALUE '00'.
             88 FS-ENT-COLA-NFD                    VALUE '35'.
          05 FS-SAL-COLA                       PIC X(2).
             88 FS-SAL-COLA-OK                     VALUE '00'.
          05 FS-SAL-HISTORIA                   PIC X(2).
             88 FS-SAL-HISTORIA-OK                 VALUE '00'.
             88 FS-SAL-HISTORIA-NFD                VALUE '35'.
          05 FS-SAL-SUSPENDIDOS                PIC X(2).
             88 FS-SAL-SUSPENDIDOS-OK              VALUE '00'.
             88 FS-SAL-SUSPENDIDOS-NFD             VALUE '35'.

      * Switches de fin de archivo
       01 WS-DECISIONES-EOF                    PIC X(5) VALUE 'FALSE'.
          88 WS-DECISIONES-EOF-YES                 VALUE 'TRUE'.
          88 WS-DECISIONES-EOF-NO                  VALUE 'FALSE'.
       01 WS-COLA-EOF                          PIC X(5) VALUE 'FALSE'.
          88 WS-COLA-EOF-YES                       VALUE 'TRUE'.
          88 WS-COLA-EOF-NO                        VALUE 'FALSE'.

      * Fecha del proceso, sello de la decision en el historial
       01 WS-FECHA-PROCESO                     PIC 9(8).

      * Registros de trabajo
           COPY SCRCOLA.
           COPY SCRDECI.

      * Tabla de decisiones, cada una con su marca de aplicacion
       77 WS-INDICE-DEC                        PIC 9(04) VALUE 1.
       77 WS-CANT-DEC                          PIC 9(04) VALUE 0.
       01 WS-TABLA-DECISIONES.
          05 WS-DEC-ITEM OCCURS 2000 TIMES.
             10 WS-DEC-ITEM-REGISTRO      PIC X(41).
             10 WS-DEC-ITEM-CLAVE REDEFINES WS-DEC-ITEM-REGISTRO.
                15 WS-DEC-ITEM-PAR        PIC X(32).
                15 FILLER                 PIC X(09).
             10 WS-DEC-ITEM-MARCA         PIC X(01).
                88 WS-DEC-ITEM-SIN-USAR       VALUE ' '.
                88 WS-DEC-ITEM-APLICADA       VALUE 'A'.
                88 WS-DEC-ITEM-REINTENTAR     VALUE 'R'.

      * Tabla de la cola: cada fila con su marca de paso al historial
       77 WS-INDICE-COLA                       PIC 9(05) VALUE 1.
       77 WS-CANT-COLA                         PIC 9(05) VALUE 0.
       01 WS-TABLA-COLA.
          05 WS-COLA-ITEM OCCURS 9999 TIMES.
             10 WS-COLA-ITEM-REGISTRO     PIC X(201).
             10 WS-COLA-ITEM-DESTINO      PIC X(01).
                88 WS-COLA-ITEM-QUEDA         VALUE 'Q'.
                88 WS-COLA-ITEM-HISTORIA      VALUE 'H'.

      * Origen, clave y entrada de la nomina de la fila en curso
       01 WS-PAR.
          05 WS-PAR-ORIGEN                PIC X(01).
          05 WS-PAR-CLAVE                 PIC X(19).
          05 WS-PAR-ID-LISTA              PIC X(12).
       01 WS-DECISION-HALLADA                  PIC X(03) VALUE 'NO'.
          88 WS-DECISION-HALLADA-SI                VALUE 'SI'.
          88 WS-DECISION-HALLADA-NO                VALUE 'NO'.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-BLOQUEADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-SUSPENDIDOS               PIC 9(05) VALUE 0.
          05 WS-CANT-DESCARTADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-PENDIENTES                PIC 9(05) VALUE 0.
          05 WS-CANT-FALLIDAS                  PIC 9(05) VALUE 0.
          05 WS-CANT-SIN-FILA                  PIC 9(05) VALUE 0.

      * Operador firmado de la corrida, para el bloqueo via MAESTARJ
      * (TP02SIGN valida nivel). Sin parametro corre como el operador
      * de lote LOTE.
       77 WS-OPERADOR-CORRIDA           PIC X(08) VALUE 'LOTE'.
       77 WS-LINEA-COMANDO              PIC X(20) VALUE SPACES.

      * Estructura de comunicacion con el master de tarjetas
       01 LK-TARJETA.
           COPY MAESTARJ.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           IF WS-LINEA-COMANDO NOT EQUAL SPACES
              MOVE WS-LINEA-COMANDO(1:8) TO WS-OPERADOR-CORRIDA
           END-IF.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-FILA
              THRU 2000-PROCESAR-FILA-EXIT
              VARYING WS-INDICE-COLA FROM 1 BY 1
              UNTIL WS-INDICE-COLA GREATER THAN WS-CANT-COLA.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           OPEN INPUT ENT-DECISIONES.
           EVALUATE TRUE
               WHEN FS-ENT-DECISIONES-OK
                   PERFORM 1100-LEER-DECISION
                      THRU 1100-LEER-DECISION-EXIT
                      UNTIL WS-DECISIONES-EOF-YES
                   CLOSE ENT-DECISIONES
               WHEN FS-ENT-DECISIONES-NFD
                   DISPLAY 'NO HAY SCREENING_DECISIONES.TXT: NADA '
                      'QUE APLICAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SCREENING_DECISIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-DECISIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-COLA.
           EVALUATE TRUE
               WHEN FS-ENT-COLA-OK
                   PERFORM 1200-LEER-COLA
                      THRU 1200-LEER-COLA-EXIT
                      UNTIL WS-COLA-EOF-YES
                   CLOSE ENT-COLA
               WHEN FS-ENT-COLA-NFD
                   DISPLAY 'NO HAY SCREENING_COLA.TXT: NINGUNA '
                      'DECISION TIENE FILA PENDIENTE'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SCREENING_COLA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-COLA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN EXTEND SAL-HISTORIA.
           IF FS-SAL-HISTORIA-NFD
              OPEN OUTPUT SAL-HISTORIA
           END-IF.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL ABRIR SCREENING_HISTORIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-SUSPENDIDOS.
           IF FS-SAL-SUSPENDIDOS-NFD
              OPEN OUTPUT SAL-SUSPENDIDOS
           END-IF.
           IF NOT FS-SAL-SUSPENDIDOS-OK
              DISPLAY 'ERROR AL ABRIR COMERCIOS_SUSPENDIDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUSPENDIDOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El archivo de decisiones se regraba al final con las que hay
      * que reintentar: si no entra entero, no se puede procesar.
       1100-LEER-DECISION.
           READ ENT-DECISIONES
               AT END
                   SET WS-DECISIONES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-DEC LESS THAN 2000
                      ADD 1 TO WS-CANT-DEC
                      MOVE FD-ENT-DECISION
                        TO WS-DEC-ITEM-REGISTRO(WS-CANT-DEC)
                      SET WS-DEC-ITEM-SIN-USAR(WS-CANT-DEC) TO TRUE
                   ELSE
                      DISPLAY 'SCREENING_DECISIONES.TXT TIENE MAS DE '
                         '2000 DECISIONES: NO SE PUEDE REGRABAR SIN '
                         'PERDER'
                      CLOSE ENT-DECISIONES
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1100-LEER-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La cola se regraba al final: si no entra entera en la tabla,
      * no se la puede regrabar sin perder coincidencias.
       1200-LEER-COLA.
           READ ENT-COLA
               AT END
                   SET WS-COLA-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   IF WS-CANT-COLA LESS THAN 9999
                      ADD 1 TO WS-CANT-COLA
                      MOVE FD-ENT-COLA
                        TO WS-COLA-ITEM-REGISTRO(WS-CANT-COLA)
                      SET WS-COLA-ITEM-QUEDA(WS-CANT-COLA) TO TRUE
                   ELSE
                      DISPLAY 'SCREENING_COLA.TXT TIENE MAS DE 9999 '
                         'COINCIDENCIAS: NO SE PUEDE REGRABAR SIN '
                         'PERDER'
                      CLOSE ENT-COLA
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1200-LEER-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada fila pendiente busca su decision; sin decision sigue en
      * la cola.
       2000-PROCESAR-FILA.
           MOVE WS-COLA-ITEM-REGISTRO(WS-INDICE-COLA) TO REG-SCR-COLA.
           IF NOT REG-SCQ-PENDIENTE
              GO TO 2000-PROCESAR-FILA-EXIT
           END-IF.

           MOVE REG-SCQ-ORIGEN   TO WS-PAR-ORIGEN.
           MOVE REG-SCQ-CLAVE    TO WS-PAR-CLAVE.
           MOVE REG-SCQ-ID-LISTA TO WS-PAR-ID-LISTA.
           SET WS-DECISION-HALLADA-NO TO TRUE.
           PERFORM 2100-BUSCAR-DECISION
              THRU 2100-BUSCAR-DECISION-EXIT
              VARYING WS-INDICE-DEC FROM 1 BY 1
              UNTIL WS-INDICE-DEC GREATER THAN WS-CANT-DEC
                 OR WS-DECISION-HALLADA-SI.
           IF WS-DECISION-HALLADA-NO
              ADD 1 TO WS-CANT-PENDIENTES
              GO TO 2000-PROCESAR-FILA-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-INDICE-DEC.
           MOVE WS-DEC-ITEM-REGISTRO(WS-INDICE-DEC) TO REG-SCR-DECISION.

           EVALUATE TRUE
               WHEN REG-SCD-CONFIRMA AND REG-SCQ-ORIGEN-TARJETA
                   PERFORM 2200-BLOQUEAR-TARJETA
                      THRU 2200-BLOQUEAR-TARJETA-EXIT
               WHEN REG-SCD-CONFIRMA AND REG-SCQ-ORIGEN-COMERCIO
                   PERFORM 2300-SUSPENDER-COMERCIO
                      THRU 2300-SUSPENDER-COMERCIO-EXIT
               WHEN REG-SCD-DESCARTA
                   SET REG-SCQ-DESCARTADA TO TRUE
                   ADD 1 TO WS-CANT-DESCARTADAS
               WHEN OTHER
                   DISPLAY 'DECISION INVALIDA PARA ' REG-SCQ-ORIGEN
                      ' ' REG-SCQ-ID-LISTA ': ' REG-SCD-DECISION
           END-EVALUATE.

      * Si la decision no se pudo aplicar, la fila sigue pendiente.
           IF REG-SCQ-PENDIENTE
              ADD 1 TO WS-CANT-PENDIENTES
              GO TO 2000-PROCESAR-FILA-EXIT
           END-IF.

           SET WS-DEC-ITEM-APLICADA(WS-INDICE-DEC) TO TRUE.
           MOVE WS-FECHA-PROCESO TO REG-SCQ-FECHA-DECISION.
           MOVE REG-SCD-OPERADOR TO REG-SCQ-OPERADOR.
           MOVE REG-SCR-COLA TO WS-COLA-ITEM-REGISTRO(WS-INDICE-COLA).
           SET WS-COLA-ITEM-HISTORIA(WS-INDICE-COLA) TO TRUE.

           WRITE FD-SAL-HISTORIA FROM REG-SCR-COLA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR SCREENING_HISTORIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
           END-IF.

       2000-PROCESAR-FILA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-BUSCAR-DECISION.
           IF WS-DEC-ITEM-PAR(WS-INDICE-DEC) EQUAL WS-PAR
              SET WS-DECISION-HALLADA-SI TO TRUE
           END-IF.

       2100-BUSCAR-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Si el master no toma el bloqueo, la decision se reintenta en
      * la proxima corrida.
       2200-BLOQUEAR-TARJETA.
           INITIALIZE LK-TARJETA.
           SET LK-MODO-MODIFICACION TO TRUE.
           MOVE WS-OPERADOR-CORRIDA TO LK-OPERADOR-I.
           MOVE REG-SCQ-CLAVE       TO LK-NUMERO-I.
           MOVE 'B'                 TO LK-ESTADO-I.

           CALL 'MAESTARJ' USING LK-TARJETA.

           IF LK-RETORNO-OK
              SET REG-SCQ-CONFIRMADA TO TRUE
              ADD 1 TO WS-CANT-BLOQUEADAS
           ELSE
              DISPLAY 'NO SE PUDO BLOQUEAR LA TARJETA DE LA CUENTA '
                 REG-SCQ-CUENTA ' (' REG-SCQ-ID-LISTA ')'
              SET WS-DEC-ITEM-REINTENTAR(WS-INDICE-DEC) TO TRUE
              ADD 1 TO WS-CANT-FALLIDAS
           END-IF.

       2200-BLOQUEAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-SUSPENDER-COMERCIO.
           MOVE REG-SCQ-CLAVE(1:6)  TO REG-CSU-ID-COMERCIO.
           MOVE WS-FECHA-PROCESO    TO REG-CSU-FECHA.
           MOVE 'SC'                TO REG-CSU-MOTIVO.
           MOVE REG-SCQ-ID-LISTA    TO REG-CSU-REFERENCIA.

           WRITE REG-COM-SUSPENDIDO.
           IF FS-SAL-SUSPENDIDOS-OK
              SET REG-SCQ-CONFIRMADA TO TRUE
              ADD 1 TO WS-CANT-SUSPENDIDOS
           ELSE
              DISPLAY 'ERROR AL GRABAR COMERCIOS_SUSPENDIDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-SUSPENDIDOS
              SET WS-DEC-ITEM-REINTENTAR(WS-INDICE-DEC) TO TRUE
              ADD 1 TO WS-CANT-FALLIDAS
           END-IF.

       2300-SUSPENDER-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-HISTORIA.
           CLOSE SAL-SUSPENDIDOS.

           PERFORM 3100-REGRABAR-COLA
              THRU 3100-REGRABAR-COLA-EXIT.

           PERFORM 3200-REGRABAR-DECISIONES
              THRU 3200-REGRABAR-DECISIONES-EXIT.

           DISPLAY 'COINCIDENCIAS EN COLA     : ' WS-CANT-LEIDAS.
           DISPLAY 'TARJETAS BLOQUEADAS       : ' WS-CANT-BLOQUEADAS.
           DISPLAY 'COMERCIOS SUSPENDIDOS     : ' WS-CANT-SUSPENDIDOS.
           DISPLAY 'DESCARTADAS (HOMONIMOS)   : ' WS-CANT-DESCARTADAS.
           DISPLAY 'SIGUEN PENDIENTES         : ' WS-CANT-PENDIENTES.
           DISPLAY 'DECISIONES FALLIDAS       : ' WS-CANT-FALLIDAS.
           DISPLAY 'DECISIONES SIN FILA       : ' WS-CANT-SIN-FILA.

           EVALUATE TRUE
               WHEN WS-CANT-FALLIDAS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CANT-SIN-FILA GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-REGRABAR-COLA.
           OPEN OUTPUT SAL-COLA.
           IF NOT FS-SAL-COLA-OK
              DISPLAY 'ERROR AL REGRABAR SCREENING_COLA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-COLA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3110-GRABAR-COLA
              THRU 3110-GRABAR-COLA-EXIT
              VARYING WS-INDICE-COLA FROM 1 BY 1
              UNTIL WS-INDICE-COLA GREATER THAN WS-CANT-COLA.

           CLOSE SAL-COLA.

       3100-REGRABAR-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3110-GRABAR-COLA.
           IF WS-COLA-ITEM-QUEDA(WS-INDICE-COLA)
              WRITE FD-SAL-COLA
                 FROM WS-COLA-ITEM-REGISTRO(WS-INDICE-COLA)
           END-IF.

       3110-GRABAR-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Quedan en el archivo solo las decisiones a reintentar; las
      * que no encontraron fila pendiente se informan y se descartan.
       3200-REGRABAR-DECISIONES.
           OPEN OUTPUT SAL-DECISIONES.
           IF NOT FS-SAL-DECISIONES-OK
              DISPLAY 'ERROR AL REGRABAR SCREENING_DECISIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-DECISIONES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3210-GRABAR-DECISION
              THRU 3210-GRABAR-DECISION-EXIT
              VARYING WS-INDICE-DEC FROM 1 BY 1
              UNTIL WS-INDICE-DEC GREATER THAN WS-CANT-DEC.

           CLOSE SAL-DECISIONES.

       3200-REGRABAR-DECISIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3210-GRABAR-DECISION.
           EVALUATE TRUE
               WHEN WS-DEC-ITEM-REINTENTAR(WS-INDICE-DEC)
                   WRITE FD-SAL-DECISION
                      FROM WS-DEC-ITEM-REGISTRO(WS-INDICE-DEC)
               WHEN WS-DEC-ITEM-SIN-USAR(WS-INDICE-DEC)
                   MOVE WS-DEC-ITEM-REGISTRO(WS-INDICE-DEC)
                     TO REG-SCR-DECISION
                   DISPLAY 'DECISION SIN COINCIDENCIA PENDIENTE, SE '
                      'DESCARTA: ' REG-SCD-ORIGEN ' ' REG-SCD-ID-LISTA
                      ' ' REG-SCD-DECISION
                   ADD 1 TO WS-CANT-SIN-FILA
           END-EVALUATE.

       3210-GRABAR-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02SCDEC.
