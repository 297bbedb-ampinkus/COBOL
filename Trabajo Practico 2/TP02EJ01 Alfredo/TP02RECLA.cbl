      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02RECLA.CBL - Legajo de reclamos formales. El
      *          regulador exige responder cada reclamo formal dentro
      *          de los 10 dias habiles, cosa que las notas libres de
      *          CONTACTOS.TXT no controlan. Mantiene RECLAMOS.TXT:
      *          Modo ALTA: toma RECLAMOS_NOVEDADES.SEQ (cuenta,
      *          tarjeta, categoria, consumo reclamado opcional,
      *          operador asignado, texto y operador firmado via
      *          TP02SIGN), valida la tarjeta contra el master via
      *          MAESTARJ, vincula el consumo con su disputa si esta
      *          en DISPUTAS.TXT y da de alta el reclamo abierto con
      *          el numero siguiente.
      *          Modo RESOLVER: toma RECLAMOS_RESOLUCION.SEQ y
      *          reasigna el reclamo a otro operador o lo cierra con
      *          su resultado y la respuesta dada, avisando si se
      *          resolvio despues del vencimiento.
      *          Modo VENCIMIENTOS: el control diario; calcula el
      *          vencimiento de cada reclamo abierto sobre el
      *          calendario de dias habiles (FERIADOS.TXT via
      *          CLFECHAS) y deja en RECLAMOS_VENCIMIENTOS.TXT cada
      *          uno marcado EN PLAZO, POR VENCER (faltan 2 dias
      *          habiles o menos) o VENCIDO.
      *            TP02RECLA ALTA
      *            TP02RECLA RESOLVER
      *            TP02RECLA VENCIMIENTOS
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02RECLA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Reclamos nuevos a dar de alta
           SELECT ENT-NOVEDADES
           ASSIGN TO '../RECLAMOS_NOVEDADES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

      *    Reasignaciones y resoluciones de reclamos abiertos
           SELECT ENT-RESOLUCIONES
           ASSIGN TO '../RECLAMOS_RESOLUCION.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RESOLUCIONES.

           SELECT ENT-RECLAMOS
           ASSIGN TO '../RECLAMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RECLAMOS.

           SELECT ENT-DISPUTAS
           ASSIGN TO '../DISPUTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DISPUTAS.

      *****ARCHIVOS DE SALIDA
      *    Legajo de reclamos: el alta agrega al final (EXTEND) y la
      *    resolucion lo regraba entero desde la tabla
           SELECT SAL-RECLAMOS
           ASSIGN TO '../RECLAMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECLAMOS.

      *    Control diario de vencimientos
           SELECT SAL-VENCIMIENTOS
           ASSIGN TO '../RECLAMOS_VENCIMIENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-VENCIMIENTOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD-RECLAMO.
          05 REG-NOV-CUENTA            PIC 9(10).
          05 REG-NOV-TARJETA           PIC X(19).
          05 REG-NOV-CATEGORIA         PIC X(04).
          05 REG-NOV-ID-CONSUMO        PIC 9(10).
          05 REG-NOV-ASIGNADO          PIC X(08).
          05 REG-NOV-DESCRIPCION       PIC X(60).
          05 REG-NOV-OPERADOR          PIC X(08).

       FD ENT-RESOLUCIONES.
       01 REG-RESOLUCION-RECLAMO.
          05 REG-RSL-NUMERO            PIC 9(08).
      * Accion: A reasignar, R resolver
          05 REG-RSL-ACCION            PIC X(01).
             88 REG-RSL-REASIGNAR          VALUE 'A'.
             88 REG-RSL-RESOLVER           VALUE 'R'.
          05 REG-RSL-ASIGNADO          PIC X(08).
          05 REG-RSL-RESULTADO         PIC X(01).
          05 REG-RSL-TEXTO             PIC X(60).
          05 REG-RSL-OPERADOR          PIC X(08).

       FD ENT-RECLAMOS.
       01 FD-ENT-RECLAMO               PIC X(218).

       FD ENT-DISPUTAS.
           COPY DISPUTAS.

       FD SAL-RECLAMOS.
       01 FD-SAL-RECLAMO               PIC X(218).

       FD SAL-VENCIMIENTOS.
       01 FD-VENCIMIENTO-LINEA.
          05 FD-VEN-ALERTA             PIC X(10).
          05 FD-VEN-SEP-01             PIC X(01).
          05 FD-VEN-NUMERO             PIC 9(08).
          05 FD-VEN-SEP-02             PIC X(01).
          05 FD-VEN-CUENTA             PIC 9(10).
          05 FD-VEN-SEP-03             PIC X(01).
          05 FD-VEN-TARJETA            PIC X(19).
          05 FD-VEN-SEP-04             PIC X(01).
          05 FD-VEN-CATEGORIA          PIC X(04).
          05 FD-VEN-SEP-05             PIC X(01).
          05 FD-VEN-FECHA-ALTA         PIC X(10).
          05 FD-VEN-SEP-06             PIC X(01).
          05 FD-VEN-VENCE              PIC X(10).
          05 FD-VEN-SEP-07             PIC X(01).
          05 FD-VEN-ASIGNADO           PIC X(08).
          05 FD-VEN-SEP-08             PIC X(01).
          05 FD-VEN-DESCRIPCION        PIC X(60).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-NOVEDADES                  PIC X(2).
             88 FS-ENT-NOVEDADES-OK                VALUE '00'.
             88 FS-ENT-NOVEDADES-EOF               VALUE '10'.
             88 FS-ENT-NOVEDADES-NFD               VALUE '35'.
          05 FS-ENT-RESOLUCIONES               PIC X(2).
             88 FS-ENT-RESOLUCIONES-OK             VALUE '00'.
             88 FS-ENT-RESOLUCIONES-EOF            VALUE '10'.
             88 FS-ENT-RESOLUCIONES-NFD            VALUE '35'.
          05 FS-ENT-RECLAMOS                   PIC X(2).
             88 FS-ENT-RECLAMOS-OK                 VALUE '00'.
             88 FS-ENT-RECLAMOS-EOF                VALUE '10'.
             88 FS-ENT-RECLAMOS-NFD                VALUE '35'.
          05 FS-ENT-DISPUTAS                   PIC X(2).
             88 FS-ENT-DISPUTAS-OK                 VALUE '00'.
             88 FS-ENT-DISPUTAS-EOF                VALUE '10'.
             88 FS-ENT-DISPUTAS-NFD                VALUE '35'.
          05 FS-SAL-RECLAMOS                   PIC X(2).
             88 FS-SAL-RECLAMOS-OK                 VALUE '00'.
             88 FS-SAL-RECLAMOS-NFD                VALUE '35'.
          05 FS-SAL-VENCIMIENTOS               PIC X(2).
             88 FS-SAL-VENCIMIENTOS-OK             VALUE '00'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Reclamo en proceso
           COPY RECLAMO.

      * Parametro de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(12) VALUE SPACES.
          88 WS-MODO-ALTA                  VALUE 'ALTA'.
          88 WS-MODO-RESOLVER              VALUE 'RESOLVER'.
          88 WS-MODO-VENCIMIENTOS          VALUE 'VENCIMIENTOS'.

      * Fecha del proceso
       01 WS-FECHA-PROCESO                     PIC 9(8).
       01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
          05 WS-FP-ANIO                PIC 9(04).
          05 WS-FP-MES                 PIC 9(02).
          05 WS-FP-DIA                 PIC 9(02).
       01 WS-FECHA-HOY.
          05 WS-HOY-ANIO               PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-MES                PIC 9(02).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-DIA                PIC 9(02).

      * Plazo de respuesta y anticipacion del aviso, en dias habiles
       77 WS-DIAS-PLAZO                        PIC 9(02) VALUE 10.
       77 WS-DIAS-AVISO                        PIC 9(02) VALUE 2.
       77 WS-CANT-HABILES                      PIC 9(02) VALUE 0.
       77 WS-FECHA-CALCULO                     PIC X(10) VALUE SPACES.
       77 WS-FECHA-VENCE                       PIC X(10) VALUE SPACES.
       77 WS-FECHA-ALERTA                      PIC X(10) VALUE SPACES.

      * Switches de fin de archivo
       01 WS-NOVEDADES-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES                  VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO                   VALUE 'FALSE'.
       01 WS-RECLAMOS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-RECLAMOS-EOF-YES                   VALUE 'TRUE'.
          88 WS-RECLAMOS-EOF-NO                    VALUE 'FALSE'.
       01 WS-DISPUTAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-DISPUTAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-DISPUTAS-EOF-NO                    VALUE 'FALSE'.

      * Ultimo numero de reclamo asignado
       77 WS-ULTIMO-NUMERO                     PIC 9(08) VALUE 0.

      * Disputas registradas, para vincular el consumo reclamado
       77 WS-INDICE-DIS                        PIC 9(04) VALUE 1.
       77 WS-CANT-DIS                          PIC 9(04) VALUE 0.
       77 WS-FILA-DIS                          PIC 9(04) VALUE 0.
       01 WS-TABLA-DISPUTAS.
          05 WS-DIS-ITEM OCCURS 2000 TIMES.
             10 WS-DIS-ITEM-TARJETA       PIC X(19).
             10 WS-DIS-ITEM-ID-CONSUMO    PIC 9(10).

      * Legajo en memoria para la resolucion (se regraba completo)
       77 WS-INDICE-REC                        PIC 9(04) VALUE 1.
       77 WS-CANT-REC                          PIC 9(04) VALUE 0.
       77 WS-FILA-REC                          PIC 9(04) VALUE 0.
       01 WS-TABLA-RECLAMOS.
          05 WS-REC-LINEA OCCURS 2000 TIMES    PIC X(218).

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-ALTAS                     PIC 9(05) VALUE 0.
          05 WS-CANT-REASIGNADOS               PIC 9(05) VALUE 0.
          05 WS-CANT-RESUELTOS                 PIC 9(05) VALUE 0.
          05 WS-CANT-FUERA-PLAZO               PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-ABIERTOS                  PIC 9(05) VALUE 0.
          05 WS-CANT-POR-VENCER                PIC 9(05) VALUE 0.
          05 WS-CANT-VENCIDOS                  PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           EVALUATE TRUE
               WHEN WS-MODO-ALTA
                   PERFORM 2000-ALTA-RECLAMOS
                      THRU 2000-ALTA-RECLAMOS-EXIT
               WHEN WS-MODO-RESOLVER
                   PERFORM 4000-RESOLVER-RECLAMOS
                      THRU 4000-RESOLVER-RECLAMOS-EXIT
               WHEN OTHER
                   PERFORM 5000-CONTROLAR-VENCIMIENTOS
                      THRU 5000-CONTROLAR-VENCIMIENTOS-EXIT
           END-EVALUATE.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO.

           IF NOT WS-MODO-ALTA AND NOT WS-MODO-RESOLVER
              AND NOT WS-MODO-VENCIMIENTOS
              DISPLAY 'USO: TP02RECLA ALTA'
              DISPLAY '     TP02RECLA RESOLVER'
              DISPLAY '     TP02RECLA VENCIMIENTOS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta de reclamos: numero siguiente al ultimo del legajo
       2000-ALTA-RECLAMOS.
           OPEN INPUT ENT-NOVEDADES.
           EVALUATE TRUE
               WHEN FS-ENT-NOVEDADES-OK
                   CONTINUE
               WHEN FS-ENT-NOVEDADES-NFD
                   DISPLAY 'NO HAY RECLAMOS NUEVOS PARA DAR DE ALTA'
                   GO TO 2000-ALTA-RECLAMOS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECLAMOS_NOVEDADES.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-NOVEDADES
                   MOVE 99 TO RETURN-CODE
                   GO TO 2000-ALTA-RECLAMOS-EXIT
           END-EVALUATE.

           PERFORM 2010-BUSCAR-ULTIMO-NUMERO
              THRU 2010-BUSCAR-ULTIMO-NUMERO-EXIT.

           PERFORM 2030-CARGAR-DISPUTAS
              THRU 2030-CARGAR-DISPUTAS-EXIT.

           OPEN EXTEND SAL-RECLAMOS.
           IF FS-SAL-RECLAMOS-NFD
              OPEN OUTPUT SAL-RECLAMOS
           END-IF.
           IF NOT FS-SAL-RECLAMOS-OK
              DISPLAY 'ERROR AL ABRIR RECLAMOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECLAMOS
              CLOSE ENT-NOVEDADES
              MOVE 99 TO RETURN-CODE
              GO TO 2000-ALTA-RECLAMOS-EXIT
           END-IF.

           PERFORM 2100-LEER-NOVEDAD
              THRU 2100-LEER-NOVEDAD-EXIT
              UNTIL WS-NOVEDADES-EOF-YES.

           CLOSE ENT-NOVEDADES
                 SAL-RECLAMOS.

       2000-ALTA-RECLAMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2010-BUSCAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           SET WS-RECLAMOS-EOF-NO TO TRUE.
           OPEN INPUT ENT-RECLAMOS.
           EVALUATE TRUE
               WHEN FS-ENT-RECLAMOS-OK
                   PERFORM 2020-LEER-NUMERO
                      THRU 2020-LEER-NUMERO-EXIT
                      UNTIL WS-RECLAMOS-EOF-YES
                   CLOSE ENT-RECLAMOS
               WHEN FS-ENT-RECLAMOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECLAMOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RECLAMOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2010-BUSCAR-ULTIMO-NUMERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2020-LEER-NUMERO.
           READ ENT-RECLAMOS INTO REG-RECLAMO
               AT END
                   SET WS-RECLAMOS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-REC-NUMERO GREATER THAN WS-ULTIMO-NUMERO
                      MOVE REG-REC-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
           END-READ.

       2020-LEER-NUMERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2030-CARGAR-DISPUTAS.
           OPEN INPUT ENT-DISPUTAS.
           EVALUATE TRUE
               WHEN FS-ENT-DISPUTAS-OK
                   PERFORM 2040-LEER-DISPUTA
                      THRU 2040-LEER-DISPUTA-EXIT
                      UNTIL WS-DISPUTAS-EOF-YES
                   CLOSE ENT-DISPUTAS
               WHEN FS-ENT-DISPUTAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DISPUTAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-DISPUTAS
           END-EVALUATE.

       2030-CARGAR-DISPUTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2040-LEER-DISPUTA.
           READ ENT-DISPUTAS
               AT END
                   SET WS-DISPUTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-DIS LESS THAN 2000
                      ADD 1 TO WS-CANT-DIS
                      MOVE WS-DISPUTA-NUMERO-TARJETA
                        TO WS-DIS-ITEM-TARJETA(WS-CANT-DIS)
                      MOVE WS-DISPUTA-ID-CONSUMO
                        TO WS-DIS-ITEM-ID-CONSUMO(WS-CANT-DIS)
                   ELSE
                      DISPLAY 'DISPUTAS.TXT TIENE MAS DE 2000 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       2040-LEER-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-NOVEDAD.
           READ ENT-NOVEDADES
               AT END
                   SET WS-NOVEDADES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2200-PROCESAR-ALTA
                      THRU 2200-PROCESAR-ALTA-EXIT
           END-READ.

       2100-LEER-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-PROCESAR-ALTA.
      * El operador tiene que estar firmado (alcanza el nivel de
      * consulta, como para anotar un contacto).
           MOVE REG-NOV-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              DISPLAY 'RECLAMO RECHAZADO: OPERADOR SIN SIGN-ON '
                 REG-NOV-OPERADOR
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           INITIALIZE REG-RECLAMO.
           MOVE REG-NOV-CATEGORIA TO REG-REC-CATEGORIA.
           IF NOT REG-REC-CATEGORIA-VALIDA
              DISPLAY 'RECLAMO RECHAZADO: CATEGORIA INVALIDA '
                 REG-NOV-CATEGORIA ' TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

      * La tarjeta tiene que existir en el master y ser de la cuenta
      * informada (cuenta en cero: se toma la de la tarjeta).
           INITIALIZE LK-TARJETA.
           SET LK-MODO-LEER TO TRUE.
           MOVE REG-NOV-TARJETA TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'RECLAMO RECHAZADO: TARJETA INEXISTENTE '
                 REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.
           IF REG-NOV-CUENTA NOT EQUAL 0
              AND REG-NOV-CUENTA NOT EQUAL LK-NUMERO-CUENTA-O
              DISPLAY 'RECLAMO RECHAZADO: LA TARJETA '
                 REG-NOV-TARJETA ' NO ES DE LA CUENTA ' REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

      * Consumo reclamado: si tiene disputa registrada queda
      * vinculado a ella.
           IF REG-NOV-ID-CONSUMO NOT EQUAL 0
              MOVE REG-NOV-ID-CONSUMO TO REG-REC-ID-CONSUMO
              MOVE 0 TO WS-FILA-DIS
              PERFORM 2210-COMPARAR-DISPUTA
                 THRU 2210-COMPARAR-DISPUTA-EXIT
                 VARYING WS-INDICE-DIS FROM 1 BY 1
                 UNTIL WS-INDICE-DIS GREATER THAN WS-CANT-DIS
                    OR WS-FILA-DIS NOT EQUAL 0
              IF WS-FILA-DIS NOT EQUAL 0
                 SET REG-REC-VINCULO-DISPUTA TO TRUE
              ELSE
                 SET REG-REC-VINCULO-CONSUMO TO TRUE
              END-IF
           END-IF.

           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-NUMERO   TO REG-REC-NUMERO.
           MOVE LK-NUMERO-CUENTA-O TO REG-REC-CUENTA.
           MOVE REG-NOV-TARJETA    TO REG-REC-TARJETA.
           SET REG-REC-ABIERTO TO TRUE.
           IF REG-NOV-ASIGNADO EQUAL SPACES
              MOVE REG-NOV-OPERADOR TO REG-REC-ASIGNADO
           ELSE
              MOVE REG-NOV-ASIGNADO TO REG-REC-ASIGNADO
           END-IF.
           MOVE WS-FECHA-HOY        TO REG-REC-FECHA-ALTA.
           MOVE REG-NOV-OPERADOR    TO REG-REC-OPERADOR-ALTA.
           MOVE REG-NOV-DESCRIPCION TO REG-REC-DESCRIPCION.

           WRITE FD-SAL-RECLAMO FROM REG-RECLAMO.
           IF NOT FS-SAL-RECLAMOS-OK
              DISPLAY 'ERROR AL GRABAR RECLAMOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECLAMOS
              MOVE 99 TO RETURN-CODE
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ALTAS.

           MOVE REG-REC-FECHA-ALTA TO WS-FECHA-CALCULO.
           PERFORM 8000-CALCULAR-VENCIMIENTO
              THRU 8000-CALCULAR-VENCIMIENTO-EXIT.
           DISPLAY 'RECLAMO ' REG-REC-NUMERO ' ALTA PARA LA TARJETA '
              REG-REC-TARJETA ', VENCE EL ' WS-FECHA-VENCE.

       2200-PROCESAR-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-DISPUTA.
           IF WS-DIS-ITEM-TARJETA(WS-INDICE-DIS) EQUAL REG-NOV-TARJETA
              AND WS-DIS-ITEM-ID-CONSUMO(WS-INDICE-DIS) EQUAL
                  REG-NOV-ID-CONSUMO
              MOVE WS-INDICE-DIS TO WS-FILA-DIS
           END-IF.

       2210-COMPARAR-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           EVALUATE TRUE
               WHEN WS-MODO-ALTA
                   DISPLAY 'NOVEDADES LEIDAS    : ' WS-CANT-LEIDAS
                   DISPLAY 'RECLAMOS DADOS ALTA : ' WS-CANT-ALTAS
                   DISPLAY 'NOVEDADES RECHAZADAS: ' WS-CANT-RECHAZADAS
               WHEN WS-MODO-RESOLVER
                   DISPLAY 'NOVEDADES LEIDAS    : ' WS-CANT-LEIDAS
                   DISPLAY 'RECLAMOS REASIGNADOS: ' WS-CANT-REASIGNADOS
                   DISPLAY 'RECLAMOS RESUELTOS  : ' WS-CANT-RESUELTOS
                   DISPLAY 'RESUELTOS FUERA PLAZ: ' WS-CANT-FUERA-PLAZO
                   DISPLAY 'NOVEDADES RECHAZADAS: ' WS-CANT-RECHAZADAS
               WHEN OTHER
                   DISPLAY 'RECLAMOS ABIERTOS   : ' WS-CANT-ABIERTOS
                   DISPLAY 'RECLAMOS POR VENCER : ' WS-CANT-POR-VENCER
                   DISPLAY 'RECLAMOS VENCIDOS   : ' WS-CANT-VENCIDOS
           END-EVALUATE.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Resolucion: el legajo se carga entero, se aplican las
      * novedades y se regraba.
       4000-RESOLVER-RECLAMOS.
           OPEN INPUT ENT-RESOLUCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-RESOLUCIONES-OK
                   CONTINUE
               WHEN FS-ENT-RESOLUCIONES-NFD
                   DISPLAY 'NO HAY RESOLUCIONES DE RECLAMOS PARA '
                      'APLICAR'
                   GO TO 4000-RESOLVER-RECLAMOS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECLAMOS_RESOLUCION.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RESOLUCIONES
                   MOVE 99 TO RETURN-CODE
                   GO TO 4000-RESOLVER-RECLAMOS-EXIT
           END-EVALUATE.

           SET WS-RECLAMOS-EOF-NO TO TRUE.
           OPEN INPUT ENT-RECLAMOS.
           EVALUATE TRUE
               WHEN FS-ENT-RECLAMOS-OK
                   PERFORM 4010-CARGAR-RECLAMO
                      THRU 4010-CARGAR-RECLAMO-EXIT
                      UNTIL WS-RECLAMOS-EOF-YES
                   CLOSE ENT-RECLAMOS
               WHEN FS-ENT-RECLAMOS-NFD
                   DISPLAY 'NO HAY RECLAMOS.TXT: NADA QUE RESOLVER'
                   CLOSE ENT-RESOLUCIONES
                   GO TO 4000-RESOLVER-RECLAMOS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECLAMOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RECLAMOS
                   CLOSE ENT-RESOLUCIONES
                   MOVE 99 TO RETURN-CODE
                   GO TO 4000-RESOLVER-RECLAMOS-EXIT
           END-EVALUATE.

           PERFORM 4100-LEER-RESOLUCION
              THRU 4100-LEER-RESOLUCION-EXIT
              UNTIL WS-NOVEDADES-EOF-YES.
           CLOSE ENT-RESOLUCIONES.

           OPEN OUTPUT SAL-RECLAMOS.
           IF NOT FS-SAL-RECLAMOS-OK
              DISPLAY 'ERROR AL REGRABAR RECLAMOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECLAMOS
              MOVE 99 TO RETURN-CODE
              GO TO 4000-RESOLVER-RECLAMOS-EXIT
           END-IF.
           PERFORM 4500-GRABAR-RECLAMO
              THRU 4500-GRABAR-RECLAMO-EXIT
              VARYING WS-INDICE-REC FROM 1 BY 1
              UNTIL WS-INDICE-REC GREATER THAN WS-CANT-REC.
           CLOSE SAL-RECLAMOS.

       4000-RESOLVER-RECLAMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El legajo se regraba completo: si no entra en la tabla no se
      * puede seguir sin perder reclamos.
       4010-CARGAR-RECLAMO.
           READ ENT-RECLAMOS
               AT END
                   SET WS-RECLAMOS-EOF-YES TO TRUE
                   GO TO 4010-CARGAR-RECLAMO-EXIT
           END-READ.

           IF WS-CANT-REC NOT LESS THAN 2000
              DISPLAY 'RECLAMOS.TXT TIENE MAS DE 2000 RECLAMOS: NO SE '
                 'PUEDE REGRABAR SIN PERDER RECLAMOS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-REC.
           MOVE FD-ENT-RECLAMO TO WS-REC-LINEA(WS-CANT-REC).

       4010-CARGAR-RECLAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-LEER-RESOLUCION.
           READ ENT-RESOLUCIONES
               AT END
                   SET WS-NOVEDADES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 4200-APLICAR-RESOLUCION
                      THRU 4200-APLICAR-RESOLUCION-EXIT
           END-READ.

       4100-LEER-RESOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-APLICAR-RESOLUCION.
           MOVE REG-RSL-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              DISPLAY 'RESOLUCION RECHAZADA: OPERADOR SIN SIGN-ON '
                 REG-RSL-OPERADOR
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 4200-APLICAR-RESOLUCION-EXIT
           END-IF.

           MOVE 0 TO WS-FILA-REC.
           PERFORM 4210-BUSCAR-RECLAMO
              THRU 4210-BUSCAR-RECLAMO-EXIT
              VARYING WS-INDICE-REC FROM 1 BY 1
              UNTIL WS-INDICE-REC GREATER THAN WS-CANT-REC
                 OR WS-FILA-REC NOT EQUAL 0.
           IF WS-FILA-REC EQUAL 0
              DISPLAY 'RESOLUCION RECHAZADA: RECLAMO INEXISTENTE '
                 REG-RSL-NUMERO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 4200-APLICAR-RESOLUCION-EXIT
           END-IF.

           MOVE WS-REC-LINEA(WS-FILA-REC) TO REG-RECLAMO.
           IF NOT REG-REC-ABIERTO
              DISPLAY 'RESOLUCION RECHAZADA: EL RECLAMO '
                 REG-RSL-NUMERO ' YA ESTA RESUELTO'
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 4200-APLICAR-RESOLUCION-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN REG-RSL-REASIGNAR
                   IF REG-RSL-ASIGNADO EQUAL SPACES
                      DISPLAY 'RESOLUCION RECHAZADA: REASIGNACION SIN '
                         'OPERADOR, RECLAMO ' REG-RSL-NUMERO
                      ADD 1 TO WS-CANT-RECHAZADAS
                      GO TO 4200-APLICAR-RESOLUCION-EXIT
                   END-IF
                   MOVE REG-RSL-ASIGNADO TO REG-REC-ASIGNADO
                   ADD 1 TO WS-CANT-REASIGNADOS
               WHEN REG-RSL-RESOLVER
                   PERFORM 4300-CERRAR-RECLAMO
                      THRU 4300-CERRAR-RECLAMO-EXIT
                   IF NOT REG-REC-RESUELTO
                      GO TO 4200-APLICAR-RESOLUCION-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY 'RESOLUCION RECHAZADA: ACCION INVALIDA '
                      REG-RSL-ACCION ', RECLAMO ' REG-RSL-NUMERO
                   ADD 1 TO WS-CANT-RECHAZADAS
                   GO TO 4200-APLICAR-RESOLUCION-EXIT
           END-EVALUATE.

           MOVE REG-RECLAMO TO WS-REC-LINEA(WS-FILA-REC).

       4200-APLICAR-RESOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4210-BUSCAR-RECLAMO.
           IF WS-REC-LINEA(WS-INDICE-REC)(1:8) EQUAL REG-RSL-NUMERO
              MOVE WS-INDICE-REC TO WS-FILA-REC
           END-IF.

       4210-BUSCAR-RECLAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cierre del reclamo: hace falta el resultado y la respuesta
      * que se le dio al cliente. Si se cierra despues del
      * vencimiento queda informado para el regulador.
       4300-CERRAR-RECLAMO.
           IF (REG-RSL-RESULTADO NOT EQUAL 'F'
               AND REG-RSL-RESULTADO NOT EQUAL 'D')
              OR REG-RSL-TEXTO EQUAL SPACES
              DISPLAY 'RESOLUCION RECHAZADA: FALTA RESULTADO O '
                 'RESPUESTA, RECLAMO ' REG-RSL-NUMERO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 4300-CERRAR-RECLAMO-EXIT
           END-IF.

           SET REG-REC-RESUELTO TO TRUE.
           MOVE WS-FECHA-HOY      TO REG-REC-FECHA-RESOL.
           MOVE REG-RSL-RESULTADO TO REG-REC-RESULTADO.
           MOVE REG-RSL-TEXTO     TO REG-REC-RESOLUCION.
           MOVE REG-RSL-OPERADOR  TO REG-REC-OPERADOR-RESOL.
           ADD 1 TO WS-CANT-RESUELTOS.

           MOVE REG-REC-FECHA-ALTA TO WS-FECHA-CALCULO.
           PERFORM 8000-CALCULAR-VENCIMIENTO
              THRU 8000-CALCULAR-VENCIMIENTO-EXIT.
           IF WS-FECHA-HOY GREATER THAN WS-FECHA-VENCE
              ADD 1 TO WS-CANT-FUERA-PLAZO
              DISPLAY 'RECLAMO ' REG-REC-NUMERO
                 ' RESUELTO FUERA DE PLAZO (VENCIA EL '
                 WS-FECHA-VENCE ')'
           END-IF.

       4300-CERRAR-RECLAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4500-GRABAR-RECLAMO.
           WRITE FD-SAL-RECLAMO FROM WS-REC-LINEA(WS-INDICE-REC).
           IF NOT FS-SAL-RECLAMOS-OK
              DISPLAY 'ERROR AL GRABAR RECLAMOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RECLAMOS
              MOVE 99 TO RETURN-CODE
           END-IF.

       4500-GRABAR-RECLAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Control diario: cada reclamo abierto con su vencimiento y su
      * situacion respecto del plazo.
       5000-CONTROLAR-VENCIMIENTOS.
           SET WS-RECLAMOS-EOF-NO TO TRUE.
           OPEN INPUT ENT-RECLAMOS.
           EVALUATE TRUE
               WHEN FS-ENT-RECLAMOS-OK
                   CONTINUE
               WHEN FS-ENT-RECLAMOS-NFD
                   DISPLAY 'NO HAY RECLAMOS.TXT: NO HAY RECLAMOS '
                      'ABIERTOS'
                   GO TO 5000-CONTROLAR-VENCIMIENTOS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECLAMOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RECLAMOS
                   MOVE 99 TO RETURN-CODE
                   GO TO 5000-CONTROLAR-VENCIMIENTOS-EXIT
           END-EVALUATE.

           OPEN OUTPUT SAL-VENCIMIENTOS.
           IF NOT FS-SAL-VENCIMIENTOS-OK
              DISPLAY 'ERROR AL ABRIR RECLAMOS_VENCIMIENTOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-VENCIMIENTOS
              CLOSE ENT-RECLAMOS
              MOVE 99 TO RETURN-CODE
              GO TO 5000-CONTROLAR-VENCIMIENTOS-EXIT
           END-IF.

           PERFORM 5100-LEER-RECLAMO
              THRU 5100-LEER-RECLAMO-EXIT
              UNTIL WS-RECLAMOS-EOF-YES.

           CLOSE ENT-RECLAMOS
                 SAL-VENCIMIENTOS.

       5000-CONTROLAR-VENCIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-LEER-RECLAMO.
           READ ENT-RECLAMOS INTO REG-RECLAMO
               AT END
                   SET WS-RECLAMOS-EOF-YES TO TRUE
                   GO TO 5100-LEER-RECLAMO-EXIT
           END-READ.

           IF NOT REG-REC-ABIERTO
              GO TO 5100-LEER-RECLAMO-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ABIERTOS.

           MOVE REG-REC-FECHA-ALTA TO WS-FECHA-CALCULO.
           PERFORM 8000-CALCULAR-VENCIMIENTO
              THRU 8000-CALCULAR-VENCIMIENTO-EXIT.

           EVALUATE TRUE
               WHEN WS-FECHA-HOY GREATER THAN WS-FECHA-VENCE
                   MOVE '*VENCIDO* ' TO FD-VEN-ALERTA
                   ADD 1 TO WS-CANT-VENCIDOS
               WHEN WS-FECHA-HOY NOT LESS THAN WS-FECHA-ALERTA
                   MOVE 'POR VENCER' TO FD-VEN-ALERTA
                   ADD 1 TO WS-CANT-POR-VENCER
               WHEN OTHER
                   MOVE 'EN PLAZO  ' TO FD-VEN-ALERTA
           END-EVALUATE.

           MOVE ';' TO FD-VEN-SEP-01 FD-VEN-SEP-02 FD-VEN-SEP-03
                       FD-VEN-SEP-04 FD-VEN-SEP-05 FD-VEN-SEP-06
                       FD-VEN-SEP-07 FD-VEN-SEP-08.
           MOVE REG-REC-NUMERO      TO FD-VEN-NUMERO.
           MOVE REG-REC-CUENTA      TO FD-VEN-CUENTA.
           MOVE REG-REC-TARJETA     TO FD-VEN-TARJETA.
           MOVE REG-REC-CATEGORIA   TO FD-VEN-CATEGORIA.
           MOVE REG-REC-FECHA-ALTA  TO FD-VEN-FECHA-ALTA.
           MOVE WS-FECHA-VENCE      TO FD-VEN-VENCE.
           MOVE REG-REC-ASIGNADO    TO FD-VEN-ASIGNADO.
           MOVE REG-REC-DESCRIPCION TO FD-VEN-DESCRIPCION.
           WRITE FD-VENCIMIENTO-LINEA.

       5100-LEER-RECLAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Vencimiento de un reclamo: WS-DIAS-PLAZO dias habiles despues
      * de WS-FECHA-CALCULO (la fecha de alta), contando solo los
      * dias habiles del calendario de CLFECHAS. De paso deja en
      * WS-FECHA-ALERTA el dia habil desde el que el reclamo pasa a
      * estar por vencer.
       8000-CALCULAR-VENCIMIENTO.
           MOVE 0 TO WS-CANT-HABILES.
           MOVE SPACES TO WS-FECHA-ALERTA.
           PERFORM 8100-SUMAR-DIA-HABIL
              THRU 8100-SUMAR-DIA-HABIL-EXIT
              WS-DIAS-PLAZO TIMES.
           MOVE WS-FECHA-CALCULO TO WS-FECHA-VENCE.

       8000-CALCULAR-VENCIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8100-SUMAR-DIA-HABIL.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE WS-FECHA-CALCULO TO LK-FEC-FECHA-1.
           MOVE 1 TO LK-FEC-DIAS.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-FECHA-CALCULO.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIA-HABIL TO TRUE.
           MOVE WS-FECHA-CALCULO TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-FECHA-CALCULO.

           ADD 1 TO WS-CANT-HABILES.
           IF WS-CANT-HABILES + WS-DIAS-AVISO EQUAL WS-DIAS-PLAZO
              MOVE WS-FECHA-CALCULO TO WS-FECHA-ALERTA
           END-IF.

       8100-SUMAR-DIA-HABIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02RECLA.
