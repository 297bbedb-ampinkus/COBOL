      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02PRECA.CBL - Precancelacion de planes en cuotas.
      *          Lee los pedidos de SOLICITUDES_PRECANC.TXT (ID del
      *          consumo financiado, tarjeta, operador firmado via
      *          TP02SIGN), ubica en CONSUMOS.SEQ la ultima cuota
      *          facturada del plan y valoriza las cuotas que restan
      *          (importe de la cuota por cuotas restantes). Ese total
      *          se agrega al final de CONSUMOS.SEQ como un unico
      *          consumo interno fechado el dia 01 del ciclo (al
      *          estilo de las cuotas de TP02PLAN), que TP02EJ01
      *          factura en un solo renglon del proximo resumen. El
      *          plan queda asentado en PRECANCELACIONES.TXT con su
      *          cuota de corte: desde ahi TP02EJ01 deja de facturar
      *          las cuotas siguientes que sigan llegando en el feed,
      *          y TP02BALAN / TP02AUTH dejan de comprometer el limite
      *          por ellas. En el mismo momento se descuenta lo que
      *          restaba del gasto comprometido de la tarjeta en
      *          SALDOS_AUTH.VSAM, para que la autorizacion devuelva
      *          el credito en el acto sin esperar el rearmado
      *          nocturno. El resultado de cada pedido queda en
      *          PRECANC_REPORTE.TXT.
      *          CONSUMOS.SEQ se toma via CLBLOQUE desde la carga de
      *          los planes hasta la grabacion de las lineas, para no
      *          cruzarse con otro que lo grabe.
      *          Uso: TP02PRECA <CICLO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02PRECA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-SOLICITUDES
      *    Nombre fisico del archivo: ../SOLICITUDES_PRECANC.TXT
           SELECT ENT-SOLICITUDES
           ASSIGN TO '../SOLICITUDES_PRECANC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SOLICITUDES.

      *    Nombre logico del archivo: ENT-FEED-CONTROL
      *    Nombre fisico del archivo: ../FEED_CONTROL.TXT
      *    Veredicto de la validacion de integridad del feed de
      *    consumos (TP02VALID): si no es OK, este lote no arranca.
           SELECT ENT-FEED-CONTROL
           ASSIGN TO '../FEED_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FEED-CONTROL.

      *    Nombre logico del archivo: ENT-CONSUMOS
      *    Nombre fisico del archivo: ../CONSUMOS.SEQ
      *    De aca sale la ultima cuota facturada de cada plan.
           SELECT ENT-CONSUMOS
           ASSIGN TO '../CONSUMOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONSUMOS.

      *    Nombre logico del archivo: ENT-PRECANC
      *    Nombre fisico del archivo: ../PRECANCELACIONES.TXT
      *    Planes ya precancelados: no se precancelan dos veces.
           SELECT ENT-PRECANC
           ASSIGN TO '../PRECANCELACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PRECANC.

      *    Nombre logico del archivo: SALDOS-AUTH
      *    Nombre fisico del archivo: ../SALDOS_AUTH.VSAM
      *    Acumulador de gasto por cuenta que mantiene TP02BALAN: se
      *    libera en el acto lo que restaba del plan.
           SELECT SALDOS-AUTH
           ASSIGN TO '../SALDOS_AUTH.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SACU-NUMERO-CUENTA
           FILE STATUS IS FS-SALDOS-AUTH.

      *****ARCHIVOS DE SALIDA
      *    La linea de precancelacion se agrega al final del feed,
      *    como hacen TP02FEES con los cargos y TP02PLAN con las
      *    cuotas.
           SELECT SAL-CONSUMOS
           ASSIGN TO '../CONSUMOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONSUMOS.

           SELECT SAL-PRECANC
           ASSIGN TO '../PRECANCELACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PRECANC.

           SELECT SAL-REPORTE
           ASSIGN TO '../PRECANC_REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-SOLICITUDES.
       01 REG-SOLICITUD-PRECANC.
          05 REG-SOL-ID-CONSUMO        PIC 9(10).
          05 REG-SOL-TARJETA           PIC X(19).
          05 REG-SOL-OPERADOR          PIC X(08).

       FD ENT-FEED-CONTROL.
           COPY FEEDCTL.

       FD ENT-CONSUMOS.
       01 REG-ENT-CONSUMO              PIC X(123).

       FD ENT-PRECANC.
           COPY PRECANC.

       FD SALDOS-AUTH.
           COPY SALDACUM.

       FD SAL-CONSUMOS.
       01 FD-SAL-CONSUMO               PIC X(123).

       FD SAL-PRECANC.
       01 FD-SAL-PRECANC.
          05 FD-PREC-ID-CONSUMO        PIC 9(10).
          05 FD-PREC-TARJETA           PIC X(19).
          05 FD-PREC-CUENTA            PIC 9(10).
          05 FD-PREC-CUOTA-CORTE       PIC 9(02).
          05 FD-PREC-CUOTAS-TOTAL      PIC 9(02).
          05 FD-PREC-MONEDA            PIC X(03).
          05 FD-PREC-IMPORTE           PIC 9(8)V9(2).
          05 FD-PREC-ID-PAGO           PIC 9(10).
          05 FD-PREC-CICLO             PIC X(06).
          05 FD-PREC-FECHA             PIC 9(08).
          05 FD-PREC-OPERADOR          PIC X(08).

       FD SAL-REPORTE.
       01 FD-REPORTE-LINEA.
          05 FD-REP-ID-CONSUMO         PIC 9(10).
          05 FD-REP-SEP-01             PIC X(01).
          05 FD-REP-CUOTA-CORTE        PIC Z9.
          05 FD-REP-SEP-02             PIC X(01).
          05 FD-REP-CUOTAS-TOTAL       PIC Z9.
          05 FD-REP-SEP-03             PIC X(01).
          05 FD-REP-MONEDA             PIC X(03).
          05 FD-REP-SEP-04             PIC X(01).
          05 FD-REP-IMPORTE            PIC ZZZZZZZ9,99.
          05 FD-REP-SEP-05             PIC X(01).
          05 FD-REP-RESULTADO          PIC X(30).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-SOLICITUDES                PIC X(2).
             88 FS-ENT-SOLICITUDES-OK              VALUE '00'.
             88 FS-ENT-SOLICITUDES-EOF             VALUE '10'.
             88 FS-ENT-SOLICITUDES-NFD             VALUE '35'.
          05 FS-ENT-FEED-CONTROL               PIC X(2).
             88 FS-ENT-FEED-CONTROL-OK             VALUE '00'.
             88 FS-ENT-FEED-CONTROL-EOF            VALUE '10'.
             88 FS-ENT-FEED-CONTROL-NFD            VALUE '35'.
          05 FS-ENT-CONSUMOS                   PIC X(2).
             88 FS-ENT-CONSUMOS-OK                 VALUE '00'.
             88 FS-ENT-CONSUMOS-EOF                VALUE '10'.
             88 FS-ENT-CONSUMOS-NFD                VALUE '35'.
          05 FS-ENT-PRECANC                    PIC X(2).
             88 FS-ENT-PRECANC-OK                  VALUE '00'.
             88 FS-ENT-PRECANC-EOF                 VALUE '10'.
             88 FS-ENT-PRECANC-NFD                 VALUE '35'.
          05 FS-SALDOS-AUTH                    PIC X(2).
             88 FS-SALDOS-AUTH-OK                  VALUE '00'.
             88 FS-SALDOS-AUTH-NFD                 VALUE '35'.
             88 FS-SALDOS-AUTH-CLAVE-NFD           VALUE '23'.
          05 FS-SAL-CONSUMOS                   PIC X(2).
             88 FS-SAL-CONSUMOS-OK                 VALUE '00'.
             88 FS-SAL-CONSUMOS-NFD                VALUE '35'.
          05 FS-SAL-PRECANC                    PIC X(2).
             88 FS-SAL-PRECANC-OK                  VALUE '00'.
             88 FS-SAL-PRECANC-NFD                 VALUE '35'.
          05 FS-SAL-REPORTE                    PIC X(2).
             88 FS-SAL-REPORTE-OK                  VALUE '00'.

      * Parametro de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-CICLO                PIC X(06) VALUE SPACES.
       01 WS-PARM-CICLO-R REDEFINES WS-PARM-CICLO.
          05 WS-PARM-ANIO              PIC X(04).
          05 WS-PARM-MES               PIC 9(02).

      * Fecha de la linea de precancelacion: el dia 01 del ciclo en
      * que se factura.
       01 WS-FECHA-PRECANC.
          05 WS-FPR-ANIO               PIC X(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-FPR-MES                PIC 9(02).
          05 FILLER                    PIC X(03) VALUE '-01'.

       77 WS-FECHA-PROCESO                     PIC 9(08) VALUE 0.

      * Switches de fin de archivo
       01 WS-SOLICITUDES-EOF                   PIC X(5) VALUE 'FALSE'.
          88 WS-SOLICITUDES-EOF-YES                VALUE 'TRUE'.
          88 WS-SOLICITUDES-EOF-NO                 VALUE 'FALSE'.
       01 WS-CONSUMOS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-CONSUMOS-EOF-YES                   VALUE 'TRUE'.
          88 WS-CONSUMOS-EOF-NO                    VALUE 'FALSE'.
       01 WS-PRECANC-CARGA-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-PRECANC-CARGA-EOF-YES              VALUE 'TRUE'.
          88 WS-PRECANC-CARGA-EOF-NO               VALUE 'FALSE'.

      * Registro de consumo de trabajo: se lee y se graba el feed
      * con este layout
           COPY CONSUMOS.

      * Tabla de planes en cuotas del feed: por cada consumo
      * financiado (ID y tarjeta) queda la ultima cuota facturada
       77 WS-INDICE-PLAN                       PIC 9(04) VALUE 1.
       77 WS-CANT-PLANES                       PIC 9(04) VALUE 0.
       77 WS-FILA-PLAN                         PIC 9(04) VALUE 0.
       01 WS-TABLA-PLANES.
          05 WS-PLAN-ITEM OCCURS 5000 TIMES.
             10 WS-PLAN-ITEM-ID           PIC 9(10).
             10 WS-PLAN-ITEM-TARJETA      PIC X(19).
             10 WS-PLAN-ITEM-CUENTA       PIC 9(10).
             10 WS-PLAN-ITEM-ACTUAL       PIC 9(02).
             10 WS-PLAN-ITEM-CUOTAS       PIC 9(02).
             10 WS-PLAN-ITEM-MONEDA       PIC X(03).
             10 WS-PLAN-ITEM-IMPORTE      PIC 9(8)V9(2).
             10 WS-PLAN-ITEM-CONCEPTO     PIC X(03).

      * Planes ya precancelados (PRECANCELACIONES.TXT)
       77 WS-INDICE-PREC                       PIC 9(04) VALUE 1.
       77 WS-CANT-PRECANC                      PIC 9(04) VALUE 0.
       01 WS-TABLA-PRECANC.
          05 WS-PREC-ITEM OCCURS 2000 TIMES.
             10 WS-PREC-ITEM-ID           PIC 9(10).
             10 WS-PREC-ITEM-TARJETA      PIC X(19).

      * Indica si el plan pedido ya estaba precancelado
       01 WS-PREC-EXISTENTE                    PIC X(03) VALUE 'NO'.
          88 WS-PREC-EXISTENTE-SI                  VALUE 'SI'.
          88 WS-PREC-EXISTENTE-NO                  VALUE 'NO'.

      * Indica si el acumulador de saldos esta disponible
       01 WS-ACUMULADOR-ABIERTO                PIC X(03) VALUE 'NO'.
          88 WS-ACUMULADOR-ABIERTO-SI              VALUE 'SI'.
          88 WS-ACUMULADOR-ABIERTO-NO              VALUE 'NO'.
       77 WS-INDICE-SACU                       PIC 9(02) VALUE 1.

      * Valorizacion de lo que restaba del plan
       77 WS-CUOTAS-REST                       PIC 9(02) VALUE 0.
       77 WS-IMPORTE-REST                      PIC 9(8)V9(2) VALUE 0.

      * El ciclo como numero, base del ID de la linea generada.
      * Arranca en AAAAMM8000 para no pisar la serie AAAAMM0000 de
      * TP02FEES ni la AAAAMM5000 de TP02PLAN en el mismo periodo;
      * si ya hubo precancelaciones del ciclo se sigue desde la
      * ultima.
       01 WS-CICLO-NUMERICO-X.
          05 WS-CICLO-NUMERICO         PIC 9(06).
       77 WS-SECUENCIA-ID                      PIC 9(04) VALUE 8000.
       77 WS-SECUENCIA-REG                     PIC 9(04) VALUE 0.
       77 WS-ID-BASE                           PIC 9(10) VALUE 0.
       77 WS-ID-PAGO                           PIC 9(10) VALUE 0.

      * Detalle con que sale la precancelacion en el resumen
       01 WS-DETALLE-PRECANC.
          05 FILLER                    PIC X(20)
             VALUE 'PRECANCELACION PLAN '.
          05 WS-DET-PREC-ID            PIC 9(10).
          05 FILLER                    PIC X(02) VALUE SPACES.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-SOLICITUDES               PIC 9(05) VALUE 0.
          05 WS-CANT-PRECANCELADOS             PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-LIBERADOS                 PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      * Sign-on del operador de cada solicitud via TP02SIGN
       01 WS-SIGNON.
           COPY SIGNON.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2100-LEER-SOLICITUD
              THRU 2100-LEER-SOLICITUD-EXIT
              UNTIL WS-SOLICITUDES-EOF-YES.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
      * Ningun lote que consuma CONSUMOS.SEQ arranca sin el veredicto
      * OK de la validacion de integridad del feed (TP02VALID).
       1050-VERIFICAR-FEED.
           OPEN INPUT ENT-FEED-CONTROL.
           EVALUATE TRUE
               WHEN FS-ENT-FEED-CONTROL-OK
                   CONTINUE
               WHEN FS-ENT-FEED-CONTROL-NFD
                   DISPLAY 'NO SE ENCUENTRA FEED_CONTROL.TXT: CORRER '
                      'TP02VALID ANTES DE ESTE LOTE'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FEED_CONTROL.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-FEED-CONTROL
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           READ ENT-FEED-CONTROL.
           IF NOT FS-ENT-FEED-CONTROL-OK
              DISPLAY 'FEED_CONTROL.TXT VACIO O ILEGIBLE: CORRER '
                 'TP02VALID ANTES DE ESTE LOTE'
              CLOSE ENT-FEED-CONTROL
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT REG-FEED-OK
              DISPLAY 'EL FEED DE CONSUMOS NO BALANCEO: ESPERADOS '
                 REG-FEED-CANT-ESPERADA ' LEIDOS '
                 REG-FEED-CANT-LEIDA
              DISPLAY 'HASH ESPERADO ' REG-FEED-HASH-ESPERADO
                 ' LEIDO ' REG-FEED-HASH-LEIDO
              DISPLAY 'ESTE LOTE NO CORRE HASTA REPONER EL FEED'
              CLOSE ENT-FEED-CONTROL
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE ENT-FEED-CONTROL.

       1050-VERIFICAR-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-CICLO.
           IF WS-PARM-CICLO EQUAL SPACES
              DISPLAY 'USO: TP02PRECA <CICLO AAAAMM>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1050-VERIFICAR-FEED
              THRU 1050-VERIFICAR-FEED-EXIT.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-PARM-ANIO TO WS-FPR-ANIO.
           MOVE WS-PARM-MES  TO WS-FPR-MES.
           MOVE WS-PARM-CICLO TO WS-CICLO-NUMERICO-X.
           COMPUTE WS-ID-BASE = WS-CICLO-NUMERICO * 10000.

           OPEN INPUT ENT-SOLICITUDES.
           EVALUATE TRUE
               WHEN FS-ENT-SOLICITUDES-OK
                   CONTINUE
               WHEN FS-ENT-SOLICITUDES-NFD
                   DISPLAY 'NO HAY SOLICITUDES_PRECANC.TXT: NADA QUE '
                      'PRECANCELAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SOLICITUDES_PRECANC.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SOLICITUDES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * El feed se lee y se extiende bajo el mismo bloqueo, para que
      * nadie lo regrabe entre la carga de los planes y la grabacion
           PERFORM 1900-TOMAR-CONSUMOS
              THRU 1900-TOMAR-CONSUMOS-EXIT.

           PERFORM 1100-CARGAR-PLANES
              THRU 1100-CARGAR-PLANES-EXIT.

           PERFORM 1200-CARGAR-PRECANC
              THRU 1200-CARGAR-PRECANC-EXIT.

           PERFORM 1300-ABRIR-ACUMULADOR
              THRU 1300-ABRIR-ACUMULADOR-EXIT.

           OPEN EXTEND SAL-CONSUMOS.
           IF FS-SAL-CONSUMOS-NFD
              OPEN OUTPUT SAL-CONSUMOS
           END-IF.
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR CONSUMOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSUMOS
              SET LK-BLQ-LIBERAR TO TRUE
              CALL 'CLBLOQUE' USING WS-BLOQUEO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-PRECANC.
           IF FS-SAL-PRECANC-NFD
              OPEN OUTPUT SAL-PRECANC
           END-IF.
           IF NOT FS-SAL-PRECANC-OK
              DISPLAY 'ERROR AL ABRIR PRECANCELACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PRECANC
              SET LK-BLQ-LIBERAR TO TRUE
              CALL 'CLBLOQUE' USING WS-BLOQUEO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR PRECANC_REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              SET LK-BLQ-LIBERAR TO TRUE
              CALL 'CLBLOQUE' USING WS-BLOQUEO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma CONSUMOS.SEQ para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1900-TOMAR-CONSUMOS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'CONSUMOS.SEQ' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02PRECA' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02PRECA TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Barrido del feed: de cada consumo financiado queda la cuota
      * mas alta que ya llego, que es la ultima facturada.
       1100-CARGAR-PLANES.
           OPEN INPUT ENT-CONSUMOS.
           EVALUATE TRUE
               WHEN FS-ENT-CONSUMOS-OK
                   PERFORM 1110-LEER-CONSUMO
                      THRU 1110-LEER-CONSUMO-EXIT
                      UNTIL WS-CONSUMOS-EOF-YES
                   CLOSE ENT-CONSUMOS
               WHEN FS-ENT-CONSUMOS-NFD
                   DISPLAY 'NO SE ENCUENTRA CONSUMOS.SEQ: NO HAY '
                      'PLANES QUE PRECANCELAR'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONSUMOS.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONSUMOS
                   SET LK-BLQ-LIBERAR TO TRUE
                   CALL 'CLBLOQUE' USING WS-BLOQUEO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-PLANES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-CONSUMO.
           READ ENT-CONSUMOS INTO WS-CONSUMOS
               AT END
                   SET WS-CONSUMOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-NUMERO-CUOTAS GREATER THAN 1
                      AND WS-MOV-DEBITO
                      PERFORM 1120-REGISTRAR-PLAN
                         THRU 1120-REGISTRAR-PLAN-EXIT
                   END-IF
           END-READ.

       1110-LEER-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1120-REGISTRAR-PLAN.
           MOVE 0 TO WS-FILA-PLAN.
           PERFORM 1130-COMPARAR-PLAN
              THRU 1130-COMPARAR-PLAN-EXIT
              VARYING WS-INDICE-PLAN FROM 1 BY 1
              UNTIL WS-INDICE-PLAN GREATER THAN WS-CANT-PLANES
                 OR WS-FILA-PLAN NOT EQUAL 0.

           IF WS-FILA-PLAN EQUAL 0
              IF WS-CANT-PLANES LESS THAN 5000
                 ADD 1 TO WS-CANT-PLANES
                 MOVE WS-CANT-PLANES TO WS-FILA-PLAN
                 MOVE WS-ID-CONSUMO
                   TO WS-PLAN-ITEM-ID(WS-FILA-PLAN)
                 MOVE WS-NUMERO-TARJETA
                   TO WS-PLAN-ITEM-TARJETA(WS-FILA-PLAN)
                 MOVE 0 TO WS-PLAN-ITEM-ACTUAL(WS-FILA-PLAN)
              ELSE
                 DISPLAY 'CONSUMOS.SEQ TIENE MAS DE 5000 PLANES EN '
                    'CUOTAS, SE IGNORAN LOS EXCEDENTES'
                 GO TO 1120-REGISTRAR-PLAN-EXIT
              END-IF
           END-IF.

           IF WS-NUMERO-ACTUAL GREATER THAN
                 WS-PLAN-ITEM-ACTUAL(WS-FILA-PLAN)
              MOVE WS-CUENTA-CREDITO
                TO WS-PLAN-ITEM-CUENTA(WS-FILA-PLAN)
              MOVE WS-NUMERO-ACTUAL
                TO WS-PLAN-ITEM-ACTUAL(WS-FILA-PLAN)
              MOVE WS-NUMERO-CUOTAS
                TO WS-PLAN-ITEM-CUOTAS(WS-FILA-PLAN)
              MOVE WS-TIPO-MONEDA
                TO WS-PLAN-ITEM-MONEDA(WS-FILA-PLAN)
              MOVE WS-IMPORTE
                TO WS-PLAN-ITEM-IMPORTE(WS-FILA-PLAN)
              MOVE WS-COD-CONCEPTO
                TO WS-PLAN-ITEM-CONCEPTO(WS-FILA-PLAN)
           END-IF.

       1120-REGISTRAR-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1130-COMPARAR-PLAN.
           IF WS-ID-CONSUMO EQUAL WS-PLAN-ITEM-ID(WS-INDICE-PLAN)
              AND WS-NUMERO-TARJETA EQUAL
                 WS-PLAN-ITEM-TARJETA(WS-INDICE-PLAN)
              MOVE WS-INDICE-PLAN TO WS-FILA-PLAN
           END-IF.

       1130-COMPARAR-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-PRECANC.
           OPEN INPUT ENT-PRECANC.
           EVALUATE TRUE
               WHEN FS-ENT-PRECANC-OK
                   PERFORM 1210-LEER-PRECANC
                      THRU 1210-LEER-PRECANC-EXIT
                      UNTIL WS-PRECANC-CARGA-EOF-YES
                   CLOSE ENT-PRECANC
               WHEN FS-ENT-PRECANC-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PRECANCELACIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PRECANC
                   SET LK-BLQ-LIBERAR TO TRUE
                   CALL 'CLBLOQUE' USING WS-BLOQUEO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-PRECANC.
           READ ENT-PRECANC
               AT END
                   SET WS-PRECANC-CARGA-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-PRECANC LESS THAN 2000
                      ADD 1 TO WS-CANT-PRECANC
                      MOVE REG-PREC-ID-CONSUMO
                        TO WS-PREC-ITEM-ID(WS-CANT-PRECANC)
                      MOVE REG-PREC-TARJETA
                        TO WS-PREC-ITEM-TARJETA(WS-CANT-PRECANC)
                   ELSE
                      DISPLAY 'PRECANCELACIONES.TXT TIENE MAS DE 2000 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
      * Una segunda corrida en el mismo ciclo sigue la serie de IDs
      * desde la ultima linea ya generada.
                   IF REG-PREC-CICLO EQUAL WS-PARM-CICLO
                      AND REG-PREC-ID-PAGO GREATER THAN WS-ID-BASE
                      COMPUTE WS-SECUENCIA-REG =
                         REG-PREC-ID-PAGO - WS-ID-BASE
                      IF WS-SECUENCIA-REG GREATER THAN WS-SECUENCIA-ID
                         MOVE WS-SECUENCIA-REG TO WS-SECUENCIA-ID
                      END-IF
                   END-IF
           END-READ.

       1210-LEER-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin acumulador (todavia no corrio TP02BALAN ARMAR) no hay
      * nada que liberar: TP02AUTH cae al barrido del feed, que ya
      * respeta las precancelaciones.
       1300-ABRIR-ACUMULADOR.
           OPEN I-O SALDOS-AUTH.
           EVALUATE TRUE
               WHEN FS-SALDOS-AUTH-OK
                   SET WS-ACUMULADOR-ABIERTO-SI TO TRUE
               WHEN FS-SALDOS-AUTH-NFD
                   DISPLAY 'NO EXISTE SALDOS_AUTH.VSAM: EL CREDITO SE '
                      'LIBERA EN EL PROXIMO TP02BALAN ARMAR'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SALDOS_AUTH.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-SALDOS-AUTH
           END-EVALUATE.

       1300-ABRIR-ACUMULADOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-SOLICITUD.
           READ ENT-SOLICITUDES.
           EVALUATE TRUE
               WHEN FS-ENT-SOLICITUDES-OK
                   ADD 1 TO WS-CANT-SOLICITUDES
                   PERFORM 2200-PROCESAR-SOLICITUD
                      THRU 2200-PROCESAR-SOLICITUD-EXIT
               WHEN FS-ENT-SOLICITUDES-EOF
                   SET WS-SOLICITUDES-EOF-YES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER SOLICITUDES_PRECANC.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SOLICITUDES
                   PERFORM 3000-FINALIZAR
                      THRU 3000-FINALIZAR-EXIT
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2100-LEER-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-PROCESAR-SOLICITUD.
           MOVE 0 TO WS-FILA-PLAN.

      * El operador tiene que estar firmado con nivel de
      * mantenimiento, como para otorgar un plan de pagos.
           MOVE REG-SOL-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              MOVE 'OPERADOR SIN PERMISOS' TO FD-REP-RESULTADO
              PERFORM 2700-GRABAR-RECHAZO
                 THRU 2700-GRABAR-RECHAZO-EXIT
              GO TO 2200-PROCESAR-SOLICITUD-EXIT
           END-IF.

           SET WS-PREC-EXISTENTE-NO TO TRUE.
           PERFORM 2250-COMPARAR-PRECANC
              THRU 2250-COMPARAR-PRECANC-EXIT
              VARYING WS-INDICE-PREC FROM 1 BY 1
              UNTIL WS-INDICE-PREC GREATER THAN WS-CANT-PRECANC
                 OR WS-PREC-EXISTENTE-SI.

           IF WS-PREC-EXISTENTE-SI
              MOVE 'PLAN YA PRECANCELADO' TO FD-REP-RESULTADO
              PERFORM 2700-GRABAR-RECHAZO
                 THRU 2700-GRABAR-RECHAZO-EXIT
              GO TO 2200-PROCESAR-SOLICITUD-EXIT
           END-IF.

           PERFORM 2260-COMPARAR-SOLICITUD
              THRU 2260-COMPARAR-SOLICITUD-EXIT
              VARYING WS-INDICE-PLAN FROM 1 BY 1
              UNTIL WS-INDICE-PLAN GREATER THAN WS-CANT-PLANES
                 OR WS-FILA-PLAN NOT EQUAL 0.

           IF WS-FILA-PLAN EQUAL 0
              MOVE 'PLAN INEXISTENTE' TO FD-REP-RESULTADO
              PERFORM 2700-GRABAR-RECHAZO
                 THRU 2700-GRABAR-RECHAZO-EXIT
              GO TO 2200-PROCESAR-SOLICITUD-EXIT
           END-IF.

           IF WS-PLAN-ITEM-ACTUAL(WS-FILA-PLAN) NOT LESS THAN
                 WS-PLAN-ITEM-CUOTAS(WS-FILA-PLAN)
              MOVE 'PLAN SIN CUOTAS PENDIENTES' TO FD-REP-RESULTADO
              PERFORM 2700-GRABAR-RECHAZO
                 THRU 2700-GRABAR-RECHAZO-EXIT
              GO TO 2200-PROCESAR-SOLICITUD-EXIT
           END-IF.

           PERFORM 2400-PRECANCELAR-PLAN
              THRU 2400-PRECANCELAR-PLAN-EXIT.

       2200-PROCESAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2250-COMPARAR-PRECANC.
           IF REG-SOL-ID-CONSUMO EQUAL WS-PREC-ITEM-ID(WS-INDICE-PREC)
              AND REG-SOL-TARJETA EQUAL
                 WS-PREC-ITEM-TARJETA(WS-INDICE-PREC)
              SET WS-PREC-EXISTENTE-SI TO TRUE
           END-IF.

       2250-COMPARAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2260-COMPARAR-SOLICITUD.
           IF REG-SOL-ID-CONSUMO EQUAL WS-PLAN-ITEM-ID(WS-INDICE-PLAN)
              AND REG-SOL-TARJETA EQUAL
                 WS-PLAN-ITEM-TARJETA(WS-INDICE-PLAN)
              MOVE WS-INDICE-PLAN TO WS-FILA-PLAN
           END-IF.

       2260-COMPARAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Valoriza lo que resta del plan, genera la linea unica de
      * precancelacion, libera el gasto comprometido y asienta el
      * plan con su cuota de corte.
       2400-PRECANCELAR-PLAN.
           SUBTRACT WS-PLAN-ITEM-ACTUAL(WS-FILA-PLAN)
              FROM WS-PLAN-ITEM-CUOTAS(WS-FILA-PLAN)
              GIVING WS-CUOTAS-REST.
           MULTIPLY WS-PLAN-ITEM-IMPORTE(WS-FILA-PLAN)
              BY WS-CUOTAS-REST
              GIVING WS-IMPORTE-REST.

           PERFORM 2500-GENERAR-LINEA
              THRU 2500-GENERAR-LINEA-EXIT.

           PERFORM 2600-LIBERAR-ACUMULADOR
              THRU 2600-LIBERAR-ACUMULADOR-EXIT.

           MOVE REG-SOL-ID-CONSUMO TO FD-PREC-ID-CONSUMO.
           MOVE REG-SOL-TARJETA    TO FD-PREC-TARJETA.
           MOVE WS-PLAN-ITEM-CUENTA(WS-FILA-PLAN)
             TO FD-PREC-CUENTA.
           MOVE WS-PLAN-ITEM-ACTUAL(WS-FILA-PLAN)
             TO FD-PREC-CUOTA-CORTE.
           MOVE WS-PLAN-ITEM-CUOTAS(WS-FILA-PLAN)
             TO FD-PREC-CUOTAS-TOTAL.
           MOVE WS-PLAN-ITEM-MONEDA(WS-FILA-PLAN)
             TO FD-PREC-MONEDA.
           MOVE WS-IMPORTE-REST    TO FD-PREC-IMPORTE.
           MOVE WS-ID-PAGO         TO FD-PREC-ID-PAGO.
           MOVE WS-PARM-CICLO      TO FD-PREC-CICLO.
           MOVE WS-FECHA-PROCESO   TO FD-PREC-FECHA.
           MOVE REG-SOL-OPERADOR   TO FD-PREC-OPERADOR.
           WRITE FD-SAL-PRECANC.
           IF NOT FS-SAL-PRECANC-OK
              DISPLAY 'ERROR AL GRABAR PRECANCELACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PRECANC
           END-IF.

           IF WS-CANT-PRECANC LESS THAN 2000
              ADD 1 TO WS-CANT-PRECANC
              MOVE REG-SOL-ID-CONSUMO
                TO WS-PREC-ITEM-ID(WS-CANT-PRECANC)
              MOVE REG-SOL-TARJETA
                TO WS-PREC-ITEM-TARJETA(WS-CANT-PRECANC)
           END-IF.

           MOVE 'PRECANCELADO' TO FD-REP-RESULTADO.
           PERFORM 2750-GRABAR-REPORTE
              THRU 2750-GRABAR-REPORTE-EXIT.

           ADD 1 TO WS-CANT-PRECANCELADOS.

       2400-PRECANCELAR-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Linea unica de precancelacion: un consumo interno de una sola
      * cuota, por lo que restaba del plan, fechado el dia 01 del
      * ciclo y con el ID del plan como consumo de origen.
       2500-GENERAR-LINEA.
           ADD 1 TO WS-SECUENCIA-ID.
           COMPUTE WS-ID-PAGO = WS-ID-BASE + WS-SECUENCIA-ID.

           MOVE WS-ID-PAGO           TO WS-ID-CONSUMO.
           MOVE WS-PLAN-ITEM-CUENTA(WS-FILA-PLAN)
             TO WS-CUENTA-CREDITO.
           MOVE REG-SOL-TARJETA      TO WS-NUMERO-TARJETA.
           MOVE WS-FECHA-PRECANC     TO WS-FECHA-CONSUMO.
           MOVE REG-SOL-ID-CONSUMO   TO WS-DET-PREC-ID.
           MOVE WS-DETALLE-PRECANC   TO WS-DETALLE.
           MOVE 1                    TO WS-NUMERO-ACTUAL.
           MOVE 1                    TO WS-NUMERO-CUOTAS.
           MOVE WS-PLAN-ITEM-MONEDA(WS-FILA-PLAN)
             TO WS-TIPO-MONEDA.
           MOVE WS-IMPORTE-REST      TO WS-IMPORTE.
           MOVE WS-PLAN-ITEM-CONCEPTO(WS-FILA-PLAN)
             TO WS-COD-CONCEPTO.
           MOVE 0                    TO WS-ID-COMERCIO.
           MOVE 'C'                  TO WS-TIPO-OPERACION.
           MOVE 'D'                  TO WS-DEBITO-CREDITO.
           MOVE REG-SOL-ID-CONSUMO   TO WS-ID-CONSUMO-ORIGEN.
           MOVE SPACES               TO WS-COD-PROMOCION.

           WRITE FD-SAL-CONSUMO FROM WS-CONSUMOS.
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL GRABAR LA LINEA DE PRECANCELACION'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSUMOS
           END-IF.

       2500-GENERAR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo que restaba del plan deja de estar comprometido en la
      * tarjeta, en su moneda, sin dejar el gasto negativo.
       2600-LIBERAR-ACUMULADOR.
           IF WS-ACUMULADOR-ABIERTO-NO
              GO TO 2600-LIBERAR-ACUMULADOR-EXIT
           END-IF.

           MOVE WS-PLAN-ITEM-CUENTA(WS-FILA-PLAN)
             TO SACU-NUMERO-CUENTA.
           READ SALDOS-AUTH KEY IS SACU-NUMERO-CUENTA.
           EVALUATE TRUE
               WHEN FS-SALDOS-AUTH-OK
                   CONTINUE
               WHEN FS-SALDOS-AUTH-CLAVE-NFD
                   GO TO 2600-LIBERAR-ACUMULADOR-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER SALDOS_AUTH.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-SALDOS-AUTH
                   GO TO 2600-LIBERAR-ACUMULADOR-EXIT
           END-EVALUATE.

           PERFORM 2610-LIBERAR-TARJETA
              THRU 2610-LIBERAR-TARJETA-EXIT
              VARYING WS-INDICE-SACU FROM 1 BY 1
              UNTIL WS-INDICE-SACU GREATER THAN SACU-CANT-TARJETAS.

           REWRITE FD-SALDO-AUTH.
           IF FS-SALDOS-AUTH-OK
              ADD 1 TO WS-CANT-LIBERADOS
           ELSE
              DISPLAY 'ERROR AL REGRABAR LA CUENTA '
                 SACU-NUMERO-CUENTA
              DISPLAY 'FILE STATUS: ' FS-SALDOS-AUTH
           END-IF.

       2600-LIBERAR-ACUMULADOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2610-LIBERAR-TARJETA.
           IF SACU-TARJ-NUMERO(WS-INDICE-SACU) NOT EQUAL
                 REG-SOL-TARJETA
              OR SACU-TARJ-MONEDA(WS-INDICE-SACU) NOT EQUAL
                 WS-PLAN-ITEM-MONEDA(WS-FILA-PLAN)
              GO TO 2610-LIBERAR-TARJETA-EXIT
           END-IF.

           IF SACU-TARJ-GASTO(WS-INDICE-SACU) GREATER THAN
                 WS-IMPORTE-REST
              SUBTRACT WS-IMPORTE-REST
                 FROM SACU-TARJ-GASTO(WS-INDICE-SACU)
           ELSE
              MOVE 0 TO SACU-TARJ-GASTO(WS-INDICE-SACU)
           END-IF.

       2610-LIBERAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2700-GRABAR-RECHAZO.
           MOVE 0 TO FD-REP-CUOTA-CORTE.
           MOVE 0 TO FD-REP-CUOTAS-TOTAL.
           MOVE SPACES TO FD-REP-MONEDA.
           MOVE 0 TO FD-REP-IMPORTE.
           PERFORM 2750-GRABAR-REPORTE
              THRU 2750-GRABAR-REPORTE-EXIT.
           ADD 1 TO WS-CANT-RECHAZADAS.

       2700-GRABAR-RECHAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2750-GRABAR-REPORTE.
           MOVE ';' TO FD-REP-SEP-01 FD-REP-SEP-02 FD-REP-SEP-03
                       FD-REP-SEP-04 FD-REP-SEP-05.
           MOVE REG-SOL-ID-CONSUMO TO FD-REP-ID-CONSUMO.
           IF FD-REP-RESULTADO EQUAL 'PRECANCELADO'
              MOVE WS-PLAN-ITEM-ACTUAL(WS-FILA-PLAN)
                TO FD-REP-CUOTA-CORTE
              MOVE WS-PLAN-ITEM-CUOTAS(WS-FILA-PLAN)
                TO FD-REP-CUOTAS-TOTAL
              MOVE WS-PLAN-ITEM-MONEDA(WS-FILA-PLAN)
                TO FD-REP-MONEDA
              MOVE WS-IMPORTE-REST TO FD-REP-IMPORTE
           END-IF.
           WRITE FD-REPORTE-LINEA.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR PRECANC_REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
           END-IF.

       2750-GRABAR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-SOLICITUDES
                 SAL-CONSUMOS
                 SAL-PRECANC
                 SAL-REPORTE.

           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.

           IF WS-ACUMULADOR-ABIERTO-SI
              CLOSE SALDOS-AUTH
           END-IF.

           DISPLAY 'SOLICITUDES LEIDAS  : ' WS-CANT-SOLICITUDES.
           DISPLAY 'PLANES PRECANCELADOS: ' WS-CANT-PRECANCELADOS.
           DISPLAY 'SOLICITUDES RECHAZ. : ' WS-CANT-RECHAZADAS.
           DISPLAY 'CUENTAS LIBERADAS   : ' WS-CANT-LIBERADOS.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02PRECA.
