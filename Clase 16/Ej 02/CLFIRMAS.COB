      *----------------------------------------------------------------*
      *  Purpose: CLFIRMAS - Segunda firma de transferencias de
      *           cuentas de empresa. CLVALTRAN deja en la cola
      *           FIRMAS_PENDIENTES.TXT las transferencias que superan
      *           el limite del firmante y piden firma conjunta. Este
      *           programa lee las decisiones de los segundos
      *           firmantes en FIRMAS_DECISION.TXT (numero de
      *           operacion + documento del firmante + A aprobar /
      *           R rechazar): el segundo firmante tiene que estar
      *           registrado en FIRMANTES.TXT para la misma cuenta y
      *           no puede ser el que origino la transferencia. Las
      *           aprobadas pasan a APROBADAS.TXT, las rechazadas a
      *           RECHAZADAS.TXT, y las que llegan al corte del dia
      *           sin segunda firma vencen a RECHAZADAS.TXT con su
      *           motivo. Las demas quedan en la cola.
      *           Una compra de moneda extranjera (cuenta en pesos a
      *           cuenta propia en otra moneda) se vuelve a medir
      *           contra el tope mensual de la persona al aprobarla,
      *           con el acumulado de FX_ACUMULADO.TXT a ese momento:
      *           si lo supera se rechaza por TOPE MENSUAL DIVISAS, y
      *           si no, suma al acumulado como las que aprueba
      *           CLVALTRAN.
      *           Uso: CLFIRMAS [fecha de corte AAAA-MM-DD], por
      *           defecto la fecha del dia.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLFIRMAS.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-FIRMAS-PEND
           ASSIGN TO '../FIRMAS_PENDIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FIRMAS-PEND.

       SELECT SAL-FIRMAS-PEND
           ASSIGN TO '../FIRMAS_PENDIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-FIRMAS-PEND.

       SELECT ENT-FIRMANTES
           ASSIGN TO '../FIRMANTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FIRMANTES.

       SELECT ENT-DECISIONES
           ASSIGN TO '../FIRMAS_DECISION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DECISIONES.

       SELECT SAL-APROBADAS
           ASSIGN TO '../APROBADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-APROBADAS.

       SELECT SAL-RECHAZADAS
           ASSIGN TO '../RECHAZADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECHAZADAS.

      * Control de compra de moneda extranjera, el mismo de
      * CLVALTRAN: moneda de las cuentas, cotizaciones, topes
      * mensuales por persona y acumulado del mes, que se regraba
      * al terminar.
       SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

       SELECT ENT-COTIZACIONES
           ASSIGN TO '../COTIZACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-COTIZACIONES.

       SELECT ENT-TOPES-CAMBIO
           ASSIGN TO '../FX_TOPES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TOPES-CAMBIO.

       SELECT FX-ACUMULADO
           ASSIGN TO '../FX_ACUMULADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FX-ACUMULADO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-FIRMAS-PEND.
           COPY FIRMAPEN.

       FD SAL-FIRMAS-PEND.
       01 REG-SAL-FIRMA-PENDIENTE     PIC X(131).

       FD ENT-FIRMANTES.
           COPY FIRMANTE.

       FD ENT-DECISIONES.
       01 REG-DECISION.
          05 REG-DEC-NRO-OPERACION            PIC 9(10).
      * Documento del segundo firmante
          05 REG-DEC-DOCUMENTO                PIC X(15).
      * Decision del segundo firmante: A aprobar, R rechazar
          05 REG-DEC-ACCION                   PIC X(01).
             88 REG-DEC-APROBAR                   VALUE 'A'.
             88 REG-DEC-RECHAZAR                  VALUE 'R'.

       FD SAL-APROBADAS.
       01 REG-APROBADAS.
          05 REG-APROBADAS-NRO-OPERACION      PIC 9(10).
          05 FILLER-A1                        PIC X(03).
          05 REG-APROBADAS-FECHA              PIC X(10).
          05 FILLER-A2                        PIC X(03).
          05 REG-APROBADAS-CUENTA-DEBITO      PIC X(22).
          05 FILLER-A3                        PIC X(03).
          05 REG-APROBADAS-CUENTA-CREDITO     PIC X(22).
          05 FILLER-A4                        PIC X(03).
          05 REG-APROBADAS-IMPORTE            PIC ZZZZZZZZZ9,99.
          05 FILLER-A5                        PIC X(03).
          05 REG-APROBADAS-COD-CONCEPTO       PIC X(03).

       FD SAL-RECHAZADAS.
       01 REG-RECHAZADAS.
          05 REG-RECHAZADAS-NRO-OPERACION     PIC 9(10).
          05 FILLER-R1                        PIC X(03).
          05 REG-RECHAZADAS-FECHA             PIC X(10).
          05 FILLER-R2                        PIC X(03).
          05 REG-RECHAZADAS-CUENTA-DEBITO     PIC X(22).
          05 FILLER-R3                        PIC X(03).
          05 REG-RECHAZADAS-CUENTA-CREDITO    PIC X(22).
          05 FILLER-R4                        PIC X(03).
          05 REG-RECHAZADAS-IMPORTE           PIC ZZZZZZZZZ9,99.
          05 FILLER-R5                        PIC X(03).
          05 REG-RECHAZADAS-COD-CONCEPTO      PIC X(03).
          05 FILLER-R6                        PIC X(03).
          05 REG-RECHAZADAS-MOTIVO            PIC X(60).

       FD ENT-CUENTAS.
       01 REG-ENT-CUENTAS.
          05 REG-ENT-CUENTAS-NUMERO           PIC X(22).
          05 REG-ENT-CUENTAS-SALDO            PIC 9(10)V9(02).
          05 REG-ENT-CUENTAS-TITULAR          PIC X(30).
          05 REG-ENT-CUENTAS-TIPO             PIC X(02).
          05 REG-ENT-CUENTAS-MONEDA           PIC X(03).
          05 REG-ENT-CUENTAS-ESTADO           PIC X(01).
          05 REG-ENT-CUENTAS-APERTURA         PIC X(10).

       FD ENT-COTIZACIONES.
       01 REG-COTIZACION.
          05 REG-COTIZ-FECHA                  PIC X(10).
          05 REG-COTIZ-MONEDA                 PIC X(03).
          05 REG-COTIZ-VALOR                  PIC 9(6)V9(2).

       FD ENT-TOPES-CAMBIO.
           COPY TOPECAMB.

       FD FX-ACUMULADO.
           COPY FXACUM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-FIRMAS-PEND               PIC X(2).
             88 FS-ENT-FIRMAS-PEND-OK         VALUE '00'.
             88 FS-ENT-FIRMAS-PEND-EOF        VALUE '10'.
             88 FS-ENT-FIRMAS-PEND-NFD        VALUE '35'.
          05 FS-SAL-FIRMAS-PEND               PIC X(2).
             88 FS-SAL-FIRMAS-PEND-OK         VALUE '00'.
          05 FS-ENT-FIRMANTES                 PIC X(2).
             88 FS-ENT-FIRMANTES-OK           VALUE '00'.
             88 FS-ENT-FIRMANTES-EOF          VALUE '10'.
             88 FS-ENT-FIRMANTES-NFD          VALUE '35'.
          05 FS-ENT-DECISIONES                PIC X(2).
             88 FS-ENT-DECISIONES-OK          VALUE '00'.
             88 FS-ENT-DECISIONES-EOF         VALUE '10'.
             88 FS-ENT-DECISIONES-NFD         VALUE '35'.
          05 FS-SAL-APROBADAS                 PIC X(2).
             88 FS-SAL-APROBADAS-OK           VALUE '00'.
             88 FS-SAL-APROBADAS-NFD          VALUE '35'.
          05 FS-SAL-RECHAZADAS                PIC X(2).
             88 FS-SAL-RECHAZADAS-OK          VALUE '00'.
             88 FS-SAL-RECHAZADAS-NFD         VALUE '35'.
          05 FS-ENT-CUENTAS                   PIC X(2).
             88 FS-ENT-CUENTAS-OK             VALUE '00'.
             88 FS-ENT-CUENTAS-NFD            VALUE '35'.
          05 FS-ENT-COTIZACIONES              PIC X(2).
             88 FS-ENT-COTIZACIONES-OK        VALUE '00'.
             88 FS-ENT-COTIZACIONES-NFD       VALUE '35'.
          05 FS-ENT-TOPES-CAMBIO              PIC X(2).
             88 FS-ENT-TOPES-CAMBIO-OK        VALUE '00'.
             88 FS-ENT-TOPES-CAMBIO-NFD       VALUE '35'.
          05 FS-FX-ACUMULADO                  PIC X(2).
             88 FS-FX-ACUMULADO-OK            VALUE '00'.
             88 FS-FX-ACUMULADO-NFD           VALUE '35'.

      * Fecha de corte: lo pendiente de esa fecha o anterior que no
      * tenga segunda firma vence en esta corrida
       01 WS-LINEA-COMANDO                    PIC X(40) VALUE SPACES.
       01 WS-PARM-FECHA                       PIC X(10) VALUE SPACES.
       01 WS-FECHA-PROC                       PIC 9(08).
       01 WS-FECHA-PROC-R REDEFINES WS-FECHA-PROC.
          05 WS-FPR-ANIO                      PIC 9(04).
          05 WS-FPR-MES                       PIC 9(02).
          05 WS-FPR-DIA                       PIC 9(02).
       01 WS-FECHA-CORTE.
          05 WS-FC-ANIO                       PIC 9(04).
          05 FILLER                           PIC X(01) VALUE '-'.
          05 WS-FC-MES                        PIC 9(02).
          05 FILLER                           PIC X(01) VALUE '-'.
          05 WS-FC-DIA                        PIC 9(02).

       01 WS-FECHAS.
           COPY CLFECHAS.

      * Variables de fin de archivo
       01 WS-PENDIENTES-EOF                   PIC X(05) VALUE 'FALSE'.
          88 WS-PENDIENTES-EOF-YES                VALUE 'TRUE'.
          88 WS-PENDIENTES-EOF-NO                 VALUE 'FALSE'.
       01 WS-FIRMANTES-EOF                    PIC X(05) VALUE 'FALSE'.
          88 WS-FIRMANTES-EOF-YES                 VALUE 'TRUE'.
          88 WS-FIRMANTES-EOF-NO                  VALUE 'FALSE'.
       01 WS-DECISIONES-EOF                   PIC X(05) VALUE 'FALSE'.
          88 WS-DECISIONES-EOF-YES                VALUE 'TRUE'.
          88 WS-DECISIONES-EOF-NO                 VALUE 'FALSE'.

      * Firmantes registrados por cuenta
       77 WS-INDICE-FIRMANTE                  PIC 9(03) VALUE 1.
       77 WS-CANT-FIRMANTES                   PIC 9(03) VALUE 0.
       01 WS-TABLA-FIRMANTES.
          05 WS-FIR-ITEM OCCURS 500 TIMES.
             10 WS-FIR-CUENTA                 PIC X(22).
             10 WS-FIR-DOCUMENTO              PIC X(15).
       01 WS-SEGUNDO-FIRMANTE                 PIC X(02) VALUE 'NO'.
          88 WS-SEGUNDO-FIRMANTE-SI               VALUE 'SI'.
          88 WS-SEGUNDO-FIRMANTE-NO               VALUE 'NO'.

      * Tabla de decisiones de los segundos firmantes
       77 WS-INDICE-DEC                       PIC 9(03) VALUE 1.
       77 WS-CANT-DECISIONES                  PIC 9(03) VALUE 0.
       77 WS-FILA-DEC                         PIC 9(03) VALUE 0.
       01 WS-TABLA-DECISIONES.
          05 WS-DEC-ITEM OCCURS 500 TIMES.
             10 WS-DEC-NRO-OPERACION          PIC 9(10).
             10 WS-DEC-DOCUMENTO              PIC X(15).
             10 WS-DEC-ACCION                 PIC X(01).

      * Cola de pendientes de firma en memoria, para poder regrabar
      * el archivo sin las ya resueltas
       77 WS-INDICE-PEND                      PIC 9(03) VALUE 1.
       77 WS-CANT-PENDIENTES-COLA             PIC 9(03) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-PEND-ITEM OCCURS 500 TIMES.
             10 WS-PEND-LINEA                 PIC X(131).
             10 WS-PEND-RESUELTA              PIC X(01).
                88 WS-PEND-RESUELTA-SI            VALUE 'S'.
                88 WS-PEND-RESUELTA-NO            VALUE 'N'.

      * Cuentas, con el titular y la moneda que pide el control de
      * compra de divisas
       01 WS-CUENTAS-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO                    VALUE 'FALSE'.
       77 WS-INDICE-CUENTA                    PIC 9(03) VALUE 1.
       77 WS-CANT-CUENTAS                     PIC 9(03) VALUE 0.
       77 WS-FILA-DEBITO                      PIC 9(03) VALUE 0.
       77 WS-FILA-CREDITO                     PIC 9(03) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CUENTA OCCURS 200 TIMES.
             10 WS-CUENTA-NUMERO              PIC X(22).
             10 WS-CUENTA-TITULAR             PIC X(30).
             10 WS-CUENTA-MONEDA              PIC X(03).

      * Cotizaciones, topes mensuales vigentes por fecha y acumulado
      * del mes por persona, como los carga CLVALTRAN
       01 WS-COTIZ-EOF                        PIC X(05) VALUE 'FALSE'.
          88 WS-COTIZ-EOF-YES                     VALUE 'TRUE'.
          88 WS-COTIZ-EOF-NO                      VALUE 'FALSE'.
       77 WS-INDICE-COTIZ                     PIC 9(03) VALUE 1.
       77 WS-CANT-COTIZ                       PIC 9(03) VALUE 0.
       01 WS-TABLA-COTIZACIONES.
          05 WS-COTIZ-ITEM OCCURS 300 TIMES.
             10 WS-COTIZ-ITEM-FECHA           PIC X(10).
             10 WS-COTIZ-ITEM-MONEDA          PIC X(03).
             10 WS-COTIZ-ITEM-VALOR           PIC 9(6)V9(2).
       77 WS-COTIZ-HALLADA                    PIC 9(6)V9(2) VALUE 0.
       77 WS-FECHA-COTIZ-HALLADA              PIC X(10) VALUE SPACES.

       01 WS-TOPES-CAMBIO-EOF                 PIC X(05) VALUE 'FALSE'.
          88 WS-TOPES-CAMBIO-EOF-YES             VALUE 'TRUE'.
          88 WS-TOPES-CAMBIO-EOF-NO              VALUE 'FALSE'.
       77 WS-INDICE-TCA                       PIC 9(02) VALUE 1.
       77 WS-CANT-TCA                         PIC 9(02) VALUE 0.
       01 WS-TABLA-TOPES-CAMBIO.
          05 WS-TCA-ITEM OCCURS 50 TIMES.
             10 WS-TCA-VIGENCIA               PIC X(10).
             10 WS-TCA-MONEDA                 PIC X(03).
             10 WS-TCA-TOPE                   PIC 9(08)V9(02).
       77 WS-TOPE-CAMBIO-HALLADO              PIC 9(08)V9(02) VALUE 0.
       77 WS-VIGENCIA-TOPE-HALLADA            PIC X(10) VALUE SPACES.

       01 WS-FX-ACUM-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-FX-ACUM-EOF-YES                  VALUE 'TRUE'.
          88 WS-FX-ACUM-EOF-NO                   VALUE 'FALSE'.
       77 WS-INDICE-FXA                       PIC 9(03) VALUE 1.
       77 WS-CANT-FXA                         PIC 9(03) VALUE 0.
       77 WS-FILA-FXA                         PIC 9(03) VALUE 0.
       01 WS-TABLA-FX-ACUMULADO.
          05 WS-FXA-ITEM OCCURS 500 TIMES.
             10 WS-FXA-TIPO-DOC               PIC X(04).
             10 WS-FXA-CLAVE                  PIC X(22).
             10 WS-FXA-TITULAR                PIC X(30).
             10 WS-FXA-PERIODO                PIC X(07).
             10 WS-FXA-MONEDA                 PIC X(03).
             10 WS-FXA-COMPRADO               PIC 9(10)V9(02).
             10 WS-FXA-CANTIDAD               PIC 9(05).

      * La transferencia que se aprueba es una compra de moneda
      * extranjera: persona que compra, moneda e importe en esa
      * moneda, y si con ella se pasa del tope del mes
       01 WS-COMPRA-DIVISA                    PIC X(02) VALUE 'NO'.
          88 WS-COMPRA-DIVISA-SI                  VALUE 'SI'.
          88 WS-COMPRA-DIVISA-NO                  VALUE 'NO'.
       01 WS-SUPERA-TOPE                      PIC X(02) VALUE 'NO'.
          88 WS-SUPERA-TOPE-SI                    VALUE 'SI'.
          88 WS-SUPERA-TOPE-NO                    VALUE 'NO'.
       77 WS-FX-TIPO-DOC                      PIC X(04) VALUE SPACES.
       77 WS-FX-CLAVE                         PIC X(22) VALUE SPACES.
       77 WS-FX-TITULAR                       PIC X(30) VALUE SPACES.
       77 WS-FX-MONEDA                        PIC X(03) VALUE SPACES.
       77 WS-FX-IMPORTE                       PIC 9(10)V9(02)
                                              VALUE 0.
       77 WS-FX-TOTAL-MES                     PIC 9(11)V9(02)
                                              VALUE 0.

      * Area de la rutina de identidad del cliente, para llegar de
      * la cuenta debito a la persona
       01 WS-CLIENTE.
           COPY CLIENTE.

       01 WS-CONTADORES.
          05 WS-CANT-APROBADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-TOPE-DIVISAS             PIC 9(05) VALUE 0.
          05 WS-CANT-VENCIDAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-PENDIENTES               PIC 9(05) VALUE 0.
          05 WS-CANT-INVALIDAS                PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 0100-INICIAR
              THRU 0100-INICIAR-EXIT.

           PERFORM 1000-RESOLVER-PENDIENTES
              THRU 1000-RESOLVER-PENDIENTES-EXIT
              VARYING WS-INDICE-PEND FROM 1 BY 1
              UNTIL WS-INDICE-PEND GREATER THAN
                    WS-CANT-PENDIENTES-COLA.

           PERFORM 2000-REGRABAR-COLA
              THRU 2000-REGRABAR-COLA-EXIT.

           PERFORM 2200-REGRABAR-FX-ACUMULADO
              THRU 2200-REGRABAR-FX-ACUMULADO-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0100-INICIAR.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-FECHA.
           IF WS-PARM-FECHA EQUAL SPACES
              ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
              MOVE WS-FPR-ANIO TO WS-FC-ANIO
              MOVE WS-FPR-MES  TO WS-FC-MES
              MOVE WS-FPR-DIA  TO WS-FC-DIA
           ELSE
              INITIALIZE WS-FECHAS
              SET LK-FEC-VALIDAR TO TRUE
              MOVE WS-PARM-FECHA TO LK-FEC-FECHA-1
              CALL 'CLFECHAS' USING WS-FECHAS
              IF NOT LK-FEC-RETORNO-OK
                 DISPLAY 'USO: CLFIRMAS [FECHA DE CORTE AAAA-MM-DD]'
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-FECHA TO WS-FECHA-CORTE
           END-IF.

      * Cargo la cola, los firmantes y las decisiones enteros en
      * memoria: la cola se regraba al final sin las resueltas.
           OPEN INPUT ENT-FIRMAS-PEND.
           EVALUATE TRUE
               WHEN FS-ENT-FIRMAS-PEND-OK
                   PERFORM 0110-LEER-PENDIENTE
                      THRU 0110-LEER-PENDIENTE-EXIT
                      UNTIL WS-PENDIENTES-EOF-YES
                   CLOSE ENT-FIRMAS-PEND
               WHEN FS-ENT-FIRMAS-PEND-NFD
                   DISPLAY 'NO HAY TRANSFERENCIAS PENDIENTES DE FIRMA'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FIRMAS_PENDIENTES.TXT: '
                       FS-ENT-FIRMAS-PEND
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-FIRMANTES.
           EVALUATE TRUE
               WHEN FS-ENT-FIRMANTES-OK
                   PERFORM 0120-LEER-FIRMANTE
                      THRU 0120-LEER-FIRMANTE-EXIT
                      UNTIL WS-FIRMANTES-EOF-YES
                   CLOSE ENT-FIRMANTES
               WHEN FS-ENT-FIRMANTES-NFD
                   DISPLAY 'NO HAY FIRMANTES REGISTRADOS: NINGUNA '
                       'DECISION ES VALIDA'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FIRMANTES.TXT: '
                       FS-ENT-FIRMANTES
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-DECISIONES.
           EVALUATE TRUE
               WHEN FS-ENT-DECISIONES-OK
                   PERFORM 0130-LEER-DECISION
                      THRU 0130-LEER-DECISION-EXIT
                      UNTIL WS-DECISIONES-EOF-YES
                   CLOSE ENT-DECISIONES
               WHEN FS-ENT-DECISIONES-NFD
                   DISPLAY 'NO HAY DECISIONES CARGADAS: SOLO SE '
                       'VENCEN LAS PENDIENTES AL CORTE'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FIRMAS_DECISION.TXT: '
                       FS-ENT-DECISIONES
                   STOP RUN
           END-EVALUATE.

           PERFORM 0140-CARGAR-CUENTAS
              THRU 0140-CARGAR-CUENTAS-EXIT.
           PERFORM 0150-CARGAR-COTIZACIONES
              THRU 0150-CARGAR-COTIZACIONES-EXIT.
           PERFORM 0160-CARGAR-TOPES-CAMBIO
              THRU 0160-CARGAR-TOPES-CAMBIO-EXIT.
           PERFORM 0170-CARGAR-FX-ACUMULADO
              THRU 0170-CARGAR-FX-ACUMULADO-EXIT.

           OPEN EXTEND SAL-APROBADAS.
           IF FS-SAL-APROBADAS-NFD
               OPEN OUTPUT SAL-APROBADAS
           END-IF.

           OPEN EXTEND SAL-RECHAZADAS.
           IF FS-SAL-RECHAZADAS-NFD
               OPEN OUTPUT SAL-RECHAZADAS
           END-IF.

       0100-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0110-LEER-PENDIENTE.
           READ ENT-FIRMAS-PEND
               AT END
                   SET WS-PENDIENTES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-PENDIENTES-COLA LESS THAN 500
                      ADD 1 TO WS-CANT-PENDIENTES-COLA
                      MOVE REG-FIRMA-PENDIENTE
                        TO WS-PEND-LINEA(WS-CANT-PENDIENTES-COLA)
                      SET WS-PEND-RESUELTA-NO(WS-CANT-PENDIENTES-COLA)
                        TO TRUE
                   ELSE
                      DISPLAY 'FIRMAS_PENDIENTES.TXT TIENE MAS DE 500 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0110-LEER-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0120-LEER-FIRMANTE.
           READ ENT-FIRMANTES
               AT END
                   SET WS-FIRMANTES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-FIRMANTES LESS THAN 500
                      ADD 1 TO WS-CANT-FIRMANTES
                      MOVE REG-FIR-CUENTA
                        TO WS-FIR-CUENTA(WS-CANT-FIRMANTES)
                      MOVE REG-FIR-DOCUMENTO
                        TO WS-FIR-DOCUMENTO(WS-CANT-FIRMANTES)
                   ELSE
                      DISPLAY 'FIRMANTES.TXT TIENE MAS DE 500 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0120-LEER-FIRMANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0130-LEER-DECISION.
           READ ENT-DECISIONES
               AT END
                   SET WS-DECISIONES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-DECISIONES LESS THAN 500
                      ADD 1 TO WS-CANT-DECISIONES
                      MOVE REG-DEC-NRO-OPERACION
                        TO WS-DEC-NRO-OPERACION(WS-CANT-DECISIONES)
                      MOVE REG-DEC-DOCUMENTO
                        TO WS-DEC-DOCUMENTO(WS-CANT-DECISIONES)
                      MOVE REG-DEC-ACCION
                        TO WS-DEC-ACCION(WS-CANT-DECISIONES)
                   ELSE
                      DISPLAY 'DEMASIADAS DECISIONES, SE IGNORAN '
                         'LOS EXCEDENTES'
                   END-IF
           END-READ.

       0130-LEER-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin el maestro de cuentas no se sabe que transferencia es una
      * compra de divisas, y aprobar sin medirla saltearia el tope.
       0140-CARGAR-CUENTAS.
           OPEN INPUT ENT-CUENTAS.
           EVALUATE TRUE
               WHEN FS-ENT-CUENTAS-OK
                   PERFORM 0145-LEER-CUENTA
                      THRU 0145-LEER-CUENTA-EXIT
                      UNTIL WS-CUENTAS-EOF-YES
                   CLOSE ENT-CUENTAS
               WHEN FS-ENT-CUENTAS-NFD
                   DISPLAY 'NO SE ENCUENTRA EL MAESTRO DE CUENTAS'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CUENTAS'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CUENTAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0140-CARGAR-CUENTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0145-LEER-CUENTA.
           READ ENT-CUENTAS
               AT END
                   SET WS-CUENTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CUENTAS LESS THAN 200
                      ADD 1 TO WS-CANT-CUENTAS
                      MOVE REG-ENT-CUENTAS-NUMERO
                        TO WS-CUENTA-NUMERO(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-TITULAR
                        TO WS-CUENTA-TITULAR(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-MONEDA
                        TO WS-CUENTA-MONEDA(WS-CANT-CUENTAS)
                   ELSE
                      DISPLAY 'CUENTAS.TXT TIENE MAS DE 200 CUENTAS, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0145-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0150-CARGAR-COTIZACIONES.
           OPEN INPUT ENT-COTIZACIONES.
           EVALUATE TRUE
               WHEN FS-ENT-COTIZACIONES-OK
                   PERFORM 0155-LEER-COTIZACION
                      THRU 0155-LEER-COTIZACION-EXIT
                      UNTIL WS-COTIZ-EOF-YES
                   CLOSE ENT-COTIZACIONES
               WHEN FS-ENT-COTIZACIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COTIZACIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-COTIZACIONES
           END-EVALUATE.

       0150-CARGAR-COTIZACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0155-LEER-COTIZACION.
           READ ENT-COTIZACIONES
               AT END
                   SET WS-COTIZ-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-COTIZ LESS THAN 300
                      ADD 1 TO WS-CANT-COTIZ
                      MOVE REG-COTIZ-FECHA
                        TO WS-COTIZ-ITEM-FECHA(WS-CANT-COTIZ)
                      MOVE REG-COTIZ-MONEDA
                        TO WS-COTIZ-ITEM-MONEDA(WS-CANT-COTIZ)
                      MOVE REG-COTIZ-VALOR
                        TO WS-COTIZ-ITEM-VALOR(WS-CANT-COTIZ)
                   ELSE
                      DISPLAY 'COTIZACIONES.TXT TIENE MAS DE 300 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0155-LEER-COTIZACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin FX_TOPES.TXT rige el tope por defecto de CLVALTRAN: 200
      * dolares por persona y mes.
       0160-CARGAR-TOPES-CAMBIO.
           OPEN INPUT ENT-TOPES-CAMBIO.
           EVALUATE TRUE
               WHEN FS-ENT-TOPES-CAMBIO-OK
                   PERFORM 0165-LEER-TOPE-CAMBIO
                      THRU 0165-LEER-TOPE-CAMBIO-EXIT
                      UNTIL WS-TOPES-CAMBIO-EOF-YES
                   CLOSE ENT-TOPES-CAMBIO
               WHEN FS-ENT-TOPES-CAMBIO-NFD
                   MOVE 1            TO WS-CANT-TCA
                   MOVE '0001-01-01' TO WS-TCA-VIGENCIA(1)
                   MOVE 'USD'        TO WS-TCA-MONEDA(1)
                   MOVE 200,00       TO WS-TCA-TOPE(1)
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FX_TOPES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-TOPES-CAMBIO
           END-EVALUATE.

       0160-CARGAR-TOPES-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0165-LEER-TOPE-CAMBIO.
           READ ENT-TOPES-CAMBIO
               AT END
                   SET WS-TOPES-CAMBIO-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-TCA LESS THAN 50
                      ADD 1 TO WS-CANT-TCA
                      MOVE REG-TCA-VIGENCIA
                        TO WS-TCA-VIGENCIA(WS-CANT-TCA)
                      MOVE REG-TCA-MONEDA
                        TO WS-TCA-MONEDA(WS-CANT-TCA)
                      MOVE REG-TCA-TOPE
                        TO WS-TCA-TOPE(WS-CANT-TCA)
                   ELSE
                      DISPLAY 'FX_TOPES.TXT TIENE MAS DE 50 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0165-LEER-TOPE-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El acumulado se regraba entero al final: si no se pudo leer,
      * se corta antes de tocar nada para no perderlo.
       0170-CARGAR-FX-ACUMULADO.
           OPEN INPUT FX-ACUMULADO.
           EVALUATE TRUE
               WHEN FS-FX-ACUMULADO-OK
                   PERFORM 0175-LEER-FX-ACUMULADO
                      THRU 0175-LEER-FX-ACUMULADO-EXIT
                      UNTIL WS-FX-ACUM-EOF-YES
                   CLOSE FX-ACUMULADO
               WHEN FS-FX-ACUMULADO-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FX_ACUMULADO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-FX-ACUMULADO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0170-CARGAR-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0175-LEER-FX-ACUMULADO.
           READ FX-ACUMULADO
               AT END
                   SET WS-FX-ACUM-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-FXA LESS THAN 500
                      ADD 1 TO WS-CANT-FXA
                      MOVE REG-FXA-TIPO-DOC
                        TO WS-FXA-TIPO-DOC(WS-CANT-FXA)
                      MOVE REG-FXA-CLAVE
                        TO WS-FXA-CLAVE(WS-CANT-FXA)
                      MOVE REG-FXA-TITULAR
                        TO WS-FXA-TITULAR(WS-CANT-FXA)
                      MOVE REG-FXA-PERIODO
                        TO WS-FXA-PERIODO(WS-CANT-FXA)
                      MOVE REG-FXA-MONEDA
                        TO WS-FXA-MONEDA(WS-CANT-FXA)
                      MOVE REG-FXA-COMPRADO
                        TO WS-FXA-COMPRADO(WS-CANT-FXA)
                      MOVE REG-FXA-CANTIDAD
                        TO WS-FXA-CANTIDAD(WS-CANT-FXA)
                   ELSE
                      DISPLAY 'FX_ACUMULADO.TXT TIENE MAS DE '
                         '500 REGISTROS: DEPURAR MESES VIEJOS'
                   END-IF
           END-READ.

       0175-LEER-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-RESOLVER-PENDIENTES.
      * El registro de la cola vuelve al area de trabajo para poder
      * desarmar sus campos.
           MOVE WS-PEND-LINEA(WS-INDICE-PEND) TO REG-FIRMA-PENDIENTE.

           MOVE 0 TO WS-FILA-DEC.
           PERFORM 1100-COMPARAR-DECISION
              THRU 1100-COMPARAR-DECISION-EXIT
              VARYING WS-INDICE-DEC FROM 1 BY 1
              UNTIL WS-INDICE-DEC GREATER THAN WS-CANT-DECISIONES.

           IF WS-FILA-DEC EQUAL 0
              GO TO 1000-RESOLVER-VENCIMIENTO
           END-IF.

      * La segunda firma tiene que ser de otro firmante registrado
      * de la misma cuenta; si no, la decision no cuenta.
           SET WS-SEGUNDO-FIRMANTE-NO TO TRUE.
           PERFORM 1150-BUSCAR-FIRMANTE
              THRU 1150-BUSCAR-FIRMANTE-EXIT
              VARYING WS-INDICE-FIRMANTE FROM 1 BY 1
              UNTIL WS-INDICE-FIRMANTE GREATER THAN WS-CANT-FIRMANTES.

           IF WS-SEGUNDO-FIRMANTE-NO
              OR WS-DEC-DOCUMENTO(WS-FILA-DEC) EQUAL
                 REG-FPE-NRO-DOCUMENTO-D
              OR (WS-DEC-ACCION(WS-FILA-DEC) NOT EQUAL 'A'
                  AND WS-DEC-ACCION(WS-FILA-DEC) NOT EQUAL 'R')
              DISPLAY 'DECISION INVALIDA PARA LA OPERACION '
                  REG-FPE-NRO-OPERACION ' FIRMANTE '
                  WS-DEC-DOCUMENTO(WS-FILA-DEC)
              ADD 1 TO WS-CANT-INVALIDAS
              GO TO 1000-RESOLVER-VENCIMIENTO
           END-IF.

           IF WS-DEC-ACCION(WS-FILA-DEC) EQUAL 'A'
              PERFORM 1200-APROBAR
                 THRU 1200-APROBAR-EXIT
           ELSE
              MOVE 'RECHAZADA POR EL SEGUNDO FIRMANTE'
                TO REG-RECHAZADAS-MOTIVO
              PERFORM 1300-RECHAZAR
                 THRU 1300-RECHAZAR-EXIT
              ADD 1 TO WS-CANT-RECHAZADAS
           END-IF.

           SET WS-PEND-RESUELTA-SI(WS-INDICE-PEND) TO TRUE.
           GO TO 1000-RESOLVER-PENDIENTES-EXIT.

      * Sin segunda firma valida: al corte del dia de la
      * transferencia la operacion vence.
       1000-RESOLVER-VENCIMIENTO.
           IF REG-FPE-FECHA GREATER THAN WS-FECHA-CORTE
              ADD 1 TO WS-CANT-PENDIENTES
              GO TO 1000-RESOLVER-PENDIENTES-EXIT
           END-IF.

           MOVE 'VENCIDA SIN SEGUNDA FIRMA AL CORTE DEL DIA'
             TO REG-RECHAZADAS-MOTIVO.
           PERFORM 1300-RECHAZAR
              THRU 1300-RECHAZAR-EXIT.
           ADD 1 TO WS-CANT-VENCIDAS.
           SET WS-PEND-RESUELTA-SI(WS-INDICE-PEND) TO TRUE.

       1000-RESOLVER-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-COMPARAR-DECISION.
           IF REG-FPE-NRO-OPERACION EQUAL
                 WS-DEC-NRO-OPERACION(WS-INDICE-DEC)
              MOVE WS-INDICE-DEC TO WS-FILA-DEC
           END-IF.

       1100-COMPARAR-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1150-BUSCAR-FIRMANTE.
           IF REG-FPE-CUENTA-DEBITO EQUAL
                 WS-FIR-CUENTA(WS-INDICE-FIRMANTE)
              AND WS-DEC-DOCUMENTO(WS-FILA-DEC) EQUAL
                 WS-FIR-DOCUMENTO(WS-INDICE-FIRMANTE)
              SET WS-SEGUNDO-FIRMANTE-SI TO TRUE
           END-IF.

       1150-BUSCAR-FIRMANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-APROBAR.
      * Una compra de divisas se mide contra el tope con el acumulado
      * de hoy, no el del dia en que quedo pendiente: entre tanto la
      * persona pudo haber comprado por otro lado.
           PERFORM 1210-CONTROLAR-TOPE-CAMBIO
              THRU 1210-CONTROLAR-TOPE-CAMBIO-EXIT.
           IF WS-SUPERA-TOPE-SI
              MOVE 'TOPE MENSUAL DIVISAS' TO REG-RECHAZADAS-MOTIVO
              PERFORM 1300-RECHAZAR
                 THRU 1300-RECHAZAR-EXIT
              ADD 1 TO WS-CANT-TOPE-DIVISAS
              GO TO 1200-APROBAR-EXIT
           END-IF.

      * Con las dos firmas sigue su camino a APROBADAS.TXT, de donde
      * lo toma el posteo como cualquier otra.
           MOVE ' | ' TO FILLER-A1 FILLER-A2 FILLER-A3 FILLER-A4
                         FILLER-A5.
           MOVE REG-FPE-NRO-OPERACION
             TO REG-APROBADAS-NRO-OPERACION.
           MOVE REG-FPE-FECHA           TO REG-APROBADAS-FECHA.
           MOVE REG-FPE-CUENTA-DEBITO
             TO REG-APROBADAS-CUENTA-DEBITO.
           MOVE REG-FPE-CUENTA-CREDITO
             TO REG-APROBADAS-CUENTA-CREDITO.
           MOVE REG-FPE-IMPORTE         TO REG-APROBADAS-IMPORTE.
           MOVE REG-FPE-COD-CONCEPTO
             TO REG-APROBADAS-COD-CONCEPTO.

           WRITE REG-APROBADAS.
           ADD 1 TO WS-CANT-APROBADAS.
           DISPLAY 'APROBADA CON DOBLE FIRMA: ' REG-FPE-NRO-OPERACION.

           IF WS-COMPRA-DIVISA-SI
              PERFORM 1250-ACUMULAR-DIVISAS
                 THRU 1250-ACUMULAR-DIVISAS-EXIT
           END-IF.

       1200-APROBAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mismo criterio que 1069-CONTROLAR-TOPE-CAMBIO de CLVALTRAN: es
      * compra de divisas la transferencia de una cuenta en pesos a
      * una cuenta propia del banco en otra moneda, medida a la
      * cotizacion vigente a la fecha de la operacion.
       1210-CONTROLAR-TOPE-CAMBIO.
           SET WS-COMPRA-DIVISA-NO TO TRUE.
           SET WS-SUPERA-TOPE-NO TO TRUE.
           MOVE 0 TO WS-FILA-FXA.

           MOVE 0 TO WS-FILA-DEBITO WS-FILA-CREDITO.
           PERFORM 1211-UBICAR-CUENTAS
              THRU 1211-UBICAR-CUENTAS-EXIT
              VARYING WS-INDICE-CUENTA FROM 1 BY 1
              UNTIL WS-INDICE-CUENTA GREATER THAN WS-CANT-CUENTAS.

           IF WS-FILA-DEBITO EQUAL 0
              OR WS-FILA-CREDITO EQUAL 0
              GO TO 1210-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           IF WS-CUENTA-MONEDA(WS-FILA-DEBITO) NOT EQUAL 'ARS'
              GO TO 1210-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           MOVE WS-CUENTA-MONEDA(WS-FILA-CREDITO) TO WS-FX-MONEDA.
           IF WS-FX-MONEDA EQUAL 'ARS'
              OR WS-FX-MONEDA EQUAL SPACES
              GO TO 1210-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           MOVE 0 TO WS-COTIZ-HALLADA.
           MOVE SPACES TO WS-FECHA-COTIZ-HALLADA.
           PERFORM 1212-COMPARAR-COTIZACION
              THRU 1212-COMPARAR-COTIZACION-EXIT
              VARYING WS-INDICE-COTIZ FROM 1 BY 1
              UNTIL WS-INDICE-COTIZ GREATER THAN WS-CANT-COTIZ.

           IF WS-COTIZ-HALLADA EQUAL 0
              GO TO 1210-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           COMPUTE WS-FX-IMPORTE ROUNDED =
              REG-FPE-IMPORTE / WS-COTIZ-HALLADA.
           SET WS-COMPRA-DIVISA-SI TO TRUE.

           PERFORM 1213-IDENTIFICAR-PERSONA
              THRU 1213-IDENTIFICAR-PERSONA-EXIT.

           PERFORM 1214-COMPARAR-FX-ACUMULADO
              THRU 1214-COMPARAR-FX-ACUMULADO-EXIT
              VARYING WS-INDICE-FXA FROM 1 BY 1
              UNTIL WS-INDICE-FXA GREATER THAN WS-CANT-FXA
                 OR WS-FILA-FXA NOT EQUAL 0.

      * Sin tope vigente para la moneda la compra se acumula igual,
      * pero no se controla.
           MOVE 0 TO WS-TOPE-CAMBIO-HALLADO.
           MOVE SPACES TO WS-VIGENCIA-TOPE-HALLADA.
           PERFORM 1215-COMPARAR-TOPE-CAMBIO
              THRU 1215-COMPARAR-TOPE-CAMBIO-EXIT
              VARYING WS-INDICE-TCA FROM 1 BY 1
              UNTIL WS-INDICE-TCA GREATER THAN WS-CANT-TCA.

           IF WS-VIGENCIA-TOPE-HALLADA EQUAL SPACES
              GO TO 1210-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           MOVE WS-FX-IMPORTE TO WS-FX-TOTAL-MES.
           IF WS-FILA-FXA NOT EQUAL 0
              ADD WS-FXA-COMPRADO(WS-FILA-FXA) TO WS-FX-TOTAL-MES
           END-IF.

           IF WS-FX-TOTAL-MES GREATER THAN WS-TOPE-CAMBIO-HALLADO
              SET WS-SUPERA-TOPE-SI TO TRUE
           END-IF.

       1210-CONTROLAR-TOPE-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1211-UBICAR-CUENTAS.
           IF REG-FPE-CUENTA-DEBITO EQUAL
                 WS-CUENTA-NUMERO(WS-INDICE-CUENTA)
              MOVE WS-INDICE-CUENTA TO WS-FILA-DEBITO
           END-IF.
           IF REG-FPE-CUENTA-CREDITO EQUAL
                 WS-CUENTA-NUMERO(WS-INDICE-CUENTA)
              MOVE WS-INDICE-CUENTA TO WS-FILA-CREDITO
           END-IF.

       1211-UBICAR-CUENTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cotizacion de la moneda comprada: la de fecha mas alta que no
      * supere la de la operacion
       1212-COMPARAR-COTIZACION.
           IF WS-COTIZ-ITEM-MONEDA(WS-INDICE-COTIZ) EQUAL WS-FX-MONEDA
              AND WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ) NOT GREATER
                 THAN REG-FPE-FECHA
              AND WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ) NOT LESS
                 THAN WS-FECHA-COTIZ-HALLADA
              MOVE WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ)
                TO WS-FECHA-COTIZ-HALLADA
              MOVE WS-COTIZ-ITEM-VALOR(WS-INDICE-COTIZ)
                TO WS-COTIZ-HALLADA
           END-IF.

       1212-COMPARAR-COTIZACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La persona que compra es el cliente al que esta atada la
      * cuenta debito; una cuenta sin vinculo acumula sola, con su
      * numero de cuenta como clave.
       1213-IDENTIFICAR-PERSONA.
           INITIALIZE WS-CLIENTE.
           SET LK-CLI-CONSULTAR TO TRUE.
           MOVE 'B'                   TO LK-CLI-ORIGEN.
           MOVE REG-FPE-CUENTA-DEBITO TO LK-CLI-REFERENCIA.
           CALL 'CLCLIENT' USING WS-CLIENTE.

           IF LK-CLI-RETORNO-OK
              MOVE LK-CLI-TIPO-DOC-O   TO WS-FX-TIPO-DOC
              MOVE LK-CLI-NUMERO-DOC-O TO WS-FX-CLAVE
              MOVE SPACES TO WS-FX-TITULAR
              STRING LK-CLI-APELLIDO-O DELIMITED BY '  '
                     ', '              DELIMITED BY SIZE
                     LK-CLI-NOMBRE-O   DELIMITED BY '  '
                INTO WS-FX-TITULAR
           ELSE
              IF LK-CLI-ERROR
                 DISPLAY 'ERROR AL CONSULTAR EL CLIENTE DE LA CUENTA '
                    REG-FPE-CUENTA-DEBITO
              END-IF
              MOVE 'CTA '                 TO WS-FX-TIPO-DOC
              MOVE REG-FPE-CUENTA-DEBITO  TO WS-FX-CLAVE
              MOVE WS-CUENTA-TITULAR(WS-FILA-DEBITO) TO WS-FX-TITULAR
           END-IF.

       1213-IDENTIFICAR-PERSONA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1214-COMPARAR-FX-ACUMULADO.
           IF WS-FXA-TIPO-DOC(WS-INDICE-FXA) EQUAL WS-FX-TIPO-DOC
              AND WS-FXA-CLAVE(WS-INDICE-FXA) EQUAL WS-FX-CLAVE
              AND WS-FXA-PERIODO(WS-INDICE-FXA) EQUAL
                 REG-FPE-FECHA(1:7)
              AND WS-FXA-MONEDA(WS-INDICE-FXA) EQUAL WS-FX-MONEDA
              MOVE WS-INDICE-FXA TO WS-FILA-FXA
           END-IF.

       1214-COMPARAR-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tope vigente: el de la moneda con la vigencia mas alta que no
      * supere la fecha de la operacion
       1215-COMPARAR-TOPE-CAMBIO.
           IF WS-TCA-MONEDA(WS-INDICE-TCA) EQUAL WS-FX-MONEDA
              AND WS-TCA-VIGENCIA(WS-INDICE-TCA) NOT GREATER
                 THAN REG-FPE-FECHA
              AND WS-TCA-VIGENCIA(WS-INDICE-TCA) NOT LESS
                 THAN WS-VIGENCIA-TOPE-HALLADA
              MOVE WS-TCA-VIGENCIA(WS-INDICE-TCA)
                TO WS-VIGENCIA-TOPE-HALLADA
              MOVE WS-TCA-TOPE(WS-INDICE-TCA)
                TO WS-TOPE-CAMBIO-HALLADO
           END-IF.

       1215-COMPARAR-TOPE-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La compra aprobada suma al acumulado del mes de la persona
      * (WS-FILA-FXA quedo en su fila, o en cero si es su primera
      * compra del mes en esa moneda).
       1250-ACUMULAR-DIVISAS.
           IF WS-FILA-FXA NOT EQUAL 0
              ADD WS-FX-IMPORTE TO WS-FXA-COMPRADO(WS-FILA-FXA)
              ADD 1 TO WS-FXA-CANTIDAD(WS-FILA-FXA)
              GO TO 1250-ACUMULAR-DIVISAS-EXIT
           END-IF.

           IF WS-CANT-FXA NOT LESS THAN 500
              DISPLAY 'FX_ACUMULADO.TXT LLENO: NO SE ACUMULA LA '
                 'COMPRA DE ' WS-FX-TIPO-DOC ' ' WS-FX-CLAVE
              GO TO 1250-ACUMULAR-DIVISAS-EXIT
           END-IF.

           ADD 1 TO WS-CANT-FXA.
           MOVE WS-FX-TIPO-DOC     TO WS-FXA-TIPO-DOC(WS-CANT-FXA).
           MOVE WS-FX-CLAVE        TO WS-FXA-CLAVE(WS-CANT-FXA).
           MOVE WS-FX-TITULAR      TO WS-FXA-TITULAR(WS-CANT-FXA).
           MOVE REG-FPE-FECHA(1:7) TO WS-FXA-PERIODO(WS-CANT-FXA).
           MOVE WS-FX-MONEDA       TO WS-FXA-MONEDA(WS-CANT-FXA).
           MOVE WS-FX-IMPORTE      TO WS-FXA-COMPRADO(WS-CANT-FXA).
           MOVE 1                  TO WS-FXA-CANTIDAD(WS-CANT-FXA).

       1250-ACUMULAR-DIVISAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-RECHAZAR.
      * El motivo lo deja cargado quien llama.
           MOVE ' | ' TO FILLER-R1 FILLER-R2 FILLER-R3 FILLER-R4
                         FILLER-R5 FILLER-R6.
           MOVE REG-FPE-NRO-OPERACION
             TO REG-RECHAZADAS-NRO-OPERACION.
           MOVE REG-FPE-FECHA           TO REG-RECHAZADAS-FECHA.
           MOVE REG-FPE-CUENTA-DEBITO
             TO REG-RECHAZADAS-CUENTA-DEBITO.
           MOVE REG-FPE-CUENTA-CREDITO
             TO REG-RECHAZADAS-CUENTA-CREDITO.
           MOVE REG-FPE-IMPORTE         TO REG-RECHAZADAS-IMPORTE.
           MOVE REG-FPE-COD-CONCEPTO
             TO REG-RECHAZADAS-COD-CONCEPTO.

           WRITE REG-RECHAZADAS.
           DISPLAY 'RECHAZADA: ' REG-FPE-NRO-OPERACION ' '
               REG-RECHAZADAS-MOTIVO.

       1300-RECHAZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-REGRABAR-COLA.
      * La cola se regraba solo con las que siguen esperando la
      * segunda firma.
           OPEN OUTPUT SAL-FIRMAS-PEND.
           IF NOT FS-SAL-FIRMAS-PEND-OK
              DISPLAY 'ERROR AL REGRABAR FIRMAS_PENDIENTES.TXT: '
                  FS-SAL-FIRMAS-PEND
              GO TO 2000-REGRABAR-COLA-EXIT
           END-IF.

           PERFORM 2100-GRABAR-PENDIENTE
              THRU 2100-GRABAR-PENDIENTE-EXIT
              VARYING WS-INDICE-PEND FROM 1 BY 1
              UNTIL WS-INDICE-PEND GREATER THAN
                    WS-CANT-PENDIENTES-COLA.

           CLOSE SAL-FIRMAS-PEND.

       2000-REGRABAR-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-GRABAR-PENDIENTE.
           IF WS-PEND-RESUELTA-NO(WS-INDICE-PEND)
              WRITE REG-SAL-FIRMA-PENDIENTE
                 FROM WS-PEND-LINEA(WS-INDICE-PEND)
           END-IF.

       2100-GRABAR-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El acumulado del mes queda al dia para CLVALTRAN y CLTOPEFX.
       2200-REGRABAR-FX-ACUMULADO.
           OPEN OUTPUT FX-ACUMULADO.
           IF NOT FS-FX-ACUMULADO-OK
              DISPLAY 'ERROR AL REGRABAR FX_ACUMULADO.TXT'
              DISPLAY 'FILE STATUS: ' FS-FX-ACUMULADO
              MOVE 99 TO RETURN-CODE
              GO TO 2200-REGRABAR-FX-ACUMULADO-EXIT
           END-IF.

           PERFORM 2210-GRABAR-FX-ACUMULADO
              THRU 2210-GRABAR-FX-ACUMULADO-EXIT
              VARYING WS-INDICE-FXA FROM 1 BY 1
              UNTIL WS-INDICE-FXA GREATER THAN WS-CANT-FXA.

           CLOSE FX-ACUMULADO.

       2200-REGRABAR-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-GRABAR-FX-ACUMULADO.
           MOVE WS-FXA-TIPO-DOC(WS-INDICE-FXA)  TO REG-FXA-TIPO-DOC.
           MOVE WS-FXA-CLAVE(WS-INDICE-FXA)     TO REG-FXA-CLAVE.
           MOVE WS-FXA-TITULAR(WS-INDICE-FXA)   TO REG-FXA-TITULAR.
           MOVE WS-FXA-PERIODO(WS-INDICE-FXA)   TO REG-FXA-PERIODO.
           MOVE WS-FXA-MONEDA(WS-INDICE-FXA)    TO REG-FXA-MONEDA.
           MOVE WS-FXA-COMPRADO(WS-INDICE-FXA)  TO REG-FXA-COMPRADO.
           MOVE WS-FXA-CANTIDAD(WS-INDICE-FXA)  TO REG-FXA-CANTIDAD.
           WRITE REG-FX-ACUMULADO.

       2210-GRABAR-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-APROBADAS.
           CLOSE SAL-RECHAZADAS.

           DISPLAY 'FECHA DE CORTE        : ' WS-FECHA-CORTE.
           DISPLAY 'APROBADAS DOBLE FIRMA : ' WS-CANT-APROBADAS.
           DISPLAY 'RECHAZADAS 2DO FIRMANT: ' WS-CANT-RECHAZADAS.
           DISPLAY 'RECHAZADAS TOPE DIVISA: ' WS-CANT-TOPE-DIVISAS.
           DISPLAY 'VENCIDAS SIN FIRMA    : ' WS-CANT-VENCIDAS.
           DISPLAY 'DECISIONES INVALIDAS  : ' WS-CANT-INVALIDAS.
           DISPLAY 'SIGUEN PENDIENTES     : ' WS-CANT-PENDIENTES.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLFIRMAS.
