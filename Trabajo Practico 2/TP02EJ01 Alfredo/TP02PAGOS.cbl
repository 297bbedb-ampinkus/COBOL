      *          desglose por rubro que el CSV trae por tarjeta, y el
      *          detalle de la imputacion queda en cada renglon de
      *          PAGOS_LEDGER.TXT.
      *          Los pagos que van al libro tambien se acumulan en la
      *          promesa de pago abierta de la cuenta (PROMESAS.TXT,
      *          de TP02PROME) si caen entre el alta y la fecha
      *          prometida. Al terminar, la promesa que cubrio el
      *          importe queda cumplida; la que vencio sin cubrirlo
      *          queda cumplida en parte o rota, y va a la lista de
      *          trabajo diaria PROMESAS_INCUMPLIDAS.TXT.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-REEMPLAZOS.

      *    Nombre logico del archivo: ENT-PROMESAS / SAL-PROMESAS
      *    Nombre fisico del archivo: ../PROMESAS.TXT
      *    Promesas de pago; se regraba entera con el estado de cada
      *    promesa. Si no existe, no hay promesas.
           SELECT ENT-PROMESAS
           ASSIGN TO '../PROMESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROMESAS.

           SELECT SAL-PROMESAS
           ASSIGN TO '../PROMESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROMESAS.

      *    Nombre logico del archivo: SAL-INCUMPLIDAS
      *    Nombre fisico del archivo: ../PROMESAS_INCUMPLIDAS.TXT
      *    Lista de trabajo del dia: promesas que vencieron en esta
      *    corrida sin cubrir el importe prometido.
           SELECT SAL-INCUMPLIDAS
           ASSIGN TO '../PROMESAS_INCUMPLIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-INCUMPLIDAS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
          05 FD-RECU-SEP-03            PIC X(01).
          05 FD-RECU-IMPORTE           PIC ZZZZZZZ9,99.

       FD ENT-PROMESAS.
       01 FD-ENT-PROMESA               PIC X(79).

       FD SAL-PROMESAS.
       01 FD-SAL-PROMESA               PIC X(79).

       FD SAL-INCUMPLIDAS.
       01 FD-INCUMPLIDA-LINEA.
          05 FD-INC-NUMERO             PIC 9(08).
          05 FD-INC-SEP-01             PIC X(01).
          05 FD-INC-CUENTA             PIC 9(10).
          05 FD-INC-SEP-02             PIC X(01).
          05 FD-INC-OPERADOR           PIC X(08).
          05 FD-INC-SEP-03             PIC X(01).
          05 FD-INC-FECHA-COMPROMISO   PIC X(10).
          05 FD-INC-SEP-04             PIC X(01).
          05 FD-INC-IMPORTE            PIC ZZZZZZZZ9,99.
          05 FD-INC-SEP-05             PIC X(01).
          05 FD-INC-PAGADO             PIC ZZZZZZZZ9,99.
          05 FD-INC-SEP-06             PIC X(01).
          05 FD-INC-FALTANTE           PIC ZZZZZZZZ9,99.
          05 FD-INC-SEP-07             PIC X(01).
          05 FD-INC-ESTADO             PIC X(08).

       FD SAL-SUSPENSO.
       01 FD-PAGO-SUSPENSO.
          05 FD-SUSP-NUMERO-TARJETA    PIC X(19).
          05 FS-SAL-RECUPEROS                  PIC X(2).
             88 FS-SAL-RECUPEROS-OK                VALUE '00'.
             88 FS-SAL-RECUPEROS-NFD               VALUE '35'.
          05 FS-ENT-PROMESAS                   PIC X(2).
             88 FS-ENT-PROMESAS-OK                 VALUE '00'.
             88 FS-ENT-PROMESAS-NFD                VALUE '35'.
          05 FS-SAL-PROMESAS                   PIC X(2).
             88 FS-SAL-PROMESAS-OK                 VALUE '00'.
          05 FS-SAL-INCUMPLIDAS                PIC X(2).
             88 FS-SAL-INCUMPLIDAS-OK              VALUE '00'.

      * Promesas de pago en memoria (se regraban completas). Cada
      * fila tiene el formato de REG-PROMESA.
           COPY PROMESA.
       01 WS-PROMESAS-CARGA-EOF                PIC X(5) VALUE 'FALSE'.
          88 WS-PROMESAS-CARGA-EOF-YES             VALUE 'TRUE'.
          88 WS-PROMESAS-CARGA-EOF-NO              VALUE 'FALSE'.
       77 WS-INDICE-PRM                        PIC 9(04) VALUE 1.
       77 WS-CANT-PROMESAS                     PIC 9(04) VALUE 0.
       01 WS-TABLA-PROMESAS.
          05 WS-PRM-LINEA OCCURS 5000 TIMES    PIC X(79).
       01 WS-HAY-PROMESAS                      PIC X(02) VALUE 'NO'.
          88 WS-HAY-PROMESAS-SI                    VALUE 'SI'.
       77 WS-CANT-PRM-CUMPLIDAS                PIC 9(05) VALUE 0.
       77 WS-CANT-PRM-PARCIALES                PIC 9(05) VALUE 0.
       77 WS-CANT-PRM-ROTAS                    PIC 9(05) VALUE 0.
       77 WS-PRM-FALTANTE                      PIC 9(09)V9(02) VALUE 0.

      * Fecha del proceso (yyyy-mm-dd), para el vencimiento de las
      * promesas
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

      * Libro de quebrantos en memoria: los pagos de cuentas
      * castigadas se imputan como recupero contra el
           PERFORM 1400-CARGAR-QUEBRANTOS
              THRU 1400-CARGAR-QUEBRANTOS-EXIT.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           PERFORM 1500-CARGAR-PROMESAS
              THRU 1500-CARGAR-PROMESAS-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Si la tabla no alcanza no se pueden regrabar las promesas sin
      * perder ninguna: se corta antes de aplicar pagos.
       1500-CARGAR-PROMESAS.
           OPEN INPUT ENT-PROMESAS.
           EVALUATE TRUE
               WHEN FS-ENT-PROMESAS-OK
                   SET WS-HAY-PROMESAS-SI TO TRUE
                   PERFORM 1510-LEER-PROMESA
                      THRU 1510-LEER-PROMESA-EXIT
                      UNTIL WS-PROMESAS-CARGA-EOF-YES
                   CLOSE ENT-PROMESAS
               WHEN FS-ENT-PROMESAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMESAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROMESAS
                   STOP RUN
           END-EVALUATE.

       1500-CARGAR-PROMESAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1510-LEER-PROMESA.
           READ ENT-PROMESAS
               AT END
                   SET WS-PROMESAS-CARGA-EOF-YES TO TRUE
                   GO TO 1510-LEER-PROMESA-EXIT
           END-READ.

           IF WS-CANT-PROMESAS NOT LESS THAN 5000
              DISPLAY 'PROMESAS.TXT TIENE MAS DE 5000 PROMESAS: '
                 'DEPURAR ANTES DE APLICAR PAGOS'
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-PROMESAS.
           MOVE FD-ENT-PROMESA TO WS-PRM-LINEA(WS-CANT-PROMESAS).

       1510-LEER-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARGAR-QUEBRANTOS.
           OPEN INPUT ENT-QUEBRANTOS.
              PERFORM 2450-GRABAR-LEDGER
                 THRU 2450-GRABAR-LEDGER-EXIT

              PERFORM 2460-IMPUTAR-PROMESA
                 THRU 2460-IMPUTAR-PROMESA-EXIT
                 VARYING WS-INDICE-PRM FROM 1 BY 1
                 UNTIL WS-INDICE-PRM GREATER THAN WS-CANT-PROMESAS

              ADD WS-PAGO-IMPORTE TO WS-GL-PAGOS
              MOVE WS-PAGO-FECHA TO WS-ULTIMA-FECHA-PAGO

       2450-GRABAR-LEDGER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El pago cuenta para la promesa abierta de su cuenta si se hizo
      * entre el alta de la promesa y la fecha prometida.
       2460-IMPUTAR-PROMESA.
           MOVE WS-PRM-LINEA(WS-INDICE-PRM) TO REG-PROMESA.
           IF NOT REG-PRM-ABIERTA
              OR REG-PRM-CUENTA NOT EQUAL LK-NUMERO-CUENTA-O
              OR WS-PAGO-FECHA LESS THAN REG-PRM-FECHA-ALTA
              OR WS-PAGO-FECHA GREATER THAN REG-PRM-FECHA-COMPROMISO
              GO TO 2460-IMPUTAR-PROMESA-EXIT
           END-IF.

           ADD WS-PAGO-IMPORTE TO REG-PRM-PAGADO.
           MOVE REG-PROMESA TO WS-PRM-LINEA(WS-INDICE-PRM).

       2460-IMPUTAR-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-GRABAR-SUSPENSO.
      * La tarjeta del pago no existe en el master: el pago no se
           PERFORM 3200-REGRABAR-QUEBRANTOS
              THRU 3200-REGRABAR-QUEBRANTOS-EXIT.

           PERFORM 3300-CERRAR-PROMESAS
              THRU 3300-CERRAR-PROMESAS-EXIT.

           DISPLAY 'PAGOS LEIDOS      : ' WS-CANT-LEIDOS.
           DISPLAY 'PAGOS APLICADOS   : ' WS-CANT-APLICADOS.
           DISPLAY 'PAGOS EN SUSPENSO : ' WS-CANT-SUSPENSO.
           DISPLAY 'RECUPEROS         : ' WS-CANT-RECUPEROS.
           DISPLAY 'PROMESAS CUMPLIDAS: ' WS-CANT-PRM-CUMPLIDAS.
           DISPLAY 'PROMESAS EN PARTE : ' WS-CANT-PRM-PARCIALES.
           DISPLAY 'PROMESAS ROTAS    : ' WS-CANT-PRM-ROTAS.

       3000-FINALIZAR-EXIT.
           EXIT.
       3210-GRABAR-QUEBRANTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cierra las promesas abiertas: cumplida si ya se pago lo
      * prometido; si vencio sin cubrirlo, en parte o rota segun haya
      * habido algun pago, y a la lista de trabajo. Despues se regraba
      * PROMESAS.TXT entero.
       3300-CERRAR-PROMESAS.
           IF NOT WS-HAY-PROMESAS-SI
              GO TO 3300-CERRAR-PROMESAS-EXIT
           END-IF.

           OPEN OUTPUT SAL-INCUMPLIDAS.
           IF NOT FS-SAL-INCUMPLIDAS-OK
              DISPLAY 'ERROR AL ABRIR PROMESAS_INCUMPLIDAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-INCUMPLIDAS
              GO TO 3300-CERRAR-PROMESAS-EXIT
           END-IF.

           PERFORM 3310-CERRAR-PROMESA
              THRU 3310-CERRAR-PROMESA-EXIT
              VARYING WS-INDICE-PRM FROM 1 BY 1
              UNTIL WS-INDICE-PRM GREATER THAN WS-CANT-PROMESAS.
           CLOSE SAL-INCUMPLIDAS.

           OPEN OUTPUT SAL-PROMESAS.
           IF NOT FS-SAL-PROMESAS-OK
              DISPLAY 'ERROR AL REGRABAR PROMESAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROMESAS
              GO TO 3300-CERRAR-PROMESAS-EXIT
           END-IF.

           PERFORM 3320-GRABAR-PROMESA
              THRU 3320-GRABAR-PROMESA-EXIT
              VARYING WS-INDICE-PRM FROM 1 BY 1
              UNTIL WS-INDICE-PRM GREATER THAN WS-CANT-PROMESAS.
           CLOSE SAL-PROMESAS.

       3300-CERRAR-PROMESAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3310-CERRAR-PROMESA.
           MOVE WS-PRM-LINEA(WS-INDICE-PRM) TO REG-PROMESA.
           IF NOT REG-PRM-ABIERTA
              GO TO 3310-CERRAR-PROMESA-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN REG-PRM-PAGADO NOT LESS THAN REG-PRM-IMPORTE
                   SET REG-PRM-CUMPLIDA TO TRUE
                   ADD 1 TO WS-CANT-PRM-CUMPLIDAS
               WHEN REG-PRM-FECHA-COMPROMISO NOT LESS THAN
                       WS-FECHA-HOY
                   GO TO 3310-CERRAR-PROMESA-EXIT
               WHEN REG-PRM-PAGADO GREATER THAN 0
                   SET REG-PRM-PARCIAL TO TRUE
                   ADD 1 TO WS-CANT-PRM-PARCIALES
               WHEN OTHER
                   SET REG-PRM-ROTA TO TRUE
                   ADD 1 TO WS-CANT-PRM-ROTAS
           END-EVALUATE.

           MOVE WS-FECHA-HOY TO REG-PRM-FECHA-CIERRE.
           MOVE REG-PROMESA TO WS-PRM-LINEA(WS-INDICE-PRM).

           IF REG-PRM-CUMPLIDA
              GO TO 3310-CERRAR-PROMESA-EXIT
           END-IF.

           COMPUTE WS-PRM-FALTANTE = REG-PRM-IMPORTE - REG-PRM-PAGADO.
           MOVE ';' TO FD-INC-SEP-01 FD-INC-SEP-02 FD-INC-SEP-03
                       FD-INC-SEP-04 FD-INC-SEP-05 FD-INC-SEP-06
                       FD-INC-SEP-07.
           MOVE REG-PRM-NUMERO           TO FD-INC-NUMERO.
           MOVE REG-PRM-CUENTA           TO FD-INC-CUENTA.
           MOVE REG-PRM-OPERADOR         TO FD-INC-OPERADOR.
           MOVE REG-PRM-FECHA-COMPROMISO TO FD-INC-FECHA-COMPROMISO.
           MOVE REG-PRM-IMPORTE          TO FD-INC-IMPORTE.
           MOVE REG-PRM-PAGADO           TO FD-INC-PAGADO.
           MOVE WS-PRM-FALTANTE          TO FD-INC-FALTANTE.
           IF REG-PRM-PARCIAL
              MOVE 'EN PARTE' TO FD-INC-ESTADO
           ELSE
              MOVE 'ROTA'     TO FD-INC-ESTADO
           END-IF.
           WRITE FD-INCUMPLIDA-LINEA.
           IF NOT FS-SAL-INCUMPLIDAS-OK
              DISPLAY 'ERROR AL GRABAR PROMESAS_INCUMPLIDAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-INCUMPLIDAS
           END-IF.

       3310-CERRAR-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3320-GRABAR-PROMESA.
           WRITE FD-SAL-PROMESA FROM WS-PRM-LINEA(WS-INDICE-PRM).
           IF NOT FS-SAL-PROMESAS-OK
              DISPLAY 'ERROR AL GRABAR PROMESAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROMESAS
           END-IF.

       3320-GRABAR-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02PAGOS.
