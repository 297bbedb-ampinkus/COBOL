      *          Lee CONSUMOS.SEQ, busca los datos del titular contra
      *          MAESTARJ y genera RESUMENES.TXT. Los consumos con
      *          fecha invalida o tarjeta inexistente van a ERRORES.TXT.
      *          CONSUMOS.SEQ se toma para lectura via CLBLOQUE: si
      *          algun proceso lo esta grabando, espera a que termine.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-LEDGER.

      *    Nombre logico del archivo: ENT-PRECANC
      *    Nombre fisico del archivo: ../PRECANCELACIONES.TXT
      *    Planes en cuotas precancelados (TP02PRECA): las cuotas
      *    posteriores a la de corte ya no se facturan, y la linea
      *    unica de precancelacion sale en su propio renglon.
           SELECT ENT-PRECANC
           ASSIGN TO '../PRECANCELACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PRECANC.

      *    Nombre logico del archivo: SAL-ARCHIVO
      *    Nombre fisico del archivo: ../RESUMENES_HIST.TXT
      *    Archivo historico de resumenes: cada linea impresa del
      *    CICLO. Nombre fisico del archivo: ../CANJES_CICLO.TXT
      *    Canjes de puntos aplicados por TP02CANJE durante el ciclo,
      *    para imprimirlos en el resumen de cada cuenta. Al cerrar el
      *    ciclo se vacia: los canjes ya salieron impresos y quedan
      *    en CANJES_HIST.TXT.
           SELECT ENT-PROMOS
           ASSIGN TO '../PROMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CANJES-CICLO.

      *    Nombre logico del archivo: SAL-CANJES-HIST
      *    Nombre fisico del archivo: ../CANJES_HIST.TXT
      *    Los canjes del ciclo que se cierra, antes de vaciar
      *    CANJES_CICLO.TXT. Se abre para agregar (EXTEND).
           SELECT SAL-CANJES-HIST
           ASSIGN TO '../CANJES_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CANJES-HIST.

      *    Nombre logico del archivo: ENT-SALDOANT / SAL-SALDOANT
      *    Nombre fisico del archivo: ../SALDOS_ANTERIORES.TXT
      *    Indica por tarjeta si el saldo del ciclo anterior quedo
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONCEPTOS.

      *    Nombre logico del archivo: ENT-MOTIVOS
      *    Nombre fisico del archivo: ../MOTIVOS_AJUSTE.TXT
      *    Motivos de los ajustes manuales de back-office: los
      *    movimientos de ajuste (WS-OPER-AJUSTE) traen el motivo en
      *    el codigo de concepto y se validan contra esta tabla en
      *    lugar de CONCEPTOS.TXT; su descripcion sale en el resumen.
           SELECT ENT-MOTIVOS
           ASSIGN TO '../MOTIVOS_AJUSTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MOTIVOS.


      *    Nombre logico del archivo: ENT-FEED-CONTROL
      *    Nombre fisico del archivo: ../FEED_CONTROL.TXT
       FD SAL-CANJES-CICLO.
       01 FD-SAL-CANJE-LINEA             PIC X(56).

       FD SAL-CANJES-HIST.
           COPY CANJHIST.

       FD SAL-ARCHIVO.
           COPY RESARCH.

       FD ENT-LEDGER.
           COPY PAGOSLED.

       FD ENT-PRECANC.
           COPY PRECANC.

       FD ENT-CONCEPTOS.
           COPY CONCEPTOS.

       FD ENT-MOTIVOS.
           COPY MOTAJUS.

       FD ENT-COTIZACIONES.
           COPY COTIZA.

             88 FS-ENT-CANJES-CICLO-NFD            VALUE '35'.
          05 FS-SAL-CANJES-CICLO               PIC X(2).
             88 FS-SAL-CANJES-CICLO-OK             VALUE '00'.
          05 FS-SAL-CANJES-HIST                PIC X(2).
             88 FS-SAL-CANJES-HIST-OK              VALUE '00'.
             88 FS-SAL-CANJES-HIST-NFD             VALUE '35'.
          05 FS-SAL-ARCHIVO                    PIC X(2).
             88 FS-SAL-ARCHIVO-OK                  VALUE '00'.
             88 FS-SAL-ARCHIVO-NFD                 VALUE '35'.
             88 FS-ENT-LEDGER-OK                   VALUE '00'.
             88 FS-ENT-LEDGER-EOF                  VALUE '10'.
             88 FS-ENT-LEDGER-NFD                  VALUE '35'.
          05 FS-ENT-PRECANC                    PIC X(2).
             88 FS-ENT-PRECANC-OK                  VALUE '00'.
             88 FS-ENT-PRECANC-EOF                 VALUE '10'.
             88 FS-ENT-PRECANC-NFD                 VALUE '35'.
          05 FS-SALDOANT-IDX                   PIC X(2).
             88 FS-SALDOANT-IDX-OK                 VALUE '00'.
             88 FS-SALDOANT-IDX-EOF                VALUE '10'.
             88 FS-ENT-CONCEPTOS-OK                VALUE '00'.
             88 FS-ENT-CONCEPTOS-EOF               VALUE '10'.
             88 FS-ENT-CONCEPTOS-NFD               VALUE '35'.
          05 FS-ENT-MOTIVOS                    PIC X(2).
             88 FS-ENT-MOTIVOS-OK                  VALUE '00'.
             88 FS-ENT-MOTIVOS-EOF                 VALUE '10'.
             88 FS-ENT-MOTIVOS-NFD                 VALUE '35'.
          05 FS-ENT-COTIZACIONES               PIC X(2).
             88 FS-ENT-COTIZACIONES-OK             VALUE '00'.
             88 FS-ENT-COTIZACIONES-EOF            VALUE '10'.
      * LK-TARJETA-O con los datos de la tarjeta nueva, pero el cierre
      * del resumen anterior todavia necesita los datos de la tarjeta
      * que se esta cerrando.
       01 WS-TARJETA-ANTERIOR                  PIC X(182) VALUE SPACES.
       01 WS-TARJETA-NUEVA                     PIC X(182) VALUE SPACES.

      * Ultimo consumo acumulado, para detectar consumos duplicados
      * en el archivo de entrada (mismo ID de consumo y tarjeta)
             10 WS-IMP-ITEM-HASTA         PIC X(10).
             10 WS-IMP-ITEM-ACUMULADO     PIC 9(9)V9(2).

      * Costo financiero del resumen (en porcentaje): TNA y TEA del
      * recargo financiero del producto vigente, y CFT con los
      * impuestos sobre cargos financieros vigentes al fin del ciclo
       77 WS-ALICUOTA-FINANC                   PIC 9V9(4) VALUE 0.
       77 WS-TASA-MENSUAL-CFT                  PIC 9(2)V9(6) VALUE 0.
       77 WS-TNA                               PIC 9(5)V9(2) VALUE 0.
       77 WS-TEA                               PIC 9(5)V9(2) VALUE 0.
       77 WS-CFT                               PIC 9(5)V9(2) VALUE 0.

      * Total de impuestos del resumen que se cierra: suma al pago
      * minimo, al saldo de cierre y al extracto CSV
       77 WS-TOTAL-IMPUESTOS                   PIC 9(9)V9(2) VALUE 0.
             10 WS-CONCEPTO-ITEM-COD          PIC X(03).
             10 WS-CONCEPTO-ITEM-DESCRIPCION  PIC X(30).

      * Tabla de motivos de ajuste manual (MOTIVOS_AJUSTE.TXT),
      * cargada entera al empezar; sin el archivo ningun ajuste pasa
      * la validacion y todos van a ERRORES.TXT.
       01 WS-MOTIVOS-CARGA-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-MOTIVOS-CARGA-EOF-YES              VALUE 'TRUE'.
          88 WS-MOTIVOS-CARGA-EOF-NO               VALUE 'FALSE'.
       77 WS-INDICE-MOTIVO                     PIC 9(02) VALUE 1.
       77 WS-CANT-MOTIVOS                      PIC 9(02) VALUE 0.
       77 WS-FILA-MOTIVO                       PIC 9(02) VALUE 0.
       01 WS-TABLA-MOTIVOS.
          05 WS-MOTIVO-ITEM OCCURS 50 TIMES.
             10 WS-MOTIVO-ITEM-COD            PIC X(03).
             10 WS-MOTIVO-ITEM-DESCRIPCION    PIC X(30).

      * Variables de fin de carga del arrastre de saldos y del libro
      * de pagos
       01 WS-SALCIC-CARGA-EOF                  PIC X(5) VALUE 'FALSE'.
       77 WS-GL-ADELANTO                PIC 9(11)V9(2) VALUE 0.
       77 WS-GL-PUNTOS                  PIC 9(11)V9(2) VALUE 0.
       77 WS-GL-DESCUENTOS              PIC 9(11)V9(2) VALUE 0.
      * Ajustes manuales de back-office, fuera de las compras: los
      * debitos y los creditos (lo efectivamente acreditado) van
      * cada uno a su propia cuenta
       77 WS-GL-AJUSTE-DEB              PIC 9(11)V9(2) VALUE 0.
       77 WS-GL-AJUSTE-CRE              PIC 9(11)V9(2) VALUE 0.
       77 WS-GL-TOTAL-DEBE              PIC 9(12)V9(2) VALUE 0.
       77 WS-GL-TOTAL-HABER             PIC 9(12)V9(2) VALUE 0.
       77 WS-GL-INTERES-EQUIV           PIC 9(9)V9(2) VALUE 0.
       77 WS-DEV-TOTAL-EQUIV                   PIC 9(9)V9(2) VALUE 0.
       77 WS-DEV-EQUIV                         PIC 9(9)V9(2) VALUE 0.

      * Planes precancelados (PRECANCELACIONES.TXT), cargados enteros
      * al empezar: ID y cuenta del plan, cuota de corte e ID de la
      * linea unica de precancelacion
       01 WS-PRECANC-CARGA-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-PRECANC-CARGA-EOF-YES              VALUE 'TRUE'.
          88 WS-PRECANC-CARGA-EOF-NO               VALUE 'FALSE'.
       77 WS-INDICE-PREC                       PIC 9(04) VALUE 1.
       77 WS-CANT-PRECANC                      PIC 9(04) VALUE 0.
       01 WS-TABLA-PRECANC.
          05 WS-PREC-ITEM OCCURS 2000 TIMES.
             10 WS-PREC-ITEM-ID           PIC 9(10).
             10 WS-PREC-ITEM-CUENTA       PIC 9(10).
             10 WS-PREC-ITEM-CORTE        PIC 9(02).
             10 WS-PREC-ITEM-ID-PAGO      PIC 9(10).

      * Resultado de la busqueda del consumo actual entre los planes
      * precancelados: cuota posterior al corte (no se factura) o
      * linea de precancelacion (se factura en su propio renglon)
       01 WS-CUOTA-PRECANCELADA                PIC X(03) VALUE 'NO'.
          88 WS-CUOTA-PRECANCELADA-SI              VALUE 'SI'.
          88 WS-CUOTA-PRECANCELADA-NO              VALUE 'NO'.
       01 WS-LINEA-PRECANC                     PIC X(03) VALUE 'NO'.
          88 WS-LINEA-PRECANC-SI                   VALUE 'SI'.
          88 WS-LINEA-PRECANC-NO                   VALUE 'NO'.

      * Precancelaciones del resumen abierto: cantidad y total en
      * pesos equivalentes
       77 WS-PREC-CANTIDAD                     PIC 9(03) VALUE 0.
       77 WS-PREC-TOTAL-EQUIV                  PIC 9(9)V9(2) VALUE 0.

      * Ajustes manuales del resumen abierto: un renglon por ajuste
      * (motivo, moneda, importe y sentido) y los totales en pesos
      * equivalentes de los debitos y de lo efectivamente acreditado
      * (los creditos restan con piso en cero), para sacarlos de las
      * compras en el asiento
       77 WS-INDICE-AJURES                     PIC 9(02) VALUE 1.
       77 WS-CANT-AJURES                       PIC 9(02) VALUE 0.
       01 WS-TABLA-AJURES.
          05 WS-AJURES-ITEM OCCURS 20 TIMES.
             10 WS-AJURES-ITEM-MOTIVO     PIC X(30).
             10 WS-AJURES-ITEM-MONEDA     PIC X(03).
             10 WS-AJURES-ITEM-IMPORTE    PIC 9(8)V9(2).
             10 WS-AJURES-ITEM-SENTIDO    PIC X(01).
       77 WS-AJU-EQUIV                         PIC 9(9)V9(2) VALUE 0.
       77 WS-AJU-DEB-EQUIV                     PIC 9(9)V9(2) VALUE 0.
       77 WS-AJU-CRE-EQUIV                     PIC 9(9)V9(2) VALUE 0.

      * Tratamiento de los adelantos de efectivo del resumen abierto:
      * cantidad, total en pesos equivalentes, interes devengado
      * desde la fecha de cada adelanto y tope por ciclo
      * Consumos en disputa (o con contracargo confirmado), excluidos
      * del saldo del resumen
          05 WS-CANT-DISPUTADOS                PIC 9(05) VALUE 0.
      * Cuotas de planes precancelados posteriores a la de corte,
      * que llegan en el feed pero ya no se facturan
          05 WS-CANT-PRECANCELADAS             PIC 9(05) VALUE 0.
      * Suma de grabados + errores + duplicados + omitidos, usada
      * para conciliar contra WS-CANT-LEIDOS al cierre del batch
          05 WS-CANT-CALCULADOS                PIC 9(05) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.
      * CLBLOQUE devuelve su propio RETURN-CODE: el del lote se
      * guarda antes de liberar y se repone despues
       77 WS-RC-LOTE                   PIC S9(9) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1050-VERIFICAR-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma CONSUMOS.SEQ para leerlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1040-TOMAR-CONSUMOS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'CONSUMOS.SEQ' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02EJ01' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-LECTURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02EJ01 TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1040-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           PERFORM 1040-TOMAR-CONSUMOS
              THRU 1040-TOMAR-CONSUMOS-EXIT.

           PERFORM 1050-VERIFICAR-FEED
              THRU 1050-VERIFICAR-FEED-EXIT.

           PERFORM 1200-CARGAR-CONCEPTOS
              THRU 1200-CARGAR-CONCEPTOS-EXIT.

           PERFORM 1220-CARGAR-MOTIVOS
              THRU 1220-CARGAR-MOTIVOS-EXIT.

           PERFORM 1230-CARGAR-COTIZACIONES
              THRU 1230-CARGAR-COTIZACIONES-EXIT.

           PERFORM 1270-CARGAR-LEDGER
              THRU 1270-CARGAR-LEDGER-EXIT.

           PERFORM 1600-CARGAR-PRECANC
              THRU 1600-CARGAR-PRECANC-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

       1210-CARGAR-CONCEPTOS-DEFAULT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1220-CARGAR-MOTIVOS.
           OPEN INPUT ENT-MOTIVOS.
           EVALUATE TRUE
               WHEN FS-ENT-MOTIVOS-OK
                   PERFORM 1225-LEER-MOTIVO
                      THRU 1225-LEER-MOTIVO-EXIT
                      UNTIL WS-MOTIVOS-CARGA-EOF-YES
                   CLOSE ENT-MOTIVOS
               WHEN FS-ENT-MOTIVOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MOTIVOS_AJUSTE.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MOTIVOS
                   STOP RUN
           END-EVALUATE.

       1220-CARGAR-MOTIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1225-LEER-MOTIVO.
           READ ENT-MOTIVOS
               AT END
                   SET WS-MOTIVOS-CARGA-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-MOTIVOS LESS THAN 50
                      ADD 1 TO WS-CANT-MOTIVOS
                      MOVE REG-MOTAJ-COD
                        TO WS-MOTIVO-ITEM-COD(WS-CANT-MOTIVOS)
                      MOVE REG-MOTAJ-DESCRIPCION
                        TO WS-MOTIVO-ITEM-DESCRIPCION
                           (WS-CANT-MOTIVOS)
                   ELSE
                      DISPLAY 'MOTIVOS_AJUSTE.TXT TIENE MAS DE 50 '
                         'CODIGOS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1225-LEER-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1230-CARGAR-COTIZACIONES.
      * Sin la tabla de cotizaciones no se puede totalizar en pesos
       1286-COMPARAR-FILA-SALCIC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Planes precancelados por TP02PRECA. Sin archivo no hay
      * ninguno y todas las cuotas se facturan como siempre.
       1600-CARGAR-PRECANC.
           OPEN INPUT ENT-PRECANC.
           EVALUATE TRUE
               WHEN FS-ENT-PRECANC-OK
                   PERFORM 1610-LEER-PRECANC
                      THRU 1610-LEER-PRECANC-EXIT
                      UNTIL WS-PRECANC-CARGA-EOF-YES
                   CLOSE ENT-PRECANC
               WHEN FS-ENT-PRECANC-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PRECANCELACIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PRECANC
                   STOP RUN
           END-EVALUATE.

       1600-CARGAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1610-LEER-PRECANC.
           READ ENT-PRECANC
               AT END
                   SET WS-PRECANC-CARGA-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-PRECANC LESS THAN 2000
                      ADD 1 TO WS-CANT-PRECANC
                      MOVE REG-PREC-ID-CONSUMO
                        TO WS-PREC-ITEM-ID(WS-CANT-PRECANC)
                      MOVE REG-PREC-CUENTA
                        TO WS-PREC-ITEM-CUENTA(WS-CANT-PRECANC)
                      MOVE REG-PREC-CUOTA-CORTE
                        TO WS-PREC-ITEM-CORTE(WS-CANT-PRECANC)
                      MOVE REG-PREC-ID-PAGO
                        TO WS-PREC-ITEM-ID-PAGO(WS-CANT-PRECANC)
                   ELSE
                      DISPLAY 'PRECANCELACIONES.TXT TIENE MAS DE 2000 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1610-LEER-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1150-LEER-CHECKPOINT.
      * Si CHECKPOINT.TXT ya existe, viene de una corrida anterior que
                             THRU 2450-GRABAR-ERROR-FECHA-EXIT
                       ELSE
                          SET WS-CONCEPTO-ENCONTRADO-NO TO TRUE
      * Los ajustes manuales traen el motivo en lugar del concepto
                          IF WS-OPER-AJUSTE
                             PERFORM 2480-COMPARAR-MOTIVO
                                THRU 2480-COMPARAR-MOTIVO-EXIT
                                VARYING WS-INDICE-MOTIVO FROM 1 BY 1
                                UNTIL WS-INDICE-MOTIVO
                                   GREATER THAN WS-CANT-MOTIVOS
                                   OR WS-CONCEPTO-ENCONTRADO-SI
                          ELSE
                             PERFORM 2470-COMPARAR-CONCEPTO
                                THRU 2470-COMPARAR-CONCEPTO-EXIT
                                VARYING WS-INDICE-CONCEPTO FROM 1 BY 1
                                UNTIL WS-INDICE-CONCEPTO
                                   GREATER THAN WS-CANT-CONCEPTOS
                                   OR WS-CONCEPTO-ENCONTRADO-SI
                          END-IF

                          IF WS-CONCEPTO-ENCONTRADO-NO
                             PERFORM 2460-GRABAR-ERROR-CONCEPTO
                             END-IF
                             PERFORM 2365-BUSCAR-DISPUTA
                                THRU 2365-BUSCAR-DISPUTA-EXIT
                             PERFORM 2370-BUSCAR-PRECANCELACION
                                THRU 2370-BUSCAR-PRECANCELACION-EXIT

                             IF WS-CONSUMO-DISPUTADO-SI
                                ADD 1 TO WS-CANT-DISPUTADOS
                             ELSE
                                IF WS-CUOTA-PRECANCELADA-SI
                                   ADD 1 TO WS-CANT-PRECANCELADAS
                                ELSE
                                   PERFORM 2300-ACUMULAR-CONSUMO
                                      THRU 2300-ACUMULAR-CONSUMO-EXIT
                                END-IF
                             END-IF
                          END-IF
                       END-IF

      *----------------------------------------------------------------*
       2300-ACUMULAR-CONSUMO.
      * Los ajustes manuales de back-office van por su camino,
      * sean debito o credito: renglon propio y cuenta contable
      * propia, sin puntos ni percepciones.
           IF WS-OPER-AJUSTE
              PERFORM 2380-ACUMULAR-AJUSTE
                 THRU 2380-ACUMULAR-AJUSTE-EXIT
              GO TO 2300-ACUMULAR-CONSUMO-EXIT
           END-IF.

      * Las devoluciones restan del ciclo en lugar de sumar: bajan
      * el total de su moneda y el equivalente en pesos, con piso en
      * cero, y no suman puntos ni devengan percepciones.
                 UNTIL WS-INDICE-IMP GREATER THAN WS-CANT-IMPUESTOS
           END-IF.

      * La linea unica de precancelacion de un plan se suma como
      * cualquier consumo y ademas se informa en su propio renglon.
           IF WS-LINEA-PRECANC-SI
              ADD 1 TO WS-PREC-CANTIDAD
              IF WS-TIPO-MONEDA EQUAL 'ARS'
                 ADD WS-IMPORTE TO WS-PREC-TOTAL-EQUIV
              ELSE
                 COMPUTE WS-PREC-TOTAL-EQUIV = WS-PREC-TOTAL-EQUIV
                    + (WS-IMPORTE * WS-COTIZ-VIGENTE)
              END-IF
           END-IF.

      * Tratamiento de los planes en cuotas: con promocion vigente
      * la cuota sale sin interes; sin promocion devenga el recargo
      * de financiacion del plan.
       2360-ACUMULAR-DEVOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ajuste manual aprobado (TP02AJAPL): el debito suma al total
      * de su moneda como un consumo; el credito resta como una
      * devolucion, con piso en cero. Ninguno suma puntos ni devenga
      * percepciones; cada uno sale en su renglon AJUSTE con el
      * motivo y su equivalente en pesos se separa de las compras
      * para el asiento.
       2380-ACUMULAR-AJUSTE.
           IF WS-TIPO-MONEDA EQUAL 'ARS'
              MOVE WS-IMPORTE TO WS-AJU-EQUIV
           ELSE
              PERFORM 1240-BUSCAR-COTIZACION
                 THRU 1240-BUSCAR-COTIZACION-EXIT
              COMPUTE WS-AJU-EQUIV = WS-IMPORTE * WS-COTIZ-VIGENTE
           END-IF.

           IF WS-MOV-CREDITO
              PERFORM 2385-REDUCIR-AJUSTE
                 THRU 2385-REDUCIR-AJUSTE-EXIT
              ADD WS-AJU-EQUIV TO WS-AJU-CRE-EQUIV
           ELSE
              PERFORM 2305-ACUMULAR-MONEDA
                 THRU 2305-ACUMULAR-MONEDA-EXIT
              IF WS-TIPO-MONEDA EQUAL 'ARS'
                 ADD WS-IMPORTE TO WS-TOTAL-PESOS
              ELSE
                 IF WS-TIPO-MONEDA EQUAL 'USD'
                    ADD WS-IMPORTE TO WS-TOTAL-DOLARES
                 END-IF
                 ADD WS-AJU-EQUIV TO WS-TOTAL-EXT-EQUIV
                 MOVE WS-COTIZ-VIGENTE TO WS-COTIZACION-APLICADA
              END-IF
              ADD WS-AJU-EQUIV TO WS-AJU-DEB-EQUIV
           END-IF.

           IF WS-CANT-AJURES LESS THAN 20
              ADD 1 TO WS-CANT-AJURES
              MOVE WS-MOTIVO-ITEM-DESCRIPCION(WS-FILA-MOTIVO)
                TO WS-AJURES-ITEM-MOTIVO(WS-CANT-AJURES)
              MOVE WS-TIPO-MONEDA
                TO WS-AJURES-ITEM-MONEDA(WS-CANT-AJURES)
              MOVE WS-IMPORTE
                TO WS-AJURES-ITEM-IMPORTE(WS-CANT-AJURES)
              MOVE WS-DEBITO-CREDITO
                TO WS-AJURES-ITEM-SENTIDO(WS-CANT-AJURES)
           ELSE
              DISPLAY 'LA TARJETA ' WS-NUMERO-TARJETA ' TIENE MAS '
                 'DE 20 AJUSTES EN EL CICLO, SE IMPRIMEN LOS '
                 'PRIMEROS 20'
           END-IF.

           ADD 1 TO WS-CANT-GRABADOS.

       2380-ACUMULAR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Credito de ajuste: baja el total de su moneda y el
      * equivalente en pesos sin dejarlos negativos; en WS-AJU-EQUIV
      * queda lo efectivamente acreditado.
       2385-REDUCIR-AJUSTE.
           MOVE 0 TO WS-FILA-TOTMON.
           PERFORM 2306-COMPARAR-TOTMON
              THRU 2306-COMPARAR-TOTMON-EXIT
              VARYING WS-INDICE-TOTMON FROM 1 BY 1
              UNTIL WS-INDICE-TOTMON GREATER THAN WS-CANT-TOTMON.

           IF WS-FILA-TOTMON GREATER THAN 0
              IF WS-IMPORTE GREATER THAN
                 WS-TOTMON-ITEM-TOTAL(WS-FILA-TOTMON)
                 MOVE 0 TO WS-TOTMON-ITEM-TOTAL(WS-FILA-TOTMON)
              ELSE
                 SUBTRACT WS-IMPORTE FROM
                    WS-TOTMON-ITEM-TOTAL(WS-FILA-TOTMON)
              END-IF
           END-IF.

           IF WS-TIPO-MONEDA EQUAL 'ARS'
              IF WS-AJU-EQUIV GREATER THAN WS-TOTAL-PESOS
                 MOVE WS-TOTAL-PESOS TO WS-AJU-EQUIV
              END-IF
              SUBTRACT WS-AJU-EQUIV FROM WS-TOTAL-PESOS
           ELSE
              IF WS-TIPO-MONEDA EQUAL 'USD'
                 IF WS-IMPORTE GREATER THAN WS-TOTAL-DOLARES
                    MOVE 0 TO WS-TOTAL-DOLARES
                 ELSE
                    SUBTRACT WS-IMPORTE FROM WS-TOTAL-DOLARES
                 END-IF
              END-IF
              IF WS-AJU-EQUIV GREATER THAN WS-TOTAL-EXT-EQUIV
                 MOVE WS-TOTAL-EXT-EQUIV TO WS-AJU-EQUIV
              END-IF
              SUBTRACT WS-AJU-EQUIV FROM WS-TOTAL-EXT-EQUIV
           END-IF.

       2385-REDUCIR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cuota de un plan financiado: si el consumo trae un codigo
      * de promocion vigente que cubre el plan, la cuota no paga
       2365-BUSCAR-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2370-BUSCAR-PRECANCELACION.
      * Un plan precancelado por TP02PRECA deja de facturar las
      * cuotas posteriores a la de corte; la linea unica de
      * precancelacion se reconoce por su propio ID.
           SET WS-CUOTA-PRECANCELADA-NO TO TRUE.
           SET WS-LINEA-PRECANC-NO TO TRUE.

           PERFORM 2375-COMPARAR-PRECANCELACION
              THRU 2375-COMPARAR-PRECANCELACION-EXIT
              VARYING WS-INDICE-PREC FROM 1 BY 1
              UNTIL WS-INDICE-PREC GREATER THAN WS-CANT-PRECANC
                 OR WS-CUOTA-PRECANCELADA-SI
                 OR WS-LINEA-PRECANC-SI.

       2370-BUSCAR-PRECANCELACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2375-COMPARAR-PRECANCELACION.
           IF WS-CUENTA-CREDITO NOT EQUAL
                 WS-PREC-ITEM-CUENTA(WS-INDICE-PREC)
              GO TO 2375-COMPARAR-PRECANCELACION-EXIT
           END-IF.

           IF WS-ID-CONSUMO EQUAL WS-PREC-ITEM-ID-PAGO(WS-INDICE-PREC)
              SET WS-LINEA-PRECANC-SI TO TRUE
              GO TO 2375-COMPARAR-PRECANCELACION-EXIT
           END-IF.

           IF WS-ID-CONSUMO EQUAL WS-PREC-ITEM-ID(WS-INDICE-PREC)
              AND WS-NUMERO-ACTUAL GREATER THAN
                 WS-PREC-ITEM-CORTE(WS-INDICE-PREC)
              SET WS-CUOTA-PRECANCELADA-SI TO TRUE
           END-IF.

       2375-COMPARAR-PRECANCELACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2470-COMPARAR-CONCEPTO.
      * Recorro la tabla de conceptos validos (cargada entera al
       2470-COMPARAR-CONCEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2480-COMPARAR-MOTIVO.
           IF WS-COD-CONCEPTO EQUAL
                 WS-MOTIVO-ITEM-COD(WS-INDICE-MOTIVO)
              SET WS-CONCEPTO-ENCONTRADO-SI TO TRUE
              MOVE WS-INDICE-MOTIVO TO WS-FILA-MOTIVO
           END-IF.

       2480-COMPARAR-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-GRABAR-ERROR.
      * La tarjeta del consumo no existe en el master: se descarta
           MOVE 0 TO WS-RECARGO-PLANES.
           MOVE 0 TO WS-DEV-CANTIDAD.
           MOVE 0 TO WS-DEV-TOTAL-EQUIV.
           MOVE 0 TO WS-PREC-CANTIDAD.
           MOVE 0 TO WS-PREC-TOTAL-EQUIV.
           MOVE 0 TO WS-CANT-AJURES.
           MOVE 0 TO WS-AJU-DEB-EQUIV.
           MOVE 0 TO WS-AJU-CRE-EQUIV.
           MOVE 0 TO WS-ADEL-CANTIDAD.
           MOVE 0 TO WS-ADEL-TOTAL-EQUIV.
           MOVE 0 TO WS-ADEL-INTERES.
              PERFORM 2604-IMPRIMIR-DEVOLUCIONES
                 THRU 2604-IMPRIMIR-DEVOLUCIONES-EXIT

              PERFORM 2606-IMPRIMIR-PRECANCELACION
                 THRU 2606-IMPRIMIR-PRECANCELACION-EXIT

              PERFORM 2608-IMPRIMIR-AJUSTE
                 THRU 2608-IMPRIMIR-AJUSTE-EXIT
                 VARYING WS-INDICE-AJURES FROM 1 BY 1
                 UNTIL WS-INDICE-AJURES GREATER THAN WS-CANT-AJURES

              PERFORM 2603-IMPRIMIR-ADELANTOS
                 THRU 2603-IMPRIMIR-ADELANTOS-EXIT

       2604-IMPRIMIR-DEVOLUCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Renglon de las precancelaciones de planes en cuotas del
      * ciclo: cantidad de planes y total de las cuotas que restaban,
      * en pesos equivalentes (ya incluido en los totales de arriba).
       2606-IMPRIMIR-PRECANCELACION.
           IF WS-PREC-CANTIDAD EQUAL 0
              GO TO 2606-IMPRIMIR-PRECANCELACION-EXIT
           END-IF.

           MOVE SPACES TO FD-PRECANCELACION.
           MOVE 'PRECANCELACION PLANES:' TO FD-PREC-MSG.
           MOVE WS-PREC-CANTIDAD    TO FD-PREC-CANTIDAD.
           MOVE ' TOTAL: '          TO FD-PREC-TOT-MSG.
           MOVE WS-PREC-TOTAL-EQUIV TO FD-PREC-TOTAL.
           WRITE FD-PRECANCELACION.
           MOVE SPACES TO WS-ARCH-LINEA.
           MOVE FD-PRECANCELACION TO WS-ARCH-LINEA.
           PERFORM 2690-ARCHIVAR-LINEA
              THRU 2690-ARCHIVAR-LINEA-EXIT.
           ADD 1 TO WS-LINEAS-RESUMEN-ACTUAL.

       2606-IMPRIMIR-PRECANCELACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un renglon AJUSTE por cada ajuste manual del ciclo, con la
      * descripcion de su motivo; los creditos salen con CR porque
      * ya restaron de los totales de arriba.
       2608-IMPRIMIR-AJUSTE.
           MOVE SPACES TO FD-AJUSTE.
           MOVE 'AJUSTE ' TO FD-AJU-MSG.
           MOVE WS-AJURES-ITEM-MOTIVO(WS-INDICE-AJURES)
             TO FD-AJU-MOTIVO.
           MOVE WS-AJURES-ITEM-MONEDA(WS-INDICE-AJURES)
             TO FD-AJU-MONEDA.
           MOVE WS-AJURES-ITEM-IMPORTE(WS-INDICE-AJURES)
             TO FD-AJU-IMPORTE.
           IF WS-AJURES-ITEM-SENTIDO(WS-INDICE-AJURES) EQUAL 'C'
              MOVE ' CR' TO FD-AJU-CR
           END-IF.
           WRITE FD-AJUSTE.
           MOVE SPACES TO WS-ARCH-LINEA.
           MOVE FD-AJUSTE TO WS-ARCH-LINEA.
           PERFORM 2690-ARCHIVAR-LINEA
              THRU 2690-ARCHIVAR-LINEA-EXIT.
           ADD 1 TO WS-LINEAS-RESUMEN-ACTUAL.

       2608-IMPRIMIR-AJUSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Seccion propia de los adelantos de efectivo del ciclo:
      * cantidad, total, cargo fijo por operacion e interes desde la
      * adelanto de esta tarjeta.
           ADD WS-TOTAL-PESOS      TO WS-GL-COMPRAS.
           ADD WS-TOTAL-EXT-EQUIV  TO WS-GL-COMPRAS.
      * Los ajustes manuales salen de las compras y se asientan
      * cada uno en su propia cuenta.
           ADD WS-AJU-CRE-EQUIV      TO WS-GL-COMPRAS.
           SUBTRACT WS-AJU-DEB-EQUIV FROM WS-GL-COMPRAS.
           ADD WS-AJU-DEB-EQUIV    TO WS-GL-AJUSTE-DEB.
           ADD WS-AJU-CRE-EQUIV    TO WS-GL-AJUSTE-CRE.
           IF LK-MONEDA-O EQUAL 'ARS'
              MOVE WS-INTERES-PUNITORIO TO WS-GL-INTERES-EQUIV
              MOVE WS-RECARGO-FINANC    TO WS-GL-RECARGO-EQUIV
       2656-DEVENGAR-FINANCIERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Informacion regulatoria del costo financiero, junto al pago
      * minimo. El recargo financiero del producto es una tasa por
      * ciclo (mensual): la TNA es la tasa proporcional anual y la
      * TEA su capitalizacion en doce ciclos. El CFT agrega a la tasa
      * del ciclo los impuestos sobre cargos financieros vigentes al
      * fin del ciclo y la capitaliza igual.
       2661-CALCULAR-COSTO-FINANC.
           MOVE 0 TO WS-ALICUOTA-FINANC.
           PERFORM 2664-SUMAR-ALICUOTA-FINANC
              THRU 2664-SUMAR-ALICUOTA-FINANC-EXIT
              VARYING WS-INDICE-IMP FROM 1 BY 1
              UNTIL WS-INDICE-IMP GREATER THAN WS-CANT-IMPUESTOS.

           COMPUTE WS-TASA-MENSUAL-CFT ROUNDED =
              WS-PORC-RECARGO-FINANC * (1 + WS-ALICUOTA-FINANC).

           COMPUTE WS-TNA ROUNDED = WS-PORC-RECARGO-FINANC * 1200
              ON SIZE ERROR
                 MOVE 99999,99 TO WS-TNA
           END-COMPUTE.
           COMPUTE WS-TEA ROUNDED =
              ((1 + WS-PORC-RECARGO-FINANC) ** 12 - 1) * 100
              ON SIZE ERROR
                 MOVE 99999,99 TO WS-TEA
           END-COMPUTE.
           COMPUTE WS-CFT ROUNDED =
              ((1 + WS-TASA-MENSUAL-CFT) ** 12 - 1) * 100
              ON SIZE ERROR
                 MOVE 99999,99 TO WS-CFT
           END-COMPUTE.

           MOVE SPACES TO FD-COSTO-FINANCIERO.
           MOVE 'TNA: ' TO FD-CFIN-TNA-MSG.
           MOVE WS-TNA TO FD-CFIN-TNA.
           MOVE '%  TEA: ' TO FD-CFIN-TEA-MSG.
           MOVE WS-TEA TO FD-CFIN-TEA.
           MOVE '%  CFT C/IMPUESTOS: ' TO FD-CFIN-CFT-MSG.
           MOVE WS-CFT TO FD-CFIN-CFT.
           MOVE '%' TO FD-CFIN-PORC.
           WRITE FD-COSTO-FINANCIERO.
           MOVE SPACES TO WS-ARCH-LINEA.
           MOVE FD-COSTO-FINANCIERO TO WS-ARCH-LINEA.
           PERFORM 2690-ARCHIVAR-LINEA
              THRU 2690-ARCHIVAR-LINEA-EXIT.
           ADD 1 TO WS-LINEAS-RESUMEN-ACTUAL.

       2661-CALCULAR-COSTO-FINANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2664-SUMAR-ALICUOTA-FINANC.
           IF WS-IMP-ITEM-FINANCIERO(WS-INDICE-IMP)
              AND WS-CICLO-HASTA NOT LESS THAN
                  WS-IMP-ITEM-DESDE(WS-INDICE-IMP)
              AND WS-CICLO-HASTA NOT GREATER THAN
                  WS-IMP-ITEM-HASTA(WS-INDICE-IMP)
              ADD WS-IMP-ITEM-ALICUOTA(WS-INDICE-IMP)
                TO WS-ALICUOTA-FINANC
           END-IF.

       2664-SUMAR-ALICUOTA-FINANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2662-IMPRIMIR-IMPUESTO.
           IF WS-IMP-ITEM-ACUMULADO(WS-INDICE-IMP) EQUAL 0
           PERFORM 2690-ARCHIVAR-LINEA
              THRU 2690-ARCHIVAR-LINEA-EXIT.

           PERFORM 2661-CALCULAR-COSTO-FINANC
              THRU 2661-CALCULAR-COSTO-FINANC-EXIT.

      * La fecha de vencimiento del pago sale del cierre del ciclo
      * mas los dias de plazo, ajustada al proximo dia habil con el
      * calendario de FERIADOS.TXT: un vencimiento no puede caer un
                       FD-CSV-SEP-04 FD-CSV-SEP-05 FD-CSV-SEP-06
                       FD-CSV-SEP-07 FD-CSV-SEP-08 FD-CSV-SEP-09
                       FD-CSV-SEP-10 FD-CSV-SEP-11 FD-CSV-SEP-12
                       FD-CSV-SEP-13 FD-CSV-SEP-14 FD-CSV-SEP-15
                       FD-CSV-SEP-16 FD-CSV-SEP-17.
           MOVE LK-NUMERO-CUENTA-O       TO FD-CSV-NUMERO-CUENTA.
      * El CSV lleva ademas la secuencia interna, con la que los
      * lotes que lo leen (pagos, morosidad, debito automatico)
              WS-GL-RECARGO-EQUIV + WS-RECARGO-PLANES.
           MOVE WS-ADEL-CARGOS           TO FD-CSV-CARGOS.

      * Costo financiero informado en el resumen (2661)
           MOVE WS-TNA                   TO FD-CSV-TNA.
           MOVE WS-TEA                   TO FD-CSV-TEA.
           MOVE WS-CFT                   TO FD-CSV-CFT.

           WRITE FD-RESUMEN-CSV-LINEA.

       2670-GRABAR-RESUMEN-CSV-EXIT.
       2950-RECONCILIAR-CONTROL.
      * Todo consumo leido tiene que haber terminado grabado en un
      * resumen, rechazado en ERRORES.TXT, descartado por duplicado,
      * omitido por restart, dejado afuera del saldo por disputa o
      * salteado por ser una cuota de un plan ya precancelado.
      * Si la suma no cierra contra lo leido, dejo constancia en el
      * propio RESUMENES.TXT y aviso por consola.
           COMPUTE WS-CANT-CALCULADOS =
              WS-CANT-GRABADOS + WS-CANT-ERRORES + WS-CANT-DUPLICADOS
              + WS-CANT-OTRO-GRUPO + WS-CANT-FUERA-RANGO
              + WS-CANT-OMITIDOS + WS-CANT-DISPUTADOS
              + WS-CANT-PRECANCELADAS.

           MOVE SPACES TO FD-CONTROL-RECONCILIACION.
           IF WS-CANT-CALCULADOS EQUAL WS-CANT-LEIDOS
           PERFORM 3096-ASENTAR-CONCEPTO
              THRU 3096-ASENTAR-CONCEPTO-EXIT.

           MOVE 'AJUSTDEB' TO WS-CONCEPTO-BUSCADO.
           MOVE WS-GL-AJUSTE-DEB TO WS-IMPORTE-ASIENTO.
           PERFORM 3096-ASENTAR-CONCEPTO
              THRU 3096-ASENTAR-CONCEPTO-EXIT.

           MOVE 'AJUSTCRE' TO WS-CONCEPTO-BUSCADO.
           MOVE WS-GL-AJUSTE-CRE TO WS-IMPORTE-ASIENTO.
           PERFORM 3096-ASENTAR-CONCEPTO
              THRU 3096-ASENTAR-CONCEPTO-EXIT.

      * Lineas TOTAL: el balance de la corrida.
           MOVE SPACES TO FD-ASIENTO.
           PERFORM 3099-PREPARAR-ASIENTO
           CLOSE SAL-CICLOS.

      * Los canjes del ciclo ya salieron impresos en los resumenes:
      * quedan en la historia de canjes y el archivo se vacia para
      * que el ciclo siguiente arranque sin arrastre.
           PERFORM 3090-ARCHIVAR-CANJES
              THRU 3090-ARCHIVAR-CANJES-EXIT.

           OPEN OUTPUT SAL-CANJES-CICLO.
           CLOSE SAL-CANJES-CICLO.

       3080-CERRAR-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3090-ARCHIVAR-CANJES.
           IF WS-CANT-CANJES EQUAL 0
              GO TO 3090-ARCHIVAR-CANJES-EXIT
           END-IF.

           OPEN EXTEND SAL-CANJES-HIST.
           IF FS-SAL-CANJES-HIST-NFD
              OPEN OUTPUT SAL-CANJES-HIST
           END-IF.
           IF NOT FS-SAL-CANJES-HIST-OK
              DISPLAY 'ERROR AL ABRIR CANJES_HIST.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-CANJES-HIST
              GO TO 3090-ARCHIVAR-CANJES-EXIT
           END-IF.

           PERFORM 3095-GRABAR-CANJE-HIST
              THRU 3095-GRABAR-CANJE-HIST-EXIT
              VARYING WS-INDICE-CANJE FROM 1 BY 1
              UNTIL WS-INDICE-CANJE GREATER THAN WS-CANT-CANJES.

           CLOSE SAL-CANJES-HIST.

       3090-ARCHIVAR-CANJES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3095-GRABAR-CANJE-HIST.
           MOVE WS-PARM-CICLO   TO REG-CJH-CICLO.
           MOVE WS-GRUPO-PEDIDO TO REG-CJH-GRUPO.
           MOVE WS-CANJE-ITEM-CUENTA(WS-INDICE-CANJE)
             TO REG-CJH-NUMERO-CUENTA.
           MOVE WS-CANJE-ITEM-DESCRIPCION(WS-INDICE-CANJE)
             TO REG-CJH-DESCRIPCION.
           MOVE WS-CANJE-ITEM-PUNTOS(WS-INDICE-CANJE)
             TO REG-CJH-PUNTOS.
           WRITE REG-CANJE-HIST.

       3095-GRABAR-CANJE-HIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3085-GRABAR-CICLO.
           MOVE WS-CICLO-ITEM-ID(WS-INDICE-CICLO)
                 LIMCOMP-IDX
                 CHK-CONTROL.

           MOVE RETURN-CODE TO WS-RC-LOTE.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           MOVE WS-RC-LOTE TO RETURN-CODE.

           DISPLAY 'CONSUMOS LEIDOS     : ' WS-CANT-LEIDOS.
           DISPLAY 'CONSUMOS GRABADOS   : ' WS-CANT-GRABADOS.
           DISPLAY 'CONSUMOS CON ERROR  : ' WS-CANT-ERRORES.
           DISPLAY 'CONSUMOS FUERA RANGO: ' WS-CANT-FUERA-RANGO.
           DISPLAY 'CONSUMOS OMITIDOS   : ' WS-CANT-OMITIDOS.
           DISPLAY 'CONSUMOS DISPUTADOS : ' WS-CANT-DISPUTADOS.
           DISPLAY 'CUOTAS PRECANCELADAS: ' WS-CANT-PRECANCELADAS.

       3000-FINALIZAR-EXIT.
           EXIT.
