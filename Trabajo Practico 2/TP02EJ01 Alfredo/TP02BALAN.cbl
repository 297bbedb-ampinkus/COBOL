      *            NOVEDADES <archivo> - aplica en caliente un lote
      *                         de capturas nuevas (formato
      *                         CONSUMOS.CPY) sobre el acumulador
      *          Los planes precancelados por TP02PRECA
      *          (PRECANCELACIONES.TXT) ya no comprometen sus cuotas
      *          restantes: las cuotas posteriores a la de corte y la
      *          linea de precancelacion no suman al gasto.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TARJETAS.

      *    Planes en cuotas precancelados (TP02PRECA)
           SELECT ENT-PRECANC
           ASSIGN TO '../PRECANCELACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PRECANC.

      *    Acumulador de saldos por cuenta
           SELECT SALDOS-AUTH
           ASSIGN TO '../SALDOS_AUTH.VSAM'
       FD ENT-TARJETAS.
           COPY EXPTARJ.

       FD ENT-PRECANC.
           COPY PRECANC.

       FD SALDOS-AUTH.
           COPY SALDACUM.

             88 FS-ENT-TARJETAS-OK                 VALUE '00'.
             88 FS-ENT-TARJETAS-EOF                VALUE '10'.
             88 FS-ENT-TARJETAS-NFD                VALUE '35'.
          05 FS-ENT-PRECANC                    PIC X(2).
             88 FS-ENT-PRECANC-OK                  VALUE '00'.
             88 FS-ENT-PRECANC-EOF                 VALUE '10'.
             88 FS-ENT-PRECANC-NFD                 VALUE '35'.
          05 FS-SALDOS-AUTH                    PIC X(2).
             88 FS-SALDOS-AUTH-OK                  VALUE '00'.
             88 FS-SALDOS-AUTH-NFD                 VALUE '35'.
       01 WS-TARJETAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-TARJETAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-TARJETAS-EOF-NO                    VALUE 'FALSE'.
       01 WS-PRECANC-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-PRECANC-EOF-YES                    VALUE 'TRUE'.
          88 WS-PRECANC-EOF-NO                     VALUE 'FALSE'.

      * Planes precancelados: ID y cuenta del plan, cuota de corte e
      * ID de la linea unica de precancelacion
       77 WS-INDICE-PREC                       PIC 9(04) VALUE 1.
       77 WS-CANT-PRECANC                      PIC 9(04) VALUE 0.
       01 WS-TABLA-PRECANC.
          05 WS-PREC-ITEM OCCURS 2000 TIMES.
             10 WS-PREC-ITEM-ID           PIC 9(10).
             10 WS-PREC-ITEM-CUENTA       PIC 9(10).
             10 WS-PREC-ITEM-CORTE        PIC 9(02).
             10 WS-PREC-ITEM-ID-PAGO      PIC 9(10).

      * Situacion del consumo actual frente a las precancelaciones
       01 WS-ESTADO-PRECANC                    PIC X(01) VALUE SPACE.
          88 WS-PRECANC-NINGUNA                    VALUE SPACE.
      *    plan precancelado, cuota hasta la de corte: sin restantes
          88 WS-PRECANC-PLAN-CORTADO               VALUE 'P'.
      *    cuota posterior a la de corte: no se factura
          88 WS-PRECANC-CUOTA-POSTERIOR            VALUE 'C'.
      *    linea unica de precancelacion
          88 WS-PRECANC-LINEA                      VALUE 'L'.

      * Tabla de cuentas con el gasto por tarjeta, armada del
      * barrido (mismo calculo que hacia TP02AUTH en linea)
           PERFORM 1500-CARGAR-MASTER
              THRU 1500-CARGAR-MASTER-EXIT.

           PERFORM 1700-CARGAR-PRECANC
              THRU 1700-CARGAR-PRECANC-EXIT.

           PERFORM 2000-BARRER-FEED
              THRU 2000-BARRER-FEED-EXIT.

       1610-COMPARAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Planes precancelados por TP02PRECA. Sin archivo no hay
      * ninguno.
       1700-CARGAR-PRECANC.
           OPEN INPUT ENT-PRECANC.
           EVALUATE TRUE
               WHEN FS-ENT-PRECANC-OK
                   PERFORM 1710-LEER-PRECANC
                      THRU 1710-LEER-PRECANC-EXIT
                      UNTIL WS-PRECANC-EOF-YES
                   CLOSE ENT-PRECANC
               WHEN FS-ENT-PRECANC-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PRECANCELACIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PRECANC
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1700-CARGAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1710-LEER-PRECANC.
           READ ENT-PRECANC
               AT END
                   SET WS-PRECANC-EOF-YES TO TRUE
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

       1710-LEER-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-BARRER-FEED.
           OPEN INPUT ENT-CONSUMOS.
      * El mismo calculo que hacia TP02AUTH consumo a consumo: el
      * importe de la cuota del ciclo mas las cuotas que restan de
      * los financiados, solo en la moneda propia de la tarjeta,
      * con las devoluciones restando. Un plan precancelado ya no
      * compromete sus cuotas restantes: lo que restaba se libero al
      * precancelar, asi que ni las cuotas posteriores al corte ni
      * la linea de precancelacion suman.
       2100-ACUMULAR-CONSUMO.
           MOVE WS-CUENTA-CREDITO TO WS-BUSCA-CUENTA.
           MOVE 0 TO WS-FILA-CTA.
              GO TO 2100-ACUMULAR-CONSUMO-EXIT
           END-IF.

           PERFORM 2130-BUSCAR-PRECANC
              THRU 2130-BUSCAR-PRECANC-EXIT.
           IF WS-PRECANC-CUOTA-POSTERIOR
              OR WS-PRECANC-LINEA
              GO TO 2100-ACUMULAR-CONSUMO-EXIT
           END-IF.

           MOVE WS-IMPORTE TO WS-IMPORTE-GASTO.
           IF WS-NUMERO-CUOTAS GREATER THAN 1
              AND WS-NUMERO-ACTUAL LESS THAN WS-NUMERO-CUOTAS
              AND WS-PRECANC-NINGUNA
              SUBTRACT WS-NUMERO-ACTUAL FROM WS-NUMERO-CUOTAS
                 GIVING WS-CUOTAS-REST
              MULTIPLY WS-IMPORTE BY WS-CUOTAS-REST
       2120-BUSCAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2130-BUSCAR-PRECANC.
           SET WS-PRECANC-NINGUNA TO TRUE.
           PERFORM 2135-COMPARAR-PRECANC
              THRU 2135-COMPARAR-PRECANC-EXIT
              VARYING WS-INDICE-PREC FROM 1 BY 1
              UNTIL WS-INDICE-PREC GREATER THAN WS-CANT-PRECANC
                 OR NOT WS-PRECANC-NINGUNA.

       2130-BUSCAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2135-COMPARAR-PRECANC.
           IF WS-CUENTA-CREDITO NOT EQUAL
                 WS-PREC-ITEM-CUENTA(WS-INDICE-PREC)
              GO TO 2135-COMPARAR-PRECANC-EXIT
           END-IF.

           IF WS-ID-CONSUMO EQUAL WS-PREC-ITEM-ID-PAGO(WS-INDICE-PREC)
              SET WS-PRECANC-LINEA TO TRUE
              GO TO 2135-COMPARAR-PRECANC-EXIT
           END-IF.

           IF WS-ID-CONSUMO EQUAL WS-PREC-ITEM-ID(WS-INDICE-PREC)
              IF WS-NUMERO-ACTUAL GREATER THAN
                    WS-PREC-ITEM-CORTE(WS-INDICE-PREC)
                 SET WS-PRECANC-CUOTA-POSTERIOR TO TRUE
              ELSE
                 SET WS-PRECANC-PLAN-CORTADO TO TRUE
              END-IF
           END-IF.

       2135-COMPARAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Rearmado completo: el acumulador se regenera entero desde
      * la tabla barrida.
