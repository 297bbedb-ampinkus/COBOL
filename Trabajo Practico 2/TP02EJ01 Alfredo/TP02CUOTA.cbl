      *          tarjeta a partir de CONSUMOS.SEQ. Para cada consumo
      *          financiado que todavia no llego a la ultima cuota se
      *          informa cuantas cuotas restan y el importe pendiente.
      *          Los planes precancelados por TP02PRECA
      *          (PRECANCELACIONES.TXT) ya no figuran como abiertos.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROMOS.

           SELECT ENT-PRECANC
           ASSIGN TO '../PRECANCELACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PRECANC.

           SELECT SAL-CUOTAS
           ASSIGN TO '../CUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-PROMOS.
           COPY PROMOS.

       FD ENT-PRECANC.
           COPY PRECANC.

       FD SAL-CUOTAS.
           COPY CUOTAS.

             88 FS-ENT-PROMOS-OK                   VALUE '00'.
             88 FS-ENT-PROMOS-EOF                  VALUE '10'.
             88 FS-ENT-PROMOS-NFD                  VALUE '35'.
          05 FS-ENT-PRECANC                    PIC X(2).
             88 FS-ENT-PRECANC-OK                  VALUE '00'.
             88 FS-ENT-PRECANC-EOF                 VALUE '10'.
             88 FS-ENT-PRECANC-NFD                 VALUE '35'.
          05 FS-SAL-CUOTAS                     PIC X(2).
             88 FS-SAL-CUOTAS-OK                   VALUE '00'.

       77 WS-INDICE-PROMO               PIC 9(03) COMP VALUE 0.
       77 WS-FILA-PROMO                 PIC 9(03) COMP VALUE 0.

      * Planes precancelados (PRECANCELACIONES.TXT): ID y cuenta
       01 WS-TABLA-PRECANC.
          05 WS-CANT-PRECANC           PIC 9(04) COMP VALUE 0.
          05 WS-PREC-ITEM OCCURS 2000 TIMES.
             10 WS-PREC-ITEM-ID           PIC 9(10).
             10 WS-PREC-ITEM-CUENTA       PIC 9(10).
       77 WS-INDICE-PREC                PIC 9(04) COMP VALUE 0.
       01 WS-PLAN-PRECANCELADO          PIC X(03) VALUE 'NO'.
          88 WS-PLAN-PRECANCELADO-SI        VALUE 'SI'.
          88 WS-PLAN-PRECANCELADO-NO        VALUE 'NO'.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.
           PERFORM 1080-CARGAR-PROMOS
              THRU 1080-CARGAR-PROMOS-EXIT.

           PERFORM 1100-CARGAR-PRECANC
              THRU 1100-CARGAR-PRECANC-EXIT.

           INITIALIZE WS-CONTADORES.

           OPEN INPUT ENT-CONSUMOS.
       1090-LEER-PROMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Planes precancelados. Sin archivo no hay ninguno.
       1100-CARGAR-PRECANC.
           OPEN INPUT ENT-PRECANC.
           IF FS-ENT-PRECANC-NFD
              GO TO 1100-CARGAR-PRECANC-EXIT
           END-IF.
           IF NOT FS-ENT-PRECANC-OK
              DISPLAY 'ERROR AL ABRIR PRECANCELACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-ENT-PRECANC
              GO TO 1100-CARGAR-PRECANC-EXIT
           END-IF.

           PERFORM 1110-LEER-PRECANC
              THRU 1110-LEER-PRECANC-EXIT
              UNTIL FS-ENT-PRECANC-EOF
                 OR NOT FS-ENT-PRECANC-OK.
           CLOSE ENT-PRECANC.

       1100-CARGAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-PRECANC.
           READ ENT-PRECANC.
           IF FS-ENT-PRECANC-OK
              IF WS-CANT-PRECANC LESS THAN 2000
                 ADD 1 TO WS-CANT-PRECANC
                 MOVE REG-PREC-ID-CONSUMO
                   TO WS-PREC-ITEM-ID(WS-CANT-PRECANC)
                 MOVE REG-PREC-CUENTA
                   TO WS-PREC-ITEM-CUENTA(WS-CANT-PRECANC)
              END-IF
           END-IF.

       1110-LEER-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1800-PROCESAR-TITULOS.
           MOVE ALL '=' TO WS-CUOTAS-SEPARADOR.
      *----------------------------------------------------------------*
       2200-PROCESAR-CONSUMO.
      * Un consumo esta financiado en cuotas y todavia abierto cuando
      * la cuota actual es menor que la cantidad total de cuotas y el
      * plan no fue precancelado.
           IF WS-NUMERO-CUOTAS NOT GREATER THAN 1
              OR WS-NUMERO-ACTUAL NOT LESS THAN WS-NUMERO-CUOTAS
              GO TO 2200-PROCESAR-CONSUMO-EXIT
           END-IF.

           SET WS-PLAN-PRECANCELADO-NO TO TRUE.
           PERFORM 2250-BUSCAR-PRECANC
              THRU 2250-BUSCAR-PRECANC-EXIT
              VARYING WS-INDICE-PREC FROM 1 BY 1
              UNTIL WS-INDICE-PREC GREATER THAN WS-CANT-PRECANC
                 OR WS-PLAN-PRECANCELADO-SI.

           IF WS-PLAN-PRECANCELADO-NO
              PERFORM 2300-INFORMAR-CUOTA
                 THRU 2300-INFORMAR-CUOTA-EXIT
           END-IF.
       2200-PROCESAR-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2250-BUSCAR-PRECANC.
           IF WS-ID-CONSUMO EQUAL WS-PREC-ITEM-ID(WS-INDICE-PREC)
              AND WS-CUENTA-CREDITO EQUAL
                 WS-PREC-ITEM-CUENTA(WS-INDICE-PREC)
              SET WS-PLAN-PRECANCELADO-SI TO TRUE
           END-IF.

       2250-BUSCAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-INFORMAR-CUOTA.
           SUBTRACT WS-NUMERO-ACTUAL FROM WS-NUMERO-CUOTAS
