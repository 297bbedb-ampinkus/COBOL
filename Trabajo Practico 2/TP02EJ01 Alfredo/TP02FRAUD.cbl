      *          formato exacto de ACCIONES_DISPUTAS.SEQ (tarjeta,
      *          id de consumo y accion D), para que la mesa de fraude
      *          los pase a TP02DISP sin volver a tipear nada.
      *          La regla de moneda extranjera no se aplica a los
      *          consumos hechos durante un viaje declarado en
      *          AVISOS_VIAJE.TXT (TP02VIAJE) en una de las monedas
      *          del destino; esos consumos no van a ALERTAS.TXT pero
      *          se cuentan como alertas suprimidas por viaje. Las
      *          reglas de velocidad e importe aplican igual.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONSUMOS.

      *    Avisos de viaje del call center; si no existe, no hay
      *    viajes declarados.
           SELECT ENT-AVISOS
           ASSIGN TO '../AVISOS_VIAJE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-AVISOS.

           SELECT SAL-ALERTAS
           ASSIGN TO '../ALERTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-CONSUMOS.
           COPY CONSUMOS.

       FD ENT-AVISOS.
           COPY VIAJES.

       FD SAL-ALERTAS.
       01 FD-ALERTA.
      * Cabeza con el formato exacto de ACCIONES_DISPUTAS.SEQ, para
             88 FS-ENT-CONSUMOS-OK                 VALUE '00'.
             88 FS-ENT-CONSUMOS-EOF                VALUE '10'.
             88 FS-ENT-CONSUMOS-NFD                VALUE '35'.
          05 FS-ENT-AVISOS                     PIC X(2).
             88 FS-ENT-AVISOS-OK                   VALUE '00'.
             88 FS-ENT-AVISOS-NFD                  VALUE '35'.
          05 FS-SAL-ALERTAS                    PIC X(2).
             88 FS-SAL-ALERTAS-OK                  VALUE '00'.

       01 WS-CONSUMOS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-CONSUMOS-EOF-YES                   VALUE 'TRUE'.
          88 WS-CONSUMOS-EOF-NO                    VALUE 'FALSE'.
       01 WS-AVISOS-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-AVISOS-EOF-YES                     VALUE 'TRUE'.
          88 WS-AVISOS-EOF-NO                      VALUE 'FALSE'.

      * Umbrales del barrido, ajustables por la mesa de fraude
      * Maxima cantidad de consumos tolerada por tarjeta y fecha
             10 WS-ALE-ITEM-FECHA         PIC X(10).
             10 WS-ALE-ITEM-IMPORTE       PIC 9(8)V9(2).

      * Avisos de viaje declarados
       77 WS-INDICE-VIA                        PIC 9(04) VALUE 1.
       77 WS-CANT-VIAJES                       PIC 9(04) VALUE 0.
       77 WS-INDICE-VIA-MON                    PIC 9(01) VALUE 1.
       01 WS-TABLA-VIAJES.
          05 WS-VIA-ITEM OCCURS 5000 TIMES.
             10 WS-VIA-ITEM-TARJETA       PIC X(19).
             10 WS-VIA-ITEM-MONEDA OCCURS 3 TIMES
                                          PIC X(03).
             10 WS-VIA-ITEM-DESDE         PIC X(10).
             10 WS-VIA-ITEM-HASTA         PIC X(10).
       01 WS-EN-VIAJE                          PIC X(03) VALUE 'NO'.
          88 WS-EN-VIAJE-SI                        VALUE 'SI'.
          88 WS-EN-VIAJE-NO                        VALUE 'NO'.

      * Gasto diario tope de la tarjeta en curso
       77 WS-TOPE-DIARIO                       PIC 9(10)V9(2) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS                    PIC 9(05) VALUE 0.
          05 WS-CANT-SUPRIMIDAS                PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
              STOP RUN
           END-IF.

           PERFORM 1100-CARGAR-VIAJES
              THRU 1100-CARGAR-VIAJES-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-VIAJES.
           OPEN INPUT ENT-AVISOS.
           EVALUATE TRUE
               WHEN FS-ENT-AVISOS-OK
                   PERFORM 1110-LEER-VIAJE
                      THRU 1110-LEER-VIAJE-EXIT
                      UNTIL WS-AVISOS-EOF-YES
                   CLOSE ENT-AVISOS
               WHEN FS-ENT-AVISOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AVISOS_VIAJE.TXT: NO SE '
                      'TIENEN EN CUENTA LOS VIAJES DECLARADOS'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AVISOS
           END-EVALUATE.

       1100-CARGAR-VIAJES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-VIAJE.
           READ ENT-AVISOS
               AT END
                   SET WS-AVISOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-VIAJES LESS THAN 5000
                      ADD 1 TO WS-CANT-VIAJES
                      MOVE REG-VIA-TARJETA
                        TO WS-VIA-ITEM-TARJETA(WS-CANT-VIAJES)
                      MOVE REG-VIA-MONEDA(1)
                        TO WS-VIA-ITEM-MONEDA(WS-CANT-VIAJES, 1)
                      MOVE REG-VIA-MONEDA(2)
                        TO WS-VIA-ITEM-MONEDA(WS-CANT-VIAJES, 2)
                      MOVE REG-VIA-MONEDA(3)
                        TO WS-VIA-ITEM-MONEDA(WS-CANT-VIAJES, 3)
                      MOVE REG-VIA-FECHA-DESDE
                        TO WS-VIA-ITEM-DESDE(WS-CANT-VIAJES)
                      MOVE REG-VIA-FECHA-HASTA
                        TO WS-VIA-ITEM-HASTA(WS-CANT-VIAJES)
                   ELSE
                      DISPLAY 'AVISOS_VIAJE.TXT TIENE MAS DE 5000 '
                         'AVISOS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1110-LEER-VIAJE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-CONSUMOS.
           READ ENT-CONSUMOS.
      *----------------------------------------------------------------*
      * Consumo en dolares sobre una tarjeta que no es en dolares
      * (severidad 4): actividad inusual para el perfil de la tarjeta.
      * Si el consumo cae dentro de un viaje declarado con esa moneda
      * la alerta se suprime y solo se cuenta.
       2600-CONTROL-MONEDA.
           IF WS-TIPO-MONEDA NOT EQUAL 'USD'
              OR WS-TARJ-ITEM-MONEDA(WS-FILA-TARJ) EQUAL 'USD'
              OR WS-TARJ-ITEM-EXISTE(WS-FILA-TARJ) NOT EQUAL 'S'
              GO TO 2600-CONTROL-MONEDA-EXIT
           END-IF.

           SET WS-EN-VIAJE-NO TO TRUE.
           PERFORM 2610-COMPARAR-VIAJE
              THRU 2610-COMPARAR-VIAJE-EXIT
              VARYING WS-INDICE-VIA FROM 1 BY 1
              UNTIL WS-INDICE-VIA GREATER THAN WS-CANT-VIAJES
                 OR WS-EN-VIAJE-SI.
           IF WS-EN-VIAJE-SI
              ADD 1 TO WS-CANT-SUPRIMIDAS
              GO TO 2600-CONTROL-MONEDA-EXIT
           END-IF.

           MOVE 4 TO WS-ALE-ITEM-SEVERIDAD(WS-CANT-ALERTAS + 1).
           MOVE 'USD-INUSUAL     ' TO
              WS-ALE-ITEM-CODIGO(WS-CANT-ALERTAS + 1).
           PERFORM 2700-AGREGAR-ALERTA
              THRU 2700-AGREGAR-ALERTA-EXIT.

       2600-CONTROL-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2610-COMPARAR-VIAJE.
           IF WS-VIA-ITEM-TARJETA(WS-INDICE-VIA) NOT EQUAL
                 WS-NUMERO-TARJETA
              OR WS-FECHA-CONSUMO LESS THAN
                 WS-VIA-ITEM-DESDE(WS-INDICE-VIA)
              OR WS-FECHA-CONSUMO GREATER THAN
                 WS-VIA-ITEM-HASTA(WS-INDICE-VIA)
              GO TO 2610-COMPARAR-VIAJE-EXIT
           END-IF.

           PERFORM 2620-COMPARAR-MONEDA-VIAJE
              THRU 2620-COMPARAR-MONEDA-VIAJE-EXIT
              VARYING WS-INDICE-VIA-MON FROM 1 BY 1
              UNTIL WS-INDICE-VIA-MON GREATER THAN 3
                 OR WS-EN-VIAJE-SI.

       2610-COMPARAR-VIAJE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2620-COMPARAR-MONEDA-VIAJE.
           IF WS-VIA-ITEM-MONEDA(WS-INDICE-VIA, WS-INDICE-VIA-MON)
                 EQUAL WS-TIPO-MONEDA
              SET WS-EN-VIAJE-SI TO TRUE
           END-IF.

       2620-COMPARAR-MONEDA-VIAJE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La severidad y el codigo ya quedaron cargados en la proxima
      * fila libre por el control que disparo la alerta; aca se

           DISPLAY 'CONSUMOS LEIDOS   : ' WS-CANT-LEIDOS.
           DISPLAY 'ALERTAS GENERADAS : ' WS-CANT-ALERTAS.
           DISPLAY 'SUPRIMIDAS X VIAJE: ' WS-CANT-SUPRIMIDAS.

       3000-FINALIZAR-EXIT.
           EXIT.
