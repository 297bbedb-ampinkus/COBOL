      *          AGENCIA_EXTRACTO.TXT para la agencia externa de
      *          cobranzas; el control AGENCIA_ENVIADAS.TXT evita
      *          entregar dos veces la misma cuenta.
      *          Mientras la cuenta tenga una promesa de pago abierta
      *          y no vencida en PROMESAS.TXT (TP02PROME), su carta
      *          de mora se retiene.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ENVIADAS.

      *    Nombre logico del archivo: ENT-PROMESAS
      *    Nombre fisico del archivo: ../PROMESAS.TXT
      *    Promesas de pago; si no existe, no hay promesas.
           SELECT ENT-PROMESAS
           ASSIGN TO '../PROMESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROMESAS.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-CARTAS
      *    Nombre fisico del archivo: ../CARTAS_MORA.TXT
       01 FD-SAL-ENVIADA.
          05 FD-ENV-CUENTA             PIC 9(10).

       FD ENT-PROMESAS.
           COPY PROMESA.

       FD SAL-CARTAS.
       01 FD-CARTA-LINEA               PIC X(80).

          05 FS-SAL-ENVIADAS                   PIC X(2).
             88 FS-SAL-ENVIADAS-OK                 VALUE '00'.
             88 FS-SAL-ENVIADAS-NFD                VALUE '35'.
          05 FS-ENT-PROMESAS                   PIC X(2).
             88 FS-ENT-PROMESAS-OK                 VALUE '00'.
             88 FS-ENT-PROMESAS-NFD                VALUE '35'.
          05 FS-SAL-CARTAS                     PIC X(2).
             88 FS-SAL-CARTAS-OK                   VALUE '00'.
          05 FS-SAL-AGENCIA                    PIC X(2).
          88 WS-ENVIADAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-ENVIADAS-EOF-NO                    VALUE 'FALSE'.

       01 WS-PROMESAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-PROMESAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-PROMESAS-EOF-NO                    VALUE 'FALSE'.

      * Cuentas con una promesa de pago abierta y no vencida
       77 WS-INDICE-PRM                        PIC 9(04) VALUE 1.
       77 WS-CANT-PROMESAS                     PIC 9(04) VALUE 0.
       01 WS-TABLA-PROMESAS.
          05 WS-PRM-ITEM OCCURS 5000 TIMES.
             10 WS-PRM-ITEM-CUENTA        PIC 9(10).
       01 WS-CON-PROMESA                       PIC X(03) VALUE 'NO'.
          88 WS-CON-PROMESA-SI                     VALUE 'SI'.
          88 WS-CON-PROMESA-NO                     VALUE 'NO'.

      * Fecha del proceso (yyyy-mm-dd)
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

      * Umbral de ciclos impagos para el pase a la agencia externa
       77 WS-CICLOS-AGENCIA                    PIC 9(03) VALUE 4.

          05 WS-CANT-AVISO-FINAL               PIC 9(05) VALUE 0.
          05 WS-CANT-AGENCIA                   PIC 9(05) VALUE 0.
          05 WS-CANT-SIN-TITULAR               PIC 9(05) VALUE 0.
          05 WS-CANT-CON-PROMESA               PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           PERFORM 1300-CARGAR-ENVIADAS
              THRU 1300-CARGAR-ENVIADAS-EXIT.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           PERFORM 1400-CARGAR-PROMESAS
              THRU 1400-CARGAR-PROMESAS-EXIT.

           OPEN OUTPUT SAL-CARTAS.
           IF NOT FS-SAL-CARTAS-OK
              DISPLAY 'ERROR AL ABRIR CARTAS_MORA.TXT'
       1310-LEER-ENVIADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARGAR-PROMESAS.
           OPEN INPUT ENT-PROMESAS.
           EVALUATE TRUE
               WHEN FS-ENT-PROMESAS-OK
                   PERFORM 1410-LEER-PROMESA
                      THRU 1410-LEER-PROMESA-EXIT
                      UNTIL WS-PROMESAS-EOF-YES
                   CLOSE ENT-PROMESAS
               WHEN FS-ENT-PROMESAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMESAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROMESAS
                   STOP RUN
           END-EVALUATE.

       1400-CARGAR-PROMESAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una promesa vencida que TP02PAGOS todavia no cerro ya no
      * retiene la carta.
       1410-LEER-PROMESA.
           READ ENT-PROMESAS
               AT END
                   SET WS-PROMESAS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-PRM-ABIERTA
                      AND REG-PRM-FECHA-COMPROMISO NOT LESS THAN
                          WS-FECHA-HOY
                      IF WS-CANT-PROMESAS LESS THAN 5000
                         ADD 1 TO WS-CANT-PROMESAS
                         MOVE REG-PRM-CUENTA
                           TO WS-PRM-ITEM-CUENTA(WS-CANT-PROMESAS)
                      ELSE
                         DISPLAY 'PROMESAS.TXT TIENE MAS DE 5000 '
                            'PROMESAS ABIERTAS, SE IGNORAN LAS '
                            'EXCEDENTES'
                      END-IF
                   END-IF
           END-READ.

       1410-LEER-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-MOROSIDAD.
           READ ENT-MOROSIDAD.
              PERFORM 2400-PASAR-A-AGENCIA
                 THRU 2400-PASAR-A-AGENCIA-EXIT
           ELSE
              PERFORM 2270-BUSCAR-PROMESA
                 THRU 2270-BUSCAR-PROMESA-EXIT
              IF WS-CON-PROMESA-SI
                 ADD 1 TO WS-CANT-CON-PROMESA
              ELSE
                 PERFORM 2300-GENERAR-CARTA
                    THRU 2300-GENERAR-CARTA-EXIT
              END-IF
           END-IF.

       2200-PROCESAR-CUENTA-EXIT.
       2260-COMPARAR-IMPAGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2270-BUSCAR-PROMESA.
           SET WS-CON-PROMESA-NO TO TRUE.
           PERFORM 2280-COMPARAR-PROMESA
              THRU 2280-COMPARAR-PROMESA-EXIT
              VARYING WS-INDICE-PRM FROM 1 BY 1
              UNTIL WS-INDICE-PRM GREATER THAN WS-CANT-PROMESAS
                 OR WS-CON-PROMESA-SI.

       2270-BUSCAR-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2280-COMPARAR-PROMESA.
           IF REG-MOROS-NUMERO-CUENTA EQUAL
                 WS-PRM-ITEM-CUENTA(WS-INDICE-PRM)
              SET WS-CON-PROMESA-SI TO TRUE
           END-IF.

       2280-COMPARAR-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-GENERAR-CARTA.
           MOVE WS-CARTA-SEPARADOR TO FD-CARTA-LINEA.
           DISPLAY 'AVISOS FINALES       : ' WS-CANT-AVISO-FINAL.
           DISPLAY 'PASES A LA AGENCIA   : ' WS-CANT-AGENCIA.
           DISPLAY 'CUENTAS SIN TITULAR  : ' WS-CANT-SIN-TITULAR.
           DISPLAY 'CARTAS X PROMESA     : ' WS-CANT-CON-PROMESA.

       3000-FINALIZAR-EXIT.
           EXIT.
