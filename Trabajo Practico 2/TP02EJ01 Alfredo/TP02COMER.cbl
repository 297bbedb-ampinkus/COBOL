      *          (RUBROS.TXT), y el ciclo cierra con el reporte de
      *          volumen capturado por rubro VOLUMEN_RUBROS.TXT que
      *          comercial usa para negociar tasas.
      *          Como agente adquirente, sobre cada liquidacion se
      *          retienen IVA, ingresos brutos y ganancias segun la
      *          situacion fiscal del comercio en el maestro y las
      *          alicuotas vigentes de ALICUOTAS_RETENCION.TXT: las
      *          retenciones salen del neto de LIQUIDACION.CSV, van
      *          detalladas en el impreso y quedan en el libro
      *          RETENCIONES_COMERCIOS.TXT para los certificados
      *          (TP02CERTR). Cada liquidacion emitida queda ademas en
      *          el historico LIQ_HISTORIA.TXT, de donde sale el
      *          estado de cuenta mensual del comercio (TP02ESTCO).
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RUBROS.

      *    Nombre logico del archivo: ENT-ALICUOTAS
      *    Nombre fisico del archivo: ../ALICUOTAS_RETENCION.TXT
      *    Alicuotas de retencion por impuesto y situacion fiscal
      *    del comercio. Si no existe, no se practican retenciones.
           SELECT ENT-ALICUOTAS
           ASSIGN TO '../ALICUOTAS_RETENCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ALICUOTAS.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-RETENCIONES
      *    Nombre fisico del archivo: ../RETENCIONES_COMERCIOS.TXT
      *    Libro de retenciones practicadas. Se acumula de corrida
      *    en corrida (EXTEND).
           SELECT SAL-RETENCIONES
           ASSIGN TO '../RETENCIONES_COMERCIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RETENCIONES.

      *    Nombre logico del archivo: SAL-HISTORIA
      *    Nombre fisico del archivo: ../LIQ_HISTORIA.TXT
      *    Historico de liquidaciones emitidas. Se acumula de
      *    corrida en corrida (EXTEND).
           SELECT SAL-HISTORIA
           ASSIGN TO '../LIQ_HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIA.

      *    Nombre logico del archivo: SAL-LIQUIDACION-CSV
      *    Nombre fisico del archivo: ../LIQUIDACION.CSV
           SELECT SAL-LIQUIDACION-CSV
       FD SAL-RUBROS.
       01 FD-RUBROS-LINEA              PIC X(99).

       FD ENT-ALICUOTAS.
           COPY RETALIC.

       FD SAL-RETENCIONES.
           COPY RETCOM.

       FD SAL-HISTORIA.
           COPY LIQHIST.

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
             88 FS-ENT-RUBROS-NFD                  VALUE '35'.
          05 FS-SAL-RUBROS                     PIC X(2).
             88 FS-SAL-RUBROS-OK                   VALUE '00'.
          05 FS-ENT-ALICUOTAS                  PIC X(2).
             88 FS-ENT-ALICUOTAS-OK                VALUE '00'.
             88 FS-ENT-ALICUOTAS-NFD               VALUE '35'.
          05 FS-SAL-RETENCIONES                PIC X(2).
             88 FS-SAL-RETENCIONES-OK              VALUE '00'.
             88 FS-SAL-RETENCIONES-NFD             VALUE '35'.
          05 FS-SAL-HISTORIA                   PIC X(2).
             88 FS-SAL-HISTORIA-OK                 VALUE '00'.
             88 FS-SAL-HISTORIA-NFD                VALUE '35'.

      * Variable para indicar fin de archivo de consumos
       01 WS-CONSUMOS-EOF                      PIC X(5) VALUE 'FALSE'.
      * si esta en cero, la por defecto de su rubro
             10 WS-COM-ITEM-COMISION      PIC 9V9(4).
             10 WS-COM-ITEM-RUBRO         PIC X(04).
      * Situacion fiscal: condicion frente a IVA, IIBB y ganancias
             10 WS-COM-ITEM-CONDICION     OCCURS 3 TIMES
                                          PIC X(01).

      * Tabla de totales por comercio y moneda, con el total de
      * contracargos confirmados a debitar de cada liquidacion
          05 WS-HOY-DIA                PIC 9(02).
       77 WS-FILA-RUBRO-VER                    PIC 9(03) VALUE 0.

      * Alicuotas de retencion vigentes por impuesto y condicion
      * (ALICUOTAS_RETENCION.TXT, fechada como RUBROS.TXT)
       01 WS-ALICUOTAS-EOF                     PIC X(05) VALUE 'FALSE'.
          88 WS-ALICUOTAS-EOF-YES                  VALUE 'TRUE'.
          88 WS-ALICUOTAS-EOF-NO                   VALUE 'FALSE'.
       77 WS-INDICE-RTA                        PIC 9(03) VALUE 1.
       77 WS-CANT-RTA                          PIC 9(03) VALUE 0.
       77 WS-FILA-RTA                          PIC 9(03) VALUE 0.
       01 WS-TABLA-ALICUOTAS.
          05 WS-RTA-ITEM OCCURS 60 TIMES.
             10 WS-RTA-ITEM-IMPUESTO      PIC X(04).
             10 WS-RTA-ITEM-CONDICION     PIC X(01).
             10 WS-RTA-ITEM-DESCRIP       PIC X(15).
             10 WS-RTA-ITEM-ALICUOTA      PIC 9V9(4).
             10 WS-RTA-ITEM-BASE          PIC X(01).
                88 WS-RTA-ITEM-BASE-NETO      VALUE 'N'.
             10 WS-RTA-ITEM-MINIMO        PIC 9(8)V9(2).
             10 WS-RTA-ITEM-VIGENCIA      PIC X(10).

      * Impuestos que se retienen, en el mismo orden que las
      * condiciones de WS-COM-ITEM-CONDICION
       01 WS-IMPUESTOS-RET-VALORES.
          05 FILLER                    PIC X(04) VALUE 'IVA '.
          05 FILLER                    PIC X(04) VALUE 'IIBB'.
          05 FILLER                    PIC X(04) VALUE 'GANA'.
       01 WS-IMPUESTOS-RET REDEFINES WS-IMPUESTOS-RET-VALORES.
          05 WS-IMPUESTO-RET           OCCURS 3 TIMES PIC X(04).
       77 WS-INDICE-IMP                        PIC 9(01) VALUE 1.

      * Retenciones de la liquidacion que se esta emitiendo
       77 WS-INDICE-RLQ                        PIC 9(01) VALUE 1.
       77 WS-CANT-RLQ                          PIC 9(01) VALUE 0.
       01 WS-TABLA-RET-LIQ.
          05 WS-RLQ-ITEM OCCURS 3 TIMES.
             10 WS-RLQ-ITEM-IMPUESTO      PIC X(04).
             10 WS-RLQ-ITEM-CONDICION     PIC X(01).
             10 WS-RLQ-ITEM-DESCRIP       PIC X(15).
             10 WS-RLQ-ITEM-BASE          PIC 9(10)V9(02).
             10 WS-RLQ-ITEM-ALICUOTA      PIC 9V9(4).
             10 WS-RLQ-ITEM-IMPORTE       PIC 9(10)V9(02).
       77 WS-RET-CONDICION                     PIC X(01) VALUE SPACE.
       77 WS-RET-BASE                          PIC 9(10)V9(02) VALUE 0.
       77 WS-RET-IMPORTE                       PIC 9(10)V9(02) VALUE 0.

      * Totales de volumen capturado por rubro y moneda del ciclo
       77 WS-INDICE-VOL                        PIC 9(03) VALUE 1.
       77 WS-CANT-VOL                          PIC 9(03) VALUE 0.
       77 WS-LIQ-NETO                          PIC S9(10)V9(02) VALUE 0.
       77 WS-LIQ-NETO-PAGAR                    PIC 9(10)V9(02) VALUE 0.
       77 WS-LIQ-ARRASTRE-ANT                  PIC 9(10)V9(02) VALUE 0.
       77 WS-LIQ-RETENCIONES                   PIC 9(10)V9(02) VALUE 0.

      * Lineas del impreso de liquidacion
       01 WS-LIQ-SEPARADOR                     PIC X(99) VALUE ALL '='.
          05 WS-LIQ-CC-CANTIDAD        PIC ZZZZZ9.
          05 FILLER                    PIC X(10) VALUE '  DEBITO: '.
          05 WS-LIQ-CC-IMPORTE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LIQ-DET-RETENCION.
          05 FILLER                    PIC X(08) VALUE 'MONEDA: '.
          05 WS-LIQ-RET-MONEDA         PIC X(03).
          05 FILLER                    PIC X(07) VALUE '  RET. '.
          05 WS-LIQ-RET-DESCRIP        PIC X(15).
          05 FILLER                    PIC X(08) VALUE ' ALIC.: '.
          05 WS-LIQ-RET-PORCENTAJE     PIC ZZ9,99.
          05 FILLER                    PIC X(01) VALUE '%'.
          05 FILLER                    PIC X(08) VALUE '  BASE: '.
          05 WS-LIQ-RET-BASE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(11) VALUE '  IMPORTE: '.
          05 WS-LIQ-RET-IMPORTE        PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LIQ-DET-ARRASTRE.
          05 FILLER                    PIC X(08) VALUE 'MONEDA: '.
          05 WS-LIQ-ARR-MONEDA         PIC X(03).
          05 WS-CANT-COMERCIOS-LIQ             PIC 9(05) VALUE 0.
          05 WS-CANT-CONTRACARGOS              PIC 9(05) VALUE 0.
          05 WS-CANT-CC-OMITIDOS               PIC 9(05) VALUE 0.
          05 WS-CANT-RETENCIONES               PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           PERFORM 1700-CARGAR-RUBROS
              THRU 1700-CARGAR-RUBROS-EXIT.

           PERFORM 1800-CARGAR-ALICUOTAS
              THRU 1800-CARGAR-ALICUOTAS-EXIT.

           OPEN EXTEND SAL-RETENCIONES.
           IF FS-SAL-RETENCIONES-NFD
              OPEN OUTPUT SAL-RETENCIONES
           END-IF.
           IF NOT FS-SAL-RETENCIONES-OK
              DISPLAY 'ERROR AL ABRIR RETENCIONES_COMERCIOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RETENCIONES
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-HISTORIA.
           IF FS-SAL-HISTORIA-NFD
              OPEN OUTPUT SAL-HISTORIA
           END-IF.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL ABRIR LIQ_HISTORIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-APLICADOS.
           IF FS-SAL-APLICADOS-NFD
              OPEN OUTPUT SAL-APLICADOS
       1730-COMPARAR-RUBRO-VER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1800-CARGAR-ALICUOTAS.
           OPEN INPUT ENT-ALICUOTAS.
           EVALUATE TRUE
               WHEN FS-ENT-ALICUOTAS-OK
                   PERFORM 1810-LEER-ALICUOTA
                      THRU 1810-LEER-ALICUOTA-EXIT
                      UNTIL WS-ALICUOTAS-EOF-YES
                   CLOSE ENT-ALICUOTAS
               WHEN FS-ENT-ALICUOTAS-NFD
                   DISPLAY 'SIN ALICUOTAS_RETENCION.TXT: NO SE '
                      'PRACTICAN RETENCIONES'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ALICUOTAS_RETENCION.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-ALICUOTAS
                   STOP RUN
           END-EVALUATE.

       1800-CARGAR-ALICUOTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1810-LEER-ALICUOTA.
      * Igual que los rubros: de cada impuesto y condicion queda la
      * version de vigencia mas alta que no supere la fecha del
      * proceso.
           READ ENT-ALICUOTAS
               AT END
                   SET WS-ALICUOTAS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-RTA-VIGENCIA-DESDE EQUAL SPACES
                      OR REG-RTA-VIGENCIA-DESDE NOT GREATER THAN
                         WS-FECHA-HOY
                      PERFORM 1820-SELECCIONAR-ALICUOTA
                         THRU 1820-SELECCIONAR-ALICUOTA-EXIT
                   END-IF
           END-READ.

       1810-LEER-ALICUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1820-SELECCIONAR-ALICUOTA.
           MOVE 0 TO WS-FILA-RTA.
           PERFORM 1830-COMPARAR-ALICUOTA
              THRU 1830-COMPARAR-ALICUOTA-EXIT
              VARYING WS-INDICE-RTA FROM 1 BY 1
              UNTIL WS-INDICE-RTA GREATER THAN WS-CANT-RTA.

           IF WS-FILA-RTA EQUAL 0
              IF WS-CANT-RTA LESS THAN 60
                 ADD 1 TO WS-CANT-RTA
                 MOVE WS-CANT-RTA TO WS-FILA-RTA
              ELSE
                 DISPLAY 'ALICUOTAS_RETENCION.TXT TIENE MAS DE 60 '
                    'FILAS, SE IGNORAN LAS EXCEDENTES'
                 GO TO 1820-SELECCIONAR-ALICUOTA-EXIT
              END-IF
           ELSE
              IF REG-RTA-VIGENCIA-DESDE NOT GREATER THAN
                    WS-RTA-ITEM-VIGENCIA(WS-FILA-RTA)
                 GO TO 1820-SELECCIONAR-ALICUOTA-EXIT
              END-IF
           END-IF.

           MOVE REG-RTA-IMPUESTO
             TO WS-RTA-ITEM-IMPUESTO(WS-FILA-RTA).
           MOVE REG-RTA-CONDICION
             TO WS-RTA-ITEM-CONDICION(WS-FILA-RTA).
           MOVE REG-RTA-DESCRIPCION
             TO WS-RTA-ITEM-DESCRIP(WS-FILA-RTA).
           MOVE REG-RTA-ALICUOTA
             TO WS-RTA-ITEM-ALICUOTA(WS-FILA-RTA).
           MOVE REG-RTA-BASE
             TO WS-RTA-ITEM-BASE(WS-FILA-RTA).
           MOVE REG-RTA-MINIMO
             TO WS-RTA-ITEM-MINIMO(WS-FILA-RTA).
           MOVE REG-RTA-VIGENCIA-DESDE
             TO WS-RTA-ITEM-VIGENCIA(WS-FILA-RTA).

       1820-SELECCIONAR-ALICUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1830-COMPARAR-ALICUOTA.
           IF REG-RTA-IMPUESTO EQUAL
                 WS-RTA-ITEM-IMPUESTO(WS-INDICE-RTA)
              AND REG-RTA-CONDICION EQUAL
                 WS-RTA-ITEM-CONDICION(WS-INDICE-RTA)
              MOVE WS-INDICE-RTA TO WS-FILA-RTA
           END-IF.

       1830-COMPARAR-ALICUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-CONSUMOS.
           READ ENT-CONSUMOS.
                        TO WS-COM-ITEM-COMISION(WS-INDICE-COM)
                      MOVE COM-RUBRO
                        TO WS-COM-ITEM-RUBRO(WS-INDICE-COM)
                      MOVE COM-COND-IVA
                        TO WS-COM-ITEM-CONDICION(WS-INDICE-COM, 1)
                      MOVE COM-COND-IIBB
                        TO WS-COM-ITEM-CONDICION(WS-INDICE-COM, 2)
                      MOVE COM-COND-GANANCIAS
                        TO WS-COM-ITEM-CONDICION(WS-INDICE-COM, 3)
      * Sin tasa negociada rige la comision por defecto del rubro
                      IF COM-COMISION EQUAL 0
                         PERFORM 2320-COMISION-POR-RUBRO
           PERFORM 2880-ACUMULAR-VOLUMEN
              THRU 2880-ACUMULAR-VOLUMEN-EXIT.

      * Retenciones impositivas segun la situacion fiscal del
      * comercio
           PERFORM 2890-CALCULAR-RETENCIONES
              THRU 2890-CALCULAR-RETENCIONES-EXIT.

      * El saldo en contra de ciclos anteriores tambien se descuenta.
           PERFORM 2860-UBICAR-ARRASTRE
              THRU 2860-UBICAR-ARRASTRE-EXIT.

           COMPUTE WS-LIQ-NETO =
              WS-LIQ-ITEM-BRUTO(WS-INDICE-LIQ) - WS-LIQ-COMISION
              - WS-LIQ-RETENCIONES
              - WS-LIQ-ITEM-CONTRACARGO(WS-INDICE-LIQ)
              - WS-LIQ-ARRASTRE-ANT.

           MOVE WS-LIQ-DETALLE     TO FD-LIQ-LINEA.
           WRITE FD-LIQ-LINEA.

      * Una linea por impuesto retenido, que tambien va al libro de
      * retenciones
           PERFORM 2895-EMITIR-RETENCION
              THRU 2895-EMITIR-RETENCION-EXIT
              VARYING WS-INDICE-RLQ FROM 1 BY 1
              UNTIL WS-INDICE-RLQ GREATER THAN WS-CANT-RLQ.

      * Linea de debito por los contracargos confirmados del ciclo
           IF WS-LIQ-ITEM-CONTRACARGO(WS-INDICE-LIQ) GREATER THAN 0
              MOVE WS-LIQ-ITEM-MONEDA(WS-INDICE-LIQ)
              DISPLAY 'FILE STATUS: ' FS-SAL-LIQUIDACION-CSV
           END-IF.

      * Registro del historico para el estado de cuenta mensual
           MOVE WS-FECHA-HOY TO REG-LQH-FECHA.
           MOVE WS-COM-ITEM-ID(WS-INDICE-COM) TO REG-LQH-ID-COMERCIO.
           MOVE WS-LIQ-ITEM-MONEDA(WS-INDICE-LIQ) TO REG-LQH-MONEDA.
           MOVE WS-LIQ-ITEM-CANTIDAD(WS-INDICE-LIQ)
             TO REG-LQH-CANTIDAD.
           MOVE WS-LIQ-ITEM-BRUTO(WS-INDICE-LIQ) TO REG-LQH-BRUTO.
           MOVE WS-LIQ-COMISION     TO REG-LQH-COMISION.
           MOVE WS-LIQ-RETENCIONES  TO REG-LQH-RETENCIONES.
           MOVE WS-LIQ-ITEM-CONTRACARGO(WS-INDICE-LIQ)
             TO REG-LQH-CONTRACARGOS.
           MOVE WS-LIQ-ARRASTRE-ANT TO REG-LQH-ARRASTRE-ANT.
           MOVE WS-LIQ-NETO-PAGAR   TO REG-LQH-NETO-PAGAR.
           WRITE REG-LIQ-HISTORIA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR LIQ_HISTORIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
           END-IF.

       2850-EMITIR-MONEDA-EXIT.
           EXIT.

       2885-COMPARAR-VOLUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Calcula las retenciones de la liquidacion que se esta
      * emitiendo: por cada impuesto busca la alicuota vigente para
      * la condicion del comercio; sin fila en la tabla, o con una
      * base menor al minimo no sujeto, ese impuesto no se retiene.
       2890-CALCULAR-RETENCIONES.
           MOVE 0 TO WS-CANT-RLQ.
           MOVE 0 TO WS-LIQ-RETENCIONES.

           PERFORM 2891-RETENER-IMPUESTO
              THRU 2891-RETENER-IMPUESTO-EXIT
              VARYING WS-INDICE-IMP FROM 1 BY 1
              UNTIL WS-INDICE-IMP GREATER THAN 3.

       2890-CALCULAR-RETENCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2891-RETENER-IMPUESTO.
           MOVE WS-COM-ITEM-CONDICION(WS-INDICE-COM, WS-INDICE-IMP)
             TO WS-RET-CONDICION.

           MOVE 0 TO WS-FILA-RTA.
           PERFORM 2892-COMPARAR-RETENCION
              THRU 2892-COMPARAR-RETENCION-EXIT
              VARYING WS-INDICE-RTA FROM 1 BY 1
              UNTIL WS-INDICE-RTA GREATER THAN WS-CANT-RTA.

           IF WS-FILA-RTA EQUAL 0
              GO TO 2891-RETENER-IMPUESTO-EXIT
           END-IF.

           IF WS-RTA-ITEM-BASE-NETO(WS-FILA-RTA)
              COMPUTE WS-RET-BASE =
                 WS-LIQ-ITEM-BRUTO(WS-INDICE-LIQ) - WS-LIQ-COMISION
           ELSE
              MOVE WS-LIQ-ITEM-BRUTO(WS-INDICE-LIQ) TO WS-RET-BASE
           END-IF.

           IF WS-RET-BASE LESS THAN WS-RTA-ITEM-MINIMO(WS-FILA-RTA)
              GO TO 2891-RETENER-IMPUESTO-EXIT
           END-IF.

           COMPUTE WS-RET-IMPORTE ROUNDED =
              WS-RET-BASE * WS-RTA-ITEM-ALICUOTA(WS-FILA-RTA).
           IF WS-RET-IMPORTE EQUAL 0
              GO TO 2891-RETENER-IMPUESTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-RLQ.
           MOVE WS-IMPUESTO-RET(WS-INDICE-IMP)
             TO WS-RLQ-ITEM-IMPUESTO(WS-CANT-RLQ).
           MOVE WS-RET-CONDICION
             TO WS-RLQ-ITEM-CONDICION(WS-CANT-RLQ).
           MOVE WS-RTA-ITEM-DESCRIP(WS-FILA-RTA)
             TO WS-RLQ-ITEM-DESCRIP(WS-CANT-RLQ).
           MOVE WS-RET-BASE TO WS-RLQ-ITEM-BASE(WS-CANT-RLQ).
           MOVE WS-RTA-ITEM-ALICUOTA(WS-FILA-RTA)
             TO WS-RLQ-ITEM-ALICUOTA(WS-CANT-RLQ).
           MOVE WS-RET-IMPORTE TO WS-RLQ-ITEM-IMPORTE(WS-CANT-RLQ).
           ADD WS-RET-IMPORTE TO WS-LIQ-RETENCIONES.

       2891-RETENER-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2892-COMPARAR-RETENCION.
           IF WS-RTA-ITEM-IMPUESTO(WS-INDICE-RTA) EQUAL
                 WS-IMPUESTO-RET(WS-INDICE-IMP)
              AND WS-RTA-ITEM-CONDICION(WS-INDICE-RTA) EQUAL
                 WS-RET-CONDICION
              MOVE WS-INDICE-RTA TO WS-FILA-RTA
           END-IF.

       2892-COMPARAR-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Linea del impreso y registro del libro de retenciones de un
      * impuesto retenido en la liquidacion que se esta emitiendo.
       2895-EMITIR-RETENCION.
           MOVE WS-LIQ-ITEM-MONEDA(WS-INDICE-LIQ)
             TO WS-LIQ-RET-MONEDA.
           MOVE WS-RLQ-ITEM-DESCRIP(WS-INDICE-RLQ)
             TO WS-LIQ-RET-DESCRIP.
           COMPUTE WS-LIQ-RET-PORCENTAJE =
              WS-RLQ-ITEM-ALICUOTA(WS-INDICE-RLQ) * 100.
           MOVE WS-RLQ-ITEM-BASE(WS-INDICE-RLQ) TO WS-LIQ-RET-BASE.
           MOVE WS-RLQ-ITEM-IMPORTE(WS-INDICE-RLQ)
             TO WS-LIQ-RET-IMPORTE.
           MOVE WS-LIQ-DET-RETENCION TO FD-LIQ-LINEA.
           WRITE FD-LIQ-LINEA.

           MOVE WS-FECHA-HOY TO REG-RTC-FECHA.
           MOVE WS-COM-ITEM-ID(WS-INDICE-COM) TO REG-RTC-ID-COMERCIO.
           MOVE WS-LIQ-ITEM-MONEDA(WS-INDICE-LIQ) TO REG-RTC-MONEDA.
           MOVE WS-RLQ-ITEM-IMPUESTO(WS-INDICE-RLQ)
             TO REG-RTC-IMPUESTO.
           MOVE WS-RLQ-ITEM-CONDICION(WS-INDICE-RLQ)
             TO REG-RTC-CONDICION.
           MOVE WS-RLQ-ITEM-DESCRIP(WS-INDICE-RLQ)
             TO REG-RTC-DESCRIPCION.
           MOVE WS-RLQ-ITEM-BASE(WS-INDICE-RLQ) TO REG-RTC-BASE.
           MOVE WS-RLQ-ITEM-ALICUOTA(WS-INDICE-RLQ)
             TO REG-RTC-ALICUOTA.
           MOVE WS-RLQ-ITEM-IMPORTE(WS-INDICE-RLQ)
             TO REG-RTC-IMPORTE.
           WRITE REG-RETENCION-COMERCIO.
           IF NOT FS-SAL-RETENCIONES-OK
              DISPLAY 'ERROR AL GRABAR RETENCIONES_COMERCIOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RETENCIONES
           END-IF.

           ADD 1 TO WS-CANT-RETENCIONES.

       2895-EMITIR-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reporte de volumen capturado por rubro del ciclo: una linea
      * por rubro y moneda, con la descripcion de la tabla de rubros.
                 SAL-LIQUIDACION-CSV
                 SAL-LIQUIDACIONES
                 SAL-ERRORES
                 SAL-APLICADOS
                 SAL-RETENCIONES
                 SAL-HISTORIA.

           PERFORM 3100-REGRABAR-ARRASTRE
              THRU 3100-REGRABAR-ARRASTRE-EXIT.
           DISPLAY 'COMERCIOS LIQUIDADOS  : ' WS-CANT-COMERCIOS-LIQ.
           DISPLAY 'CONTRACARGOS DEBITADOS: ' WS-CANT-CONTRACARGOS.
           DISPLAY 'CONTRACARGOS OMITIDOS : ' WS-CANT-CC-OMITIDOS.
           DISPLAY 'RETENCIONES           : ' WS-CANT-RETENCIONES.

       3000-FINALIZAR-EXIT.
           EXIT.
