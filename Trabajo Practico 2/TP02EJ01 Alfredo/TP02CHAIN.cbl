      * Purpose: TP02CHAIN.CBL - Conductor de la cadena nocturna de
      *          lotes. Ejecuta en orden TP02VALID, TP02INDEX,
      *          TP02APAR (que adentro exporta el master via MAESTARJ
      *          modo X), el barrido de integridad referencial
      *          (TP02INTEG: sigue si solo rompen reglas de aviso y
      *          corta si rompe una regla severa), TP02EJ01, el grupo
      *          paralelo TP02CUOTA +
      *          TP02ANUAL (no se alimentan entre si: corren a la
      *          vez y el journal asienta el resultado del grupo),
      *          TP02REPRO y el rearmado y verificacion del
      *          acumulador de saldos de la autorizacion (TP02BALAN
      *          ARMAR y VERIFICAR) y el lote de embozado de las
      *          tarjetas nuevas para el fabricante (TP02EMBOS),
      *          dejando en CADENA_JOURNAL.TXT el resultado y la hora
      *          de cada paso. La cadena se corta cuando un paso
      *          termina con error o cuando su insumo falta o quedo
      *          sigue corriendo y queda marcado OK DEMORADO en el
      *          journal. La linea de base se actualiza como
      *          promedio movil al terminar cada paso.
      *          Despues de cada paso completo guarda como generacion
      *          nueva las salidas catalogadas del programa
      *          (TP02GENER GUARDAR); si el guardado falla la cadena
      *          avisa y sigue.
      *          Antes del primer paso hace el control previo de
      *          parametros: que el ciclo tenga su ventana en
      *          CICLOS.TXT, que cada moneda de MONEDAS.TXT tenga
      *          cotizacion desde el inicio hasta el cierre, que cada
      *          producto, impuesto y cargo tenga version vigente y
      *          que FERIADOS.TXT llegue hasta el vencimiento del
      *          ciclo. Cualquier faltante corta la cadena sin correr
      *          ningun paso y queda listado en CADENA_PREVIO.TXT.
      *          Uso: TP02CHAIN <CICLO AAAAMM> <OPERADOR> [PASO-DESDE]
      * Tectonics: cobc
      * NOTA DE ERRORES:
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-BASELINE.

      *    Tablas de parametros que revisa el control previo
           SELECT ENT-MONEDAS
           ASSIGN TO '../MONEDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MONEDAS.

           SELECT ENT-COTIZACIONES
           ASSIGN TO '../COTIZACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-COTIZACIONES.

           SELECT ENT-PRODUCTOS
           ASSIGN TO '../PRODUCTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PRODUCTOS.

           SELECT ENT-IMPUESTOS
           ASSIGN TO '../IMPUESTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-IMPUESTOS.

           SELECT ENT-CARGOS
           ASSIGN TO '../CARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CARGOS.

           SELECT ENT-FERIADOS
           ASSIGN TO '../FERIADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FERIADOS.

      *    Lista de faltantes del control previo (se regraba)
           SELECT SAL-PREVIO
           ASSIGN TO '../CADENA_PREVIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PREVIO.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
          05 FD-BAS-PASO               PIC 9(02).
          05 FD-BAS-SEGUNDOS           PIC 9(06).

       FD ENT-MONEDAS.
           COPY MONEDAS.

       FD ENT-COTIZACIONES.
           COPY COTIZA.

       FD ENT-PRODUCTOS.
           COPY PRODUCTOS.

       FD ENT-IMPUESTOS.
           COPY IMPUESTO.

       FD ENT-CARGOS.
           COPY CARGOSCH.

       FD ENT-FERIADOS.
       01 REG-FERIADO.
          05 REG-FER-FECHA             PIC X(10).

       FD SAL-PREVIO.
       01 FD-PREVIO-LINEA              PIC X(130).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-SAL-JOURNAL                    PIC X(2).
             88 FS-ENT-BASELINE-NFD                VALUE '35'.
          05 FS-SAL-BASELINE                   PIC X(2).
             88 FS-SAL-BASELINE-OK                 VALUE '00'.
          05 FS-ENT-MONEDAS                    PIC X(2).
             88 FS-ENT-MONEDAS-OK                  VALUE '00'.
             88 FS-ENT-MONEDAS-NFD                 VALUE '35'.
          05 FS-ENT-COTIZACIONES               PIC X(2).
             88 FS-ENT-COTIZACIONES-OK             VALUE '00'.
             88 FS-ENT-COTIZACIONES-NFD            VALUE '35'.
          05 FS-ENT-PRODUCTOS                  PIC X(2).
             88 FS-ENT-PRODUCTOS-OK                VALUE '00'.
             88 FS-ENT-PRODUCTOS-NFD               VALUE '35'.
          05 FS-ENT-IMPUESTOS                  PIC X(2).
             88 FS-ENT-IMPUESTOS-OK                VALUE '00'.
             88 FS-ENT-IMPUESTOS-NFD               VALUE '35'.
          05 FS-ENT-CARGOS                     PIC X(2).
             88 FS-ENT-CARGOS-OK                   VALUE '00'.
             88 FS-ENT-CARGOS-NFD                  VALUE '35'.
          05 FS-ENT-FERIADOS                   PIC X(2).
             88 FS-ENT-FERIADOS-OK                 VALUE '00'.
             88 FS-ENT-FERIADOS-NFD                VALUE '35'.
          05 FS-SAL-PREVIO                     PIC X(2).
             88 FS-SAL-PREVIO-OK                   VALUE '00'.

      * Control de dia habil de la ventana del ciclo
       01 WS-CICLOS-EOF                PIC X(05) VALUE 'FALSE'.
          88 WS-BASELINE-EOF-YES           VALUE 'TRUE'.
          88 WS-BASELINE-EOF-NO            VALUE 'FALSE'.
       01 WS-TABLA-BASELINE.
          05 WS-BAS-SEGUNDOS OCCURS 10 TIMES PIC 9(06).
       01 WS-HORA-TRABAJO.
          05 WS-HT-HORA                PIC 9(02).
          05 WS-HT-MIN                 PIC 9(02).
       01 WS-PASO-DEMORADO             PIC X(02) VALUE 'NO'.
          88 WS-PASO-DEMORADO-SI           VALUE 'SI'.
          88 WS-PASO-DEMORADO-NO           VALUE 'NO'.
      * El barrido de integridad termina con RC 4 cuando solo rompen
      * reglas de aviso: la cadena sigue y el journal lo asienta.
       01 WS-PASO-AVISOS               PIC X(02) VALUE 'NO'.
          88 WS-PASO-AVISOS-SI             VALUE 'SI'.
          88 WS-PASO-AVISOS-NO             VALUE 'NO'.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-HORA-PROCESO              PIC 9(08) VALUE 0.

      * Cantidad de pasos y paso en curso
       77 WS-CANT-PASOS                PIC 9(02) VALUE 10.
       77 WS-PASO                      PIC 9(02) VALUE 1.
       77 WS-PASO-DESDE                PIC 9(02) VALUE 1.
      * Ultimo paso completado en la corrida anterior (de

      * Tabla de pasos de la cadena, en el orden en que corren
       01 WS-TABLA-PASOS.
          05 WS-PASO-ITEM OCCURS 10 TIMES.
             10 WS-PASO-ITEM-PROGRAMA  PIC X(10).
      * Marcas de controles previos del paso:
      *   C - exige CONSUMOS.SEQ presente
          88 WS-ARCHIVO-EXISTE-SI          VALUE 'SI'.
          88 WS-ARCHIVO-EXISTE-NO          VALUE 'NO'.

      * Control previo de parametros. Un FALTA corta la cadena antes
      * del primer paso; un AVISO queda listado y la cadena sigue.
       01 WS-PRE-EOF                   PIC X(05) VALUE 'FALSE'.
          88 WS-PRE-EOF-YES                VALUE 'TRUE'.
          88 WS-PRE-EOF-NO                 VALUE 'FALSE'.
       01 WS-PRE-CICLO-OK              PIC X(02) VALUE 'NO'.
          88 WS-PRE-CICLO-OK-SI            VALUE 'SI'.
          88 WS-PRE-CICLO-OK-NO            VALUE 'NO'.
       01 WS-PRE-FECHA-OK              PIC X(02) VALUE 'NO'.
          88 WS-PRE-FECHA-OK-SI            VALUE 'SI'.
          88 WS-PRE-FECHA-OK-NO            VALUE 'NO'.
       77 WS-PRE-CANT-FALTANTES        PIC 9(03) VALUE 0.
       77 WS-PRE-CANT-AVISOS           PIC 9(03) VALUE 0.
      * Ventana del ciclo (si el ciclo tiene varios grupos, desde el
      * primer inicio hasta el ultimo cierre), fecha de los cargos
      * (el 01 del ciclo, como TP02FEES) y vencimiento del pago
      * (cierre mas el plazo de TP02EJ01, al proximo dia habil)
       77 WS-PRE-CICLO-DESDE           PIC X(10) VALUE SPACES.
       77 WS-PRE-CICLO-HASTA           PIC X(10) VALUE SPACES.
       77 WS-PRE-VENCIMIENTO           PIC X(10) VALUE SPACES.
       77 WS-PRE-DIAS-PLAZO-PAGO       PIC 9(02) VALUE 10.
       01 WS-PRE-FECHA-CARGO.
          05 WS-PRE-FCH-ANIO           PIC X(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-PRE-FCH-MES            PIC X(02).
          05 FILLER                    PIC X(03) VALUE '-01'.
       77 WS-PRE-FECHA                 PIC X(10) VALUE SPACES.
       77 WS-PRE-ULTIMO-FERIADO        PIC X(10) VALUE SPACES.
       77 WS-PRE-INDICE                PIC 9(03) VALUE 0.
       77 WS-PRE-FILA                  PIC 9(03) VALUE 0.
       01 WS-PRE-LINEA.
          05 WS-PRE-LIN-TIPO           PIC X(07).
          05 WS-PRE-LIN-DETALLE        PIC X(123).
      * Monedas con el rango de fechas de sus cotizaciones
       77 WS-PRE-CANT-MONEDAS          PIC 9(03) VALUE 0.
       01 WS-PRE-TABLA-MONEDAS.
          05 WS-PRE-MON-ITEM OCCURS 20 TIMES.
             10 WS-PRE-MON-CODIGO      PIC X(03).
             10 WS-PRE-MON-PRIMERA     PIC X(10).
             10 WS-PRE-MON-ULTIMA      PIC X(10).
      * Productos con la marca de version vigente al ciclo
       77 WS-PRE-CANT-PRODUCTOS        PIC 9(03) VALUE 0.
       01 WS-PRE-TABLA-PRODUCTOS.
          05 WS-PRE-PROD-ITEM OCCURS 20 TIMES.
             10 WS-PRE-PROD-CODIGO     PIC X(01).
             10 WS-PRE-PROD-DESCRIP    PIC X(10).
             10 WS-PRE-PROD-VIGENTE    PIC X(01).
      * Impuestos: si alguna version cubre el cierre, si hay
      * versiones que arrancan antes o despues de el, y el ultimo
      * hasta de las que arrancan antes
       77 WS-PRE-CANT-IMPUESTOS        PIC 9(03) VALUE 0.
       01 WS-PRE-TABLA-IMPUESTOS.
          05 WS-PRE-IMP-ITEM OCCURS 20 TIMES.
             10 WS-PRE-IMP-CODIGO      PIC X(04).
             10 WS-PRE-IMP-CUBRE       PIC X(01).
             10 WS-PRE-IMP-ANTERIOR    PIC X(01).
             10 WS-PRE-IMP-POSTERIOR   PIC X(01).
             10 WS-PRE-IMP-ULT-HASTA   PIC X(10).
      * Cargos (codigo + producto) con la marca de version vigente
       77 WS-PRE-CANT-CARGOS           PIC 9(03) VALUE 0.
       01 WS-PRE-TABLA-CARGOS.
          05 WS-PRE-CGO-ITEM OCCURS 200 TIMES.
             10 WS-PRE-CGO-CODIGO      PIC X(04).
             10 WS-PRE-CGO-PRODUCTO    PIC X(01).
             10 WS-PRE-CGO-VIGENTE     PIC X(01).

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           MOVE ' ' TO WS-PASO-ITEM-CONTROL(2).
           MOVE 'TP02APAR'   TO WS-PASO-ITEM-PROGRAMA(3).
           MOVE 'C' TO WS-PASO-ITEM-CONTROL(3).
      * El barrido de integridad va antes del resumen: una regla
      * severa rota (planes de tarjetas cerradas, disputas sin
      * consumo, comercios sin maestro) corta la cadena antes de
      * facturar sobre vinculos rotos.
           MOVE 'TP02INTEG'  TO WS-PASO-ITEM-PROGRAMA(4).
           MOVE 'C' TO WS-PASO-ITEM-CONTROL(4).
           MOVE 'TP02EJ01'   TO WS-PASO-ITEM-PROGRAMA(5).
           MOVE 'X' TO WS-PASO-ITEM-CONTROL(5).
      * TP02CUOTA y TP02ANUAL no se alimentan entre si: corren como
      * grupo paralelo despues de TP02EJ01, y el journal asienta el
      * resultado del grupo.
           MOVE 'GRUPO C+A'  TO WS-PASO-ITEM-PROGRAMA(6).
           MOVE 'C' TO WS-PASO-ITEM-CONTROL(6).
           MOVE 'TP02REPRO'  TO WS-PASO-ITEM-PROGRAMA(7).
           MOVE 'E' TO WS-PASO-ITEM-CONTROL(7).
      * El acumulador de saldos de la autorizacion se rearma cada
      * noche y la verificacion prueba que empata con el barrido
      * completo del feed.
           MOVE 'TP02BALANA' TO WS-PASO-ITEM-PROGRAMA(8).
           MOVE 'C' TO WS-PASO-ITEM-CONTROL(8).
           MOVE 'TP02BALANV' TO WS-PASO-ITEM-PROGRAMA(9).
           MOVE 'C' TO WS-PASO-ITEM-CONTROL(9).
      * Las altas, renovaciones y reemplazos del dia salen al
      * fabricante de plasticos.
           MOVE 'TP02EMBOS'  TO WS-PASO-ITEM-PROGRAMA(10).
           MOVE ' ' TO WS-PASO-ITEM-CONTROL(10).

           PERFORM 1070-CARGAR-BASELINE
              THRU 1070-CARGAR-BASELINE-EXIT.
              STOP RUN
           END-IF.

           PERFORM 1200-CONTROL-PREVIO
              THRU 1200-CONTROL-PREVIO-EXIT.

           DISPLAY 'CADENA NOCTURNA: CICLO ' WS-PARM-CICLO
              ' DESDE EL PASO ' WS-PASO-DESDE.

                   SET WS-BASELINE-EOF-YES TO TRUE
               NOT AT END
                   IF REG-BAS-PASO GREATER THAN 0
                      AND REG-BAS-PASO NOT GREATER THAN WS-CANT-PASOS
                      MOVE REG-BAS-SEGUNDOS
                        TO WS-BAS-SEGUNDOS(REG-BAS-PASO)
                   END-IF
       1100-DECIDIR-PASO-INICIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Control previo de parametros: antes de correr un solo paso
      * revisa que cada tabla de parametros cubra el ciclo. Los
      * faltantes quedan listados en CADENA_PREVIO.TXT y por
      * consola, y el journal asienta el control como paso 00; con
      * un solo FALTA la cadena termina sin arrancar. Las tablas que
      * los programas reemplazan por valores por defecto cuando no
      * existen (MONEDAS, PRODUCTOS, IMPUESTOS, CARGOS) no son
      * faltante si no estan; CICLOS.TXT y FERIADOS.TXT si.
       1200-CONTROL-PREVIO.
           MOVE 0 TO WS-PRE-CANT-FALTANTES WS-PRE-CANT-AVISOS.

           OPEN OUTPUT SAL-PREVIO.
           IF NOT FS-SAL-PREVIO-OK
              DISPLAY 'ERROR AL ABRIR CADENA_PREVIO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PREVIO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO FD-PREVIO-LINEA.
           STRING 'CONTROL PREVIO DE PARAMETROS - CICLO '
                     DELIMITED BY SIZE
                  WS-PARM-CICLO DELIMITED BY SIZE
                  ' - FECHA ' DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
             INTO FD-PREVIO-LINEA.
           WRITE FD-PREVIO-LINEA.

           PERFORM 1210-PREVIO-CICLO
              THRU 1210-PREVIO-CICLO-EXIT.

      * Sin ventana valida no hay contra que medir el resto.
           IF WS-PRE-CICLO-OK-SI
              PERFORM 1220-PREVIO-COTIZACIONES
                 THRU 1220-PREVIO-COTIZACIONES-EXIT
              PERFORM 1230-PREVIO-PRODUCTOS
                 THRU 1230-PREVIO-PRODUCTOS-EXIT
              PERFORM 1240-PREVIO-IMPUESTOS
                 THRU 1240-PREVIO-IMPUESTOS-EXIT
              PERFORM 1250-PREVIO-CARGOS
                 THRU 1250-PREVIO-CARGOS-EXIT
              PERFORM 1260-PREVIO-FERIADOS
                 THRU 1260-PREVIO-FERIADOS-EXIT
           END-IF.

           MOVE SPACES TO FD-PREVIO-LINEA.
           STRING 'FALTANTES: ' DELIMITED BY SIZE
                  WS-PRE-CANT-FALTANTES DELIMITED BY SIZE
                  '  AVISOS: ' DELIMITED BY SIZE
                  WS-PRE-CANT-AVISOS DELIMITED BY SIZE
             INTO FD-PREVIO-LINEA.
           WRITE FD-PREVIO-LINEA.
           CLOSE SAL-PREVIO.

           ACCEPT WS-HORA-PROCESO FROM TIME.
           MOVE ';' TO FD-JRN-SEP-01 FD-JRN-SEP-02 FD-JRN-SEP-03
                       FD-JRN-SEP-04 FD-JRN-SEP-05.
           MOVE WS-FECHA-PROCESO TO FD-JRN-FECHA.
           MOVE WS-HORA-PROCESO(1:6) TO FD-JRN-HORA.
           MOVE 0 TO FD-JRN-PASO.
           MOVE 'PREVIO' TO FD-JRN-PROGRAMA.
           EVALUATE TRUE
               WHEN WS-PRE-CANT-FALTANTES GREATER THAN 0
                   MOVE 99 TO FD-JRN-RC
                   MOVE 'PARAMETROS FALTANTES' TO FD-JRN-ESTADO
               WHEN WS-PRE-CANT-AVISOS GREATER THAN 0
                   MOVE 4 TO FD-JRN-RC
                   MOVE 'OK CON AVISOS' TO FD-JRN-ESTADO
               WHEN OTHER
                   MOVE 0 TO FD-JRN-RC
                   MOVE 'OK' TO FD-JRN-ESTADO
           END-EVALUATE.
           WRITE FD-JOURNAL-LINEA.
           IF NOT FS-SAL-JOURNAL-OK
              DISPLAY 'ERROR AL GRABAR CADENA_JOURNAL.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-JOURNAL
           END-IF.

           IF WS-PRE-CANT-FALTANTES GREATER THAN 0
              CLOSE SAL-JOURNAL
              DISPLAY 'CONTROL PREVIO: ' WS-PRE-CANT-FALTANTES
                 ' PARAMETROS FALTANTES PARA EL CICLO ' WS-PARM-CICLO
              DISPLAY 'LA CADENA NO ARRANCA: COMPLETAR LO LISTADO EN '
                 'CADENA_PREVIO.TXT Y RELANZAR'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-CONTROL-PREVIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La ventana del ciclo tiene que estar en CICLOS.TXT con fechas
      * validas y en orden; de ella salen la fecha de los cargos y el
      * vencimiento del pago, hasta donde tiene que llegar el
      * calendario.
       1210-PREVIO-CICLO.
           SET WS-PRE-CICLO-OK-NO TO TRUE.
           SET WS-CICLO-HALLADO-NO TO TRUE.
           MOVE SPACES TO WS-PRE-CICLO-DESDE WS-PRE-CICLO-HASTA.

           SET WS-PRE-EOF-NO TO TRUE.
           OPEN INPUT ENT-CICLOS.
           EVALUATE TRUE
               WHEN FS-ENT-CICLOS-OK
                   PERFORM 1215-LEER-CICLO-PREVIO
                      THRU 1215-LEER-CICLO-PREVIO-EXIT
                      UNTIL WS-PRE-EOF-YES
                   CLOSE ENT-CICLOS
               WHEN FS-ENT-CICLOS-NFD
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'CICLOS.TXT NO EXISTE: NO HAY VENTANA '
                             DELIMITED BY SIZE
                          'PARA EL CICLO ' DELIMITED BY SIZE
                          WS-PARM-CICLO DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1210-PREVIO-CICLO-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'ERROR AL ABRIR CICLOS.TXT, FILE STATUS '
                             DELIMITED BY SIZE
                          FS-ENT-CICLOS DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1210-PREVIO-CICLO-EXIT
           END-EVALUATE.

           IF WS-CICLO-HALLADO-NO
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'CICLOS.TXT: EL CICLO ' DELIMITED BY SIZE
                     WS-PARM-CICLO DELIMITED BY SIZE
                     ' NO ESTA CARGADO' DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
              GO TO 1210-PREVIO-CICLO-EXIT
           END-IF.

           MOVE WS-PRE-CICLO-DESDE TO WS-PRE-FECHA.
           PERFORM 1280-VALIDAR-FECHA
              THRU 1280-VALIDAR-FECHA-EXIT.
           IF WS-PRE-FECHA-OK-SI
              MOVE WS-PRE-CICLO-HASTA TO WS-PRE-FECHA
              PERFORM 1280-VALIDAR-FECHA
                 THRU 1280-VALIDAR-FECHA-EXIT
           END-IF.
           IF WS-PRE-FECHA-OK-NO
              OR WS-PRE-CICLO-DESDE GREATER THAN WS-PRE-CICLO-HASTA
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'CICLOS.TXT: LA VENTANA DEL CICLO '
                        DELIMITED BY SIZE
                     WS-PARM-CICLO DELIMITED BY SIZE
                     ' ES INVALIDA (' DELIMITED BY SIZE
                     WS-PRE-CICLO-DESDE DELIMITED BY SIZE
                     ' A ' DELIMITED BY SIZE
                     WS-PRE-CICLO-HASTA DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
              GO TO 1210-PREVIO-CICLO-EXIT
           END-IF.

           SET WS-PRE-CICLO-OK-SI TO TRUE.
           MOVE WS-PARM-CICLO(1:4) TO WS-PRE-FCH-ANIO.
           MOVE WS-PARM-CICLO(5:2) TO WS-PRE-FCH-MES.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE WS-PRE-CICLO-HASTA TO LK-FEC-FECHA-1.
           MOVE WS-PRE-DIAS-PLAZO-PAGO TO LK-FEC-DIAS.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO LK-FEC-FECHA-1.
           SET LK-FEC-DIA-HABIL TO TRUE.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-PRE-VENCIMIENTO.

       1210-PREVIO-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1215-LEER-CICLO-PREVIO.
           READ ENT-CICLOS
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
               NOT AT END
                   IF REG-CICLO-ID EQUAL WS-PARM-CICLO
                      IF WS-CICLO-HALLADO-NO
                         OR REG-CICLO-DESDE LESS THAN WS-PRE-CICLO-DESDE
                         MOVE REG-CICLO-DESDE TO WS-PRE-CICLO-DESDE
                      END-IF
                      IF REG-CICLO-HASTA GREATER THAN WS-PRE-CICLO-HASTA
                         MOVE REG-CICLO-HASTA TO WS-PRE-CICLO-HASTA
                      END-IF
                      SET WS-CICLO-HALLADO-SI TO TRUE
                   END-IF
           END-READ.

       1215-LEER-CICLO-PREVIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada moneda distinta del peso necesita una cotizacion que
      * rija desde el inicio del ciclo (TP02EJ01 convierte con la
      * vigente a la fecha de cada consumo) y otra cargada para el
      * cierre: la ultima no puede ser anterior al fin de la ventana.
       1220-PREVIO-COTIZACIONES.
           MOVE 0 TO WS-PRE-CANT-MONEDAS.
           INITIALIZE WS-PRE-TABLA-MONEDAS.

           SET WS-PRE-EOF-NO TO TRUE.
           OPEN INPUT ENT-MONEDAS.
           EVALUATE TRUE
               WHEN FS-ENT-MONEDAS-OK
                   PERFORM 1221-LEER-MONEDA
                      THRU 1221-LEER-MONEDA-EXIT
                      UNTIL WS-PRE-EOF-YES
                   CLOSE ENT-MONEDAS
               WHEN FS-ENT-MONEDAS-NFD
      * Sin tabla los programas usan ARS y USD.
                   MOVE 'ARS' TO WS-PRE-MON-CODIGO(1)
                   MOVE 'USD' TO WS-PRE-MON-CODIGO(2)
                   MOVE 2 TO WS-PRE-CANT-MONEDAS
               WHEN OTHER
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'ERROR AL ABRIR MONEDAS.TXT, FILE STATUS '
                             DELIMITED BY SIZE
                          FS-ENT-MONEDAS DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1220-PREVIO-COTIZACIONES-EXIT
           END-EVALUATE.

           SET WS-PRE-EOF-NO TO TRUE.
           OPEN INPUT ENT-COTIZACIONES.
           EVALUATE TRUE
               WHEN FS-ENT-COTIZACIONES-OK
                   PERFORM 1222-LEER-COTIZACION
                      THRU 1222-LEER-COTIZACION-EXIT
                      UNTIL WS-PRE-EOF-YES
                   CLOSE ENT-COTIZACIONES
               WHEN FS-ENT-COTIZACIONES-NFD
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'ERROR AL ABRIR COTIZACIONES.TXT, FILE '
                             DELIMITED BY SIZE
                          'STATUS ' DELIMITED BY SIZE
                          FS-ENT-COTIZACIONES DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1220-PREVIO-COTIZACIONES-EXIT
           END-EVALUATE.

           PERFORM 1224-CONTROLAR-MONEDA
              THRU 1224-CONTROLAR-MONEDA-EXIT
              VARYING WS-PRE-INDICE FROM 1 BY 1
              UNTIL WS-PRE-INDICE GREATER THAN WS-PRE-CANT-MONEDAS.

       1220-PREVIO-COTIZACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1221-LEER-MONEDA.
           READ ENT-MONEDAS
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
               NOT AT END
                   IF WS-PRE-CANT-MONEDAS LESS THAN 20
                      ADD 1 TO WS-PRE-CANT-MONEDAS
                      MOVE REG-MONEDA-CODIGO
                        TO WS-PRE-MON-CODIGO(WS-PRE-CANT-MONEDAS)
                   ELSE
                      DISPLAY 'MONEDAS.TXT TIENE MAS DE 20 '
                         'MONEDAS, SE IGNORAN LAS EXCEDENTES'
                   END-IF
           END-READ.

       1221-LEER-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1222-LEER-COTIZACION.
           READ ENT-COTIZACIONES
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
                   GO TO 1222-LEER-COTIZACION-EXIT
           END-READ.

           MOVE REG-COTIZ-FECHA TO WS-PRE-FECHA.
           PERFORM 1280-VALIDAR-FECHA
              THRU 1280-VALIDAR-FECHA-EXIT.
           IF WS-PRE-FECHA-OK-NO
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'COTIZACIONES.TXT: FECHA INVALIDA '
                        DELIMITED BY SIZE
                     REG-COTIZ-FECHA DELIMITED BY SIZE
                     ' EN LA COTIZACION DE ' DELIMITED BY SIZE
                     REG-COTIZ-MONEDA DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
              GO TO 1222-LEER-COTIZACION-EXIT
           END-IF.

           MOVE 0 TO WS-PRE-FILA.
           PERFORM 1223-BUSCAR-MONEDA
              THRU 1223-BUSCAR-MONEDA-EXIT
              VARYING WS-PRE-INDICE FROM 1 BY 1
              UNTIL WS-PRE-INDICE GREATER THAN WS-PRE-CANT-MONEDAS
                 OR WS-PRE-FILA GREATER THAN 0.
           IF WS-PRE-FILA EQUAL 0
              GO TO 1222-LEER-COTIZACION-EXIT
           END-IF.

           IF WS-PRE-MON-PRIMERA(WS-PRE-FILA) EQUAL SPACES
              OR REG-COTIZ-FECHA LESS THAN
                 WS-PRE-MON-PRIMERA(WS-PRE-FILA)
              MOVE REG-COTIZ-FECHA TO WS-PRE-MON-PRIMERA(WS-PRE-FILA)
           END-IF.
           IF REG-COTIZ-FECHA GREATER THAN
                 WS-PRE-MON-ULTIMA(WS-PRE-FILA)
              MOVE REG-COTIZ-FECHA TO WS-PRE-MON-ULTIMA(WS-PRE-FILA)
           END-IF.

       1222-LEER-COTIZACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1223-BUSCAR-MONEDA.
           IF WS-PRE-MON-CODIGO(WS-PRE-INDICE) EQUAL REG-COTIZ-MONEDA
              MOVE WS-PRE-INDICE TO WS-PRE-FILA
           END-IF.

       1223-BUSCAR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1224-CONTROLAR-MONEDA.
           IF WS-PRE-MON-CODIGO(WS-PRE-INDICE) EQUAL 'ARS'
              GO TO 1224-CONTROLAR-MONEDA-EXIT
           END-IF.

           IF WS-PRE-MON-PRIMERA(WS-PRE-INDICE) EQUAL SPACES
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'COTIZACIONES.TXT: LA MONEDA ' DELIMITED BY SIZE
                     WS-PRE-MON-CODIGO(WS-PRE-INDICE) DELIMITED BY SIZE
                     ' NO TIENE NINGUNA COTIZACION CARGADA'
                        DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
              GO TO 1224-CONTROLAR-MONEDA-EXIT
           END-IF.

           IF WS-PRE-MON-PRIMERA(WS-PRE-INDICE) GREATER THAN
                 WS-PRE-CICLO-DESDE
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'COTIZACIONES.TXT: ' DELIMITED BY SIZE
                     WS-PRE-MON-CODIGO(WS-PRE-INDICE) DELIMITED BY SIZE
                     ' SIN COTIZACION VIGENTE AL INICIO DEL CICLO '
                        DELIMITED BY SIZE
                     WS-PRE-CICLO-DESDE DELIMITED BY SIZE
                     ' (LA PRIMERA ES DEL ' DELIMITED BY SIZE
                     WS-PRE-MON-PRIMERA(WS-PRE-INDICE)
                        DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
           END-IF.

           IF WS-PRE-MON-ULTIMA(WS-PRE-INDICE) LESS THAN
                 WS-PRE-CICLO-HASTA
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'COTIZACIONES.TXT: ' DELIMITED BY SIZE
                     WS-PRE-MON-CODIGO(WS-PRE-INDICE) DELIMITED BY SIZE
                     ' SIN COTIZACION PARA EL CIERRE ' DELIMITED BY SIZE
                     WS-PRE-CICLO-HASTA DELIMITED BY SIZE
                     ' (LA ULTIMA ES DEL ' DELIMITED BY SIZE
                     WS-PRE-MON-ULTIMA(WS-PRE-INDICE) DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
           END-IF.

       1224-CONTROLAR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada producto necesita una version que rija al inicio del
      * ciclo (en blanco rige desde siempre), que es la que toma
      * TP02EJ01 para preciar sus tarjetas.
       1230-PREVIO-PRODUCTOS.
           MOVE 0 TO WS-PRE-CANT-PRODUCTOS.
           INITIALIZE WS-PRE-TABLA-PRODUCTOS.

           SET WS-PRE-EOF-NO TO TRUE.
           OPEN INPUT ENT-PRODUCTOS.
           EVALUATE TRUE
               WHEN FS-ENT-PRODUCTOS-OK
                   PERFORM 1232-LEER-PRODUCTO
                      THRU 1232-LEER-PRODUCTO-EXIT
                      UNTIL WS-PRE-EOF-YES
                   CLOSE ENT-PRODUCTOS
               WHEN FS-ENT-PRODUCTOS-NFD
                   GO TO 1230-PREVIO-PRODUCTOS-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'ERROR AL ABRIR PRODUCTOS.TXT, FILE STATUS '
                             DELIMITED BY SIZE
                          FS-ENT-PRODUCTOS DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1230-PREVIO-PRODUCTOS-EXIT
           END-EVALUATE.

           PERFORM 1234-CONTROLAR-PRODUCTO
              THRU 1234-CONTROLAR-PRODUCTO-EXIT
              VARYING WS-PRE-INDICE FROM 1 BY 1
              UNTIL WS-PRE-INDICE GREATER THAN WS-PRE-CANT-PRODUCTOS.

       1230-PREVIO-PRODUCTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1232-LEER-PRODUCTO.
           READ ENT-PRODUCTOS
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
                   GO TO 1232-LEER-PRODUCTO-EXIT
           END-READ.

           IF REG-PROD-VIGENCIA-DESDE NOT EQUAL SPACES
              MOVE REG-PROD-VIGENCIA-DESDE TO WS-PRE-FECHA
              PERFORM 1280-VALIDAR-FECHA
                 THRU 1280-VALIDAR-FECHA-EXIT
              IF WS-PRE-FECHA-OK-NO
                 MOVE SPACES TO WS-PRE-LINEA
                 STRING 'PRODUCTOS.TXT: VIGENCIA INVALIDA '
                           DELIMITED BY SIZE
                        REG-PROD-VIGENCIA-DESDE DELIMITED BY SIZE
                        ' EN UNA VERSION DEL PRODUCTO '
                           DELIMITED BY SIZE
                        REG-PROD-CODIGO DELIMITED BY SIZE
                   INTO WS-PRE-LIN-DETALLE
                 PERFORM 1290-ANOTAR-FALTANTE
                    THRU 1290-ANOTAR-FALTANTE-EXIT
                 GO TO 1232-LEER-PRODUCTO-EXIT
              END-IF
           END-IF.

           MOVE 0 TO WS-PRE-FILA.
           PERFORM 1233-BUSCAR-PRODUCTO
              THRU 1233-BUSCAR-PRODUCTO-EXIT
              VARYING WS-PRE-INDICE FROM 1 BY 1
              UNTIL WS-PRE-INDICE GREATER THAN WS-PRE-CANT-PRODUCTOS
                 OR WS-PRE-FILA GREATER THAN 0.
           IF WS-PRE-FILA EQUAL 0
              IF WS-PRE-CANT-PRODUCTOS LESS THAN 20
                 ADD 1 TO WS-PRE-CANT-PRODUCTOS
                 MOVE WS-PRE-CANT-PRODUCTOS TO WS-PRE-FILA
                 MOVE REG-PROD-CODIGO
                   TO WS-PRE-PROD-CODIGO(WS-PRE-FILA)
                 MOVE REG-PROD-DESCRIPCION
                   TO WS-PRE-PROD-DESCRIP(WS-PRE-FILA)
                 MOVE 'N' TO WS-PRE-PROD-VIGENTE(WS-PRE-FILA)
              ELSE
                 DISPLAY 'PRODUCTOS.TXT TIENE MAS DE 20 '
                    'PRODUCTOS, SE IGNORAN LOS EXCEDENTES'
                 GO TO 1232-LEER-PRODUCTO-EXIT
              END-IF
           END-IF.

           IF REG-PROD-VIGENCIA-DESDE EQUAL SPACES
              OR REG-PROD-VIGENCIA-DESDE NOT GREATER THAN
                 WS-PRE-CICLO-DESDE
              MOVE 'S' TO WS-PRE-PROD-VIGENTE(WS-PRE-FILA)
           END-IF.

       1232-LEER-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1233-BUSCAR-PRODUCTO.
           IF WS-PRE-PROD-CODIGO(WS-PRE-INDICE) EQUAL REG-PROD-CODIGO
              MOVE WS-PRE-INDICE TO WS-PRE-FILA
           END-IF.

       1233-BUSCAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1234-CONTROLAR-PRODUCTO.
           IF WS-PRE-PROD-VIGENTE(WS-PRE-INDICE) NOT EQUAL 'S'
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'PRODUCTOS.TXT: EL PRODUCTO ' DELIMITED BY SIZE
                     WS-PRE-PROD-CODIGO(WS-PRE-INDICE) DELIMITED BY SIZE
                     ' (' DELIMITED BY SIZE
                     WS-PRE-PROD-DESCRIP(WS-PRE-INDICE)
                        DELIMITED BY '  '
                     ') NO TIENE VERSION VIGENTE AL '
                        DELIMITED BY SIZE
                     WS-PRE-CICLO-DESDE DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
           END-IF.

       1234-CONTROLAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada impuesto necesita una version que cubra el cierre del
      * ciclo. Es faltante el impuesto con versiones antes y despues
      * del cierre pero ninguna que lo cubra (un hueco entre
      * versiones). Si solo tiene versiones futuras todavia no rige,
      * y si la ultima termino dentro del ciclo sin sucesora se avisa;
      * los que terminaron antes del ciclo ya no se liquidan.
       1240-PREVIO-IMPUESTOS.
           MOVE 0 TO WS-PRE-CANT-IMPUESTOS.
           INITIALIZE WS-PRE-TABLA-IMPUESTOS.

           SET WS-PRE-EOF-NO TO TRUE.
           OPEN INPUT ENT-IMPUESTOS.
           EVALUATE TRUE
               WHEN FS-ENT-IMPUESTOS-OK
                   PERFORM 1242-LEER-IMPUESTO
                      THRU 1242-LEER-IMPUESTO-EXIT
                      UNTIL WS-PRE-EOF-YES
                   CLOSE ENT-IMPUESTOS
               WHEN FS-ENT-IMPUESTOS-NFD
                   GO TO 1240-PREVIO-IMPUESTOS-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'ERROR AL ABRIR IMPUESTOS.TXT, FILE STATUS '
                             DELIMITED BY SIZE
                          FS-ENT-IMPUESTOS DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1240-PREVIO-IMPUESTOS-EXIT
           END-EVALUATE.

           PERFORM 1244-CONTROLAR-IMPUESTO
              THRU 1244-CONTROLAR-IMPUESTO-EXIT
              VARYING WS-PRE-INDICE FROM 1 BY 1
              UNTIL WS-PRE-INDICE GREATER THAN WS-PRE-CANT-IMPUESTOS.

       1240-PREVIO-IMPUESTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1242-LEER-IMPUESTO.
           READ ENT-IMPUESTOS
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
                   GO TO 1242-LEER-IMPUESTO-EXIT
           END-READ.

           MOVE REG-IMP-VIGENCIA-DESDE TO WS-PRE-FECHA.
           PERFORM 1280-VALIDAR-FECHA
              THRU 1280-VALIDAR-FECHA-EXIT.
           IF WS-PRE-FECHA-OK-SI
              MOVE REG-IMP-VIGENCIA-HASTA TO WS-PRE-FECHA
              PERFORM 1280-VALIDAR-FECHA
                 THRU 1280-VALIDAR-FECHA-EXIT
           END-IF.
           IF WS-PRE-FECHA-OK-NO
              OR REG-IMP-VIGENCIA-DESDE GREATER THAN
                 REG-IMP-VIGENCIA-HASTA
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'IMPUESTOS.TXT: VIGENCIA INVALIDA ('
                        DELIMITED BY SIZE
                     REG-IMP-VIGENCIA-DESDE DELIMITED BY SIZE
                     ' A ' DELIMITED BY SIZE
                     REG-IMP-VIGENCIA-HASTA DELIMITED BY SIZE
                     ') EN UNA VERSION DEL IMPUESTO ' DELIMITED BY SIZE
                     REG-IMP-CODIGO DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
              GO TO 1242-LEER-IMPUESTO-EXIT
           END-IF.

           MOVE 0 TO WS-PRE-FILA.
           PERFORM 1243-BUSCAR-IMPUESTO
              THRU 1243-BUSCAR-IMPUESTO-EXIT
              VARYING WS-PRE-INDICE FROM 1 BY 1
              UNTIL WS-PRE-INDICE GREATER THAN WS-PRE-CANT-IMPUESTOS
                 OR WS-PRE-FILA GREATER THAN 0.
           IF WS-PRE-FILA EQUAL 0
              IF WS-PRE-CANT-IMPUESTOS LESS THAN 20
                 ADD 1 TO WS-PRE-CANT-IMPUESTOS
                 MOVE WS-PRE-CANT-IMPUESTOS TO WS-PRE-FILA
                 MOVE REG-IMP-CODIGO TO WS-PRE-IMP-CODIGO(WS-PRE-FILA)
                 MOVE 'N' TO WS-PRE-IMP-CUBRE(WS-PRE-FILA)
                             WS-PRE-IMP-ANTERIOR(WS-PRE-FILA)
                             WS-PRE-IMP-POSTERIOR(WS-PRE-FILA)
              ELSE
                 DISPLAY 'IMPUESTOS.TXT TIENE MAS DE 20 '
                    'IMPUESTOS, SE IGNORAN LOS EXCEDENTES'
                 GO TO 1242-LEER-IMPUESTO-EXIT
              END-IF
           END-IF.

           IF REG-IMP-VIGENCIA-DESDE GREATER THAN WS-PRE-CICLO-HASTA
              MOVE 'S' TO WS-PRE-IMP-POSTERIOR(WS-PRE-FILA)
           ELSE
              MOVE 'S' TO WS-PRE-IMP-ANTERIOR(WS-PRE-FILA)
              IF REG-IMP-VIGENCIA-HASTA NOT LESS THAN
                    WS-PRE-CICLO-HASTA
                 MOVE 'S' TO WS-PRE-IMP-CUBRE(WS-PRE-FILA)
              END-IF
              IF REG-IMP-VIGENCIA-HASTA GREATER THAN
                    WS-PRE-IMP-ULT-HASTA(WS-PRE-FILA)
                 MOVE REG-IMP-VIGENCIA-HASTA
                   TO WS-PRE-IMP-ULT-HASTA(WS-PRE-FILA)
              END-IF
           END-IF.

       1242-LEER-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1243-BUSCAR-IMPUESTO.
           IF WS-PRE-IMP-CODIGO(WS-PRE-INDICE) EQUAL REG-IMP-CODIGO
              MOVE WS-PRE-INDICE TO WS-PRE-FILA
           END-IF.

       1243-BUSCAR-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1244-CONTROLAR-IMPUESTO.
           IF WS-PRE-IMP-CUBRE(WS-PRE-INDICE) EQUAL 'S'
              GO TO 1244-CONTROLAR-IMPUESTO-EXIT
           END-IF.

           MOVE SPACES TO WS-PRE-LINEA.
           EVALUATE TRUE
               WHEN WS-PRE-IMP-ANTERIOR(WS-PRE-INDICE) EQUAL 'S'
                AND WS-PRE-IMP-POSTERIOR(WS-PRE-INDICE) EQUAL 'S'
                   STRING 'IMPUESTOS.TXT: EL IMPUESTO '
                             DELIMITED BY SIZE
                          WS-PRE-IMP-CODIGO(WS-PRE-INDICE)
                             DELIMITED BY SIZE
                          ' NO TIENE VERSION VIGENTE AL CIERRE '
                             DELIMITED BY SIZE
                          WS-PRE-CICLO-HASTA DELIMITED BY SIZE
                          ' (HUECO ENTRE VERSIONES)' DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
               WHEN WS-PRE-IMP-POSTERIOR(WS-PRE-INDICE) EQUAL 'S'
                   STRING 'IMPUESTOS.TXT: EL IMPUESTO '
                             DELIMITED BY SIZE
                          WS-PRE-IMP-CODIGO(WS-PRE-INDICE)
                             DELIMITED BY SIZE
                          ' TODAVIA NO RIGE EN ESTE CICLO'
                             DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1295-ANOTAR-AVISO
                      THRU 1295-ANOTAR-AVISO-EXIT
               WHEN WS-PRE-IMP-ULT-HASTA(WS-PRE-INDICE) NOT LESS THAN
                    WS-PRE-CICLO-DESDE
                   STRING 'IMPUESTOS.TXT: EL IMPUESTO '
                             DELIMITED BY SIZE
                          WS-PRE-IMP-CODIGO(WS-PRE-INDICE)
                             DELIMITED BY SIZE
                          ' TERMINA EL ' DELIMITED BY SIZE
                          WS-PRE-IMP-ULT-HASTA(WS-PRE-INDICE)
                             DELIMITED BY SIZE
                          ', DENTRO DEL CICLO, SIN VERSION SIGUIENTE'
                             DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1295-ANOTAR-AVISO
                      THRU 1295-ANOTAR-AVISO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1244-CONTROLAR-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada cargo (codigo + producto) necesita una version vigente al
      * 01 del ciclo, la fecha con la que lo genera TP02FEES. Un cargo
      * nuevo solo tiene versiones futuras (TP02PARAM lo carga con 60
      * dias de preaviso): se avisa que todavia no se genera.
       1250-PREVIO-CARGOS.
           MOVE 0 TO WS-PRE-CANT-CARGOS.
           INITIALIZE WS-PRE-TABLA-CARGOS.

           SET WS-PRE-EOF-NO TO TRUE.
           OPEN INPUT ENT-CARGOS.
           EVALUATE TRUE
               WHEN FS-ENT-CARGOS-OK
                   PERFORM 1252-LEER-CARGO
                      THRU 1252-LEER-CARGO-EXIT
                      UNTIL WS-PRE-EOF-YES
                   CLOSE ENT-CARGOS
               WHEN FS-ENT-CARGOS-NFD
                   GO TO 1250-PREVIO-CARGOS-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'ERROR AL ABRIR CARGOS.TXT, FILE STATUS '
                             DELIMITED BY SIZE
                          FS-ENT-CARGOS DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1250-PREVIO-CARGOS-EXIT
           END-EVALUATE.

           PERFORM 1254-CONTROLAR-CARGO
              THRU 1254-CONTROLAR-CARGO-EXIT
              VARYING WS-PRE-INDICE FROM 1 BY 1
              UNTIL WS-PRE-INDICE GREATER THAN WS-PRE-CANT-CARGOS.

       1250-PREVIO-CARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1252-LEER-CARGO.
           READ ENT-CARGOS
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
                   GO TO 1252-LEER-CARGO-EXIT
           END-READ.

           IF REG-CARGO-VIGENCIA-DESDE NOT EQUAL SPACES
              MOVE REG-CARGO-VIGENCIA-DESDE TO WS-PRE-FECHA
              PERFORM 1280-VALIDAR-FECHA
                 THRU 1280-VALIDAR-FECHA-EXIT
              IF WS-PRE-FECHA-OK-NO
                 MOVE SPACES TO WS-PRE-LINEA
                 STRING 'CARGOS.TXT: VIGENCIA INVALIDA '
                           DELIMITED BY SIZE
                        REG-CARGO-VIGENCIA-DESDE DELIMITED BY SIZE
                        ' EN UNA VERSION DEL CARGO ' DELIMITED BY SIZE
                        REG-CARGO-CODIGO DELIMITED BY SIZE
                        ' PRODUCTO ' DELIMITED BY SIZE
                        REG-CARGO-PRODUCTO DELIMITED BY SIZE
                   INTO WS-PRE-LIN-DETALLE
                 PERFORM 1290-ANOTAR-FALTANTE
                    THRU 1290-ANOTAR-FALTANTE-EXIT
                 GO TO 1252-LEER-CARGO-EXIT
              END-IF
           END-IF.

           MOVE 0 TO WS-PRE-FILA.
           PERFORM 1253-BUSCAR-CARGO
              THRU 1253-BUSCAR-CARGO-EXIT
              VARYING WS-PRE-INDICE FROM 1 BY 1
              UNTIL WS-PRE-INDICE GREATER THAN WS-PRE-CANT-CARGOS
                 OR WS-PRE-FILA GREATER THAN 0.
           IF WS-PRE-FILA EQUAL 0
              IF WS-PRE-CANT-CARGOS LESS THAN 200
                 ADD 1 TO WS-PRE-CANT-CARGOS
                 MOVE WS-PRE-CANT-CARGOS TO WS-PRE-FILA
                 MOVE REG-CARGO-CODIGO
                   TO WS-PRE-CGO-CODIGO(WS-PRE-FILA)
                 MOVE REG-CARGO-PRODUCTO
                   TO WS-PRE-CGO-PRODUCTO(WS-PRE-FILA)
                 MOVE 'N' TO WS-PRE-CGO-VIGENTE(WS-PRE-FILA)
              ELSE
                 DISPLAY 'CARGOS.TXT TIENE MAS DE 200 '
                    'CARGOS, SE IGNORAN LOS EXCEDENTES'
                 GO TO 1252-LEER-CARGO-EXIT
              END-IF
           END-IF.

           IF REG-CARGO-VIGENCIA-DESDE EQUAL SPACES
              OR REG-CARGO-VIGENCIA-DESDE NOT GREATER THAN
                 WS-PRE-FECHA-CARGO
              MOVE 'S' TO WS-PRE-CGO-VIGENTE(WS-PRE-FILA)
           END-IF.

       1252-LEER-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1253-BUSCAR-CARGO.
           IF WS-PRE-CGO-CODIGO(WS-PRE-INDICE) EQUAL REG-CARGO-CODIGO
              AND WS-PRE-CGO-PRODUCTO(WS-PRE-INDICE) EQUAL
                  REG-CARGO-PRODUCTO
              MOVE WS-PRE-INDICE TO WS-PRE-FILA
           END-IF.

       1253-BUSCAR-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1254-CONTROLAR-CARGO.
           IF WS-PRE-CGO-VIGENTE(WS-PRE-INDICE) NOT EQUAL 'S'
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'CARGOS.TXT: EL CARGO ' DELIMITED BY SIZE
                     WS-PRE-CGO-CODIGO(WS-PRE-INDICE) DELIMITED BY SIZE
                     ' PRODUCTO ' DELIMITED BY SIZE
                     WS-PRE-CGO-PRODUCTO(WS-PRE-INDICE)
                        DELIMITED BY SIZE
                     ' TODAVIA NO RIGE AL ' DELIMITED BY SIZE
                     WS-PRE-FECHA-CARGO DELIMITED BY SIZE
                     ': NO SE GENERA EN ESTE CICLO' DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1295-ANOTAR-AVISO
                 THRU 1295-ANOTAR-AVISO-EXIT
           END-IF.

       1254-CONTROLAR-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El calendario de feriados tiene que tener cargado el anio del
      * vencimiento del pago: sin el, CLFECHAS toma como habil un
      * feriado y el vencimiento puede caer en un dia no habil.
       1260-PREVIO-FERIADOS.
           MOVE SPACES TO WS-PRE-ULTIMO-FERIADO.

           SET WS-PRE-EOF-NO TO TRUE.
           OPEN INPUT ENT-FERIADOS.
           EVALUATE TRUE
               WHEN FS-ENT-FERIADOS-OK
                   PERFORM 1262-LEER-FERIADO
                      THRU 1262-LEER-FERIADO-EXIT
                      UNTIL WS-PRE-EOF-YES
                   CLOSE ENT-FERIADOS
               WHEN FS-ENT-FERIADOS-NFD
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'FERIADOS.TXT NO EXISTE: EL CALENDARIO NO '
                             DELIMITED BY SIZE
                          'CUBRE EL VENCIMIENTO ' DELIMITED BY SIZE
                          WS-PRE-VENCIMIENTO DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1260-PREVIO-FERIADOS-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-PRE-LINEA
                   STRING 'ERROR AL ABRIR FERIADOS.TXT, FILE STATUS '
                             DELIMITED BY SIZE
                          FS-ENT-FERIADOS DELIMITED BY SIZE
                     INTO WS-PRE-LIN-DETALLE
                   PERFORM 1290-ANOTAR-FALTANTE
                      THRU 1290-ANOTAR-FALTANTE-EXIT
                   GO TO 1260-PREVIO-FERIADOS-EXIT
           END-EVALUATE.

           IF WS-PRE-ULTIMO-FERIADO(1:4) LESS THAN
                 WS-PRE-VENCIMIENTO(1:4)
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'FERIADOS.TXT: EL CALENDARIO LLEGA AL '
                        DELIMITED BY SIZE
                     WS-PRE-ULTIMO-FERIADO DELIMITED BY SIZE
                     ' Y EL VENCIMIENTO ES EL ' DELIMITED BY SIZE
                     WS-PRE-VENCIMIENTO DELIMITED BY SIZE
                     ': FALTA CARGAR EL ANIO ' DELIMITED BY SIZE
                     WS-PRE-VENCIMIENTO(1:4) DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
           END-IF.

       1260-PREVIO-FERIADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1262-LEER-FERIADO.
           READ ENT-FERIADOS
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
                   GO TO 1262-LEER-FERIADO-EXIT
           END-READ.

           MOVE REG-FER-FECHA TO WS-PRE-FECHA.
           PERFORM 1280-VALIDAR-FECHA
              THRU 1280-VALIDAR-FECHA-EXIT.
           IF WS-PRE-FECHA-OK-NO
              MOVE SPACES TO WS-PRE-LINEA
              STRING 'FERIADOS.TXT: FECHA INVALIDA ' DELIMITED BY SIZE
                     REG-FER-FECHA DELIMITED BY SIZE
                INTO WS-PRE-LIN-DETALLE
              PERFORM 1290-ANOTAR-FALTANTE
                 THRU 1290-ANOTAR-FALTANTE-EXIT
              GO TO 1262-LEER-FERIADO-EXIT
           END-IF.

           IF REG-FER-FECHA GREATER THAN WS-PRE-ULTIMO-FERIADO
              MOVE REG-FER-FECHA TO WS-PRE-ULTIMO-FERIADO
           END-IF.

       1262-LEER-FERIADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1280-VALIDAR-FECHA.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE WS-PRE-FECHA TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF LK-FEC-RETORNO-OK
              SET WS-PRE-FECHA-OK-SI TO TRUE
           ELSE
              SET WS-PRE-FECHA-OK-NO TO TRUE
           END-IF.

       1280-VALIDAR-FECHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1290-ANOTAR-FALTANTE.
           MOVE 'FALTA' TO WS-PRE-LIN-TIPO.
           ADD 1 TO WS-PRE-CANT-FALTANTES.
           MOVE WS-PRE-LINEA TO FD-PREVIO-LINEA.
           WRITE FD-PREVIO-LINEA.
           DISPLAY WS-PRE-LINEA.

       1290-ANOTAR-FALTANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1295-ANOTAR-AVISO.
           MOVE 'AVISO' TO WS-PRE-LIN-TIPO.
           ADD 1 TO WS-PRE-CANT-AVISOS.
           MOVE WS-PRE-LINEA TO FD-PREVIO-LINEA.
           WRITE FD-PREVIO-LINEA.
           DISPLAY WS-PRE-LINEA.

       1295-ANOTAR-AVISO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-EJECUTAR-PASO.
           PERFORM 2100-CONTROLES-PREVIOS
           PERFORM 2260-CONTROLAR-DEMORA
              THRU 2260-CONTROLAR-DEMORA-EXIT.

           SET WS-PASO-AVISOS-NO TO TRUE.
           IF WS-RC-PASO EQUAL 4
              AND WS-PASO-ITEM-PROGRAMA(WS-PASO) EQUAL 'TP02INTEG'
              SET WS-PASO-AVISOS-SI TO TRUE
              MOVE 0 TO WS-RC-PASO
              DISPLAY 'EL BARRIDO DE INTEGRIDAD DEJO EXCEPCIONES DE '
                 'AVISO: VER INTEGRIDAD_REPORTE.TXT'
           END-IF.

           IF WS-RC-PASO NOT EQUAL 0
              SET WS-CADENA-CORTADA-SI TO TRUE
              MOVE WS-PASO TO WS-PASO-FALLIDO
           IF WS-CADENA-CORTADA-NO
              PERFORM 2500-GRABAR-ESTADO
                 THRU 2500-GRABAR-ESTADO-EXIT
              PERFORM 2600-GUARDAR-GENERACIONES
                 THRU 2600-GUARDAR-GENERACIONES-EXIT
           END-IF.

       2000-EJECUTAR-PASO-EXIT.
              END-IF
           ELSE
              MOVE 0 TO FD-JRN-RC
              EVALUATE TRUE
                  WHEN WS-PASO-DEMORADO-SI
                      MOVE 'OK DEMORADO' TO FD-JRN-ESTADO
                  WHEN WS-PASO-AVISOS-SI
                      MOVE 4 TO FD-JRN-RC
                      MOVE 'OK CON AVISOS' TO FD-JRN-ESTADO
                  WHEN OTHER
                      MOVE 'OK' TO FD-JRN-ESTADO
              END-EVALUATE
           END-IF.

           WRITE FD-JOURNAL-LINEA.
       2500-GRABAR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las salidas del paso quedan guardadas como generacion antes
      * de que el paso siguiente las pise. El grupo paralelo guarda
      * las de sus dos programas y el acumulador las de TP02BALAN.
      * Un guardado fallido no corta la cadena: la salida sigue en
      * su lugar y el aviso queda en consola.
       2600-GUARDAR-GENERACIONES.
           MOVE SPACES TO WS-COMANDO.
           EVALUATE WS-PASO-ITEM-PROGRAMA(WS-PASO)
               WHEN 'GRUPO C+A'
                   STRING './TP02GENER GUARDAR TP02CUOTA && '
                             DELIMITED BY SIZE
                          './TP02GENER GUARDAR TP02ANUAL'
                             DELIMITED BY SIZE
                     INTO WS-COMANDO
               WHEN 'TP02BALANA'
               WHEN 'TP02BALANV'
                   MOVE './TP02GENER GUARDAR TP02BALAN' TO WS-COMANDO
               WHEN OTHER
                   STRING './TP02GENER GUARDAR ' DELIMITED BY SIZE
                          WS-PASO-ITEM-PROGRAMA(WS-PASO)
                                         DELIMITED BY SPACE
                     INTO WS-COMANDO
           END-EVALUATE.

           MOVE 0 TO RETURN-CODE.
           CALL 'SYSTEM' USING WS-COMANDO.
           COMPUTE WS-RC-PASO = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.

           IF WS-RC-PASO GREATER THAN 4
              DISPLAY '*** AVISO: NO SE PUDIERON GUARDAR LAS '
                 'GENERACIONES DEL PASO ' WS-PASO ' ('
                 WS-PASO-ITEM-PROGRAMA(WS-PASO) ') ***'
           END-IF.

       2600-GUARDAR-GENERACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-JOURNAL.
