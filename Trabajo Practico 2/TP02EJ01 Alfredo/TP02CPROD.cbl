      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02CPROD.CBL - Cambio de producto de tarjetas
      *          (upgrade/downgrade). Corre al arrancar el ciclo,
      *          antes de TP02FEES y del resumen, y aplica las
      *          solicitudes de CAMBIOS_PRODUCTO.SEQ: valida que el
      *          producto destino exista en PRODUCTOS.TXT con una
      *          version vigente al ciclo, cambia el producto en el
      *          master via MAESTARJ (rige desde este ciclo) y
      *          prorratea los cargos anuales de CARGOS.TXT por los
      *          meses que faltan hasta el proximo cobro: devuelve la
      *          parte no consumida del cargo ya cobrado con el
      *          producto anterior (si CARGOS_GENERADOS.TXT muestra
      *          que se cobro) y cobra la parte proporcional del
      *          cargo del producto nuevo. El neto de cada cargo sale
      *          como una linea interna al final de CONSUMOS.SEQ, y
      *          cada cambio queda auditado en CAMBIOS_PRODUCTO.TXT
      *          con el producto anterior y el nuevo.
      *          CONSUMOS.SEQ se toma via CLBLOQUE antes de grabarlo,
      *          para no cruzarse con otro que lo grabe.
      *          Uso: TP02CPROD <CICLO AAAAMM> <OPERADOR>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02CPROD.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Solicitudes de cambio de producto a aplicar en el ciclo
           SELECT ENT-SOLICITUDES
           ASSIGN TO '../CAMBIOS_PRODUCTO.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SOLICITUDES.

           SELECT ENT-PRODUCTOS
           ASSIGN TO '../PRODUCTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PRODUCTOS.

           SELECT ENT-CARGOS
           ASSIGN TO '../CARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CARGOS.

      *    Control de cargos ya generados por TP02FEES
           SELECT ENT-GENERADOS
           ASSIGN TO '../CARGOS_GENERADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-GENERADOS.

      *    Auditoria de cambios: se lee para seguir la serie de IDs
      *    y se extiende con los cambios aplicados
           SELECT ENT-AUDITORIA
           ASSIGN TO '../CAMBIOS_PRODUCTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-AUDITORIA.

      *****ARCHIVOS DE SALIDA
           SELECT SAL-AUDITORIA
           ASSIGN TO '../CAMBIOS_PRODUCTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUDITORIA.

      *    Las lineas de prorrateo se agregan al final del feed, como
      *    hacen TP02FEES con los cargos y TP02AJAPL con los ajustes.
           SELECT SAL-CONSUMOS
           ASSIGN TO '../CONSUMOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONSUMOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-SOLICITUDES.
       01 REG-SOLICITUD.
          05 REG-SOL-TARJETA           PIC X(19).
          05 REG-SOL-PRODUCTO          PIC X(01).

       FD ENT-PRODUCTOS.
           COPY PRODUCTOS.

       FD ENT-CARGOS.
           COPY CARGOSCH.

       FD ENT-GENERADOS.
       01 REG-GENERADO.
          05 REG-GEN-CODIGO            PIC X(04).
          05 REG-GEN-PERIODO           PIC X(06).

       FD ENT-AUDITORIA.
       01 FD-ENT-AUDITORIA             PIC X(87).

       FD SAL-AUDITORIA.
       01 FD-SAL-AUDITORIA             PIC X(87).

       FD SAL-CONSUMOS.
       01 FD-SAL-CONSUMO               PIC X(123).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-SOLICITUDES                PIC X(2).
             88 FS-ENT-SOLICITUDES-OK              VALUE '00'.
             88 FS-ENT-SOLICITUDES-EOF             VALUE '10'.
             88 FS-ENT-SOLICITUDES-NFD             VALUE '35'.
          05 FS-ENT-PRODUCTOS                  PIC X(2).
             88 FS-ENT-PRODUCTOS-OK                VALUE '00'.
             88 FS-ENT-PRODUCTOS-EOF               VALUE '10'.
             88 FS-ENT-PRODUCTOS-NFD               VALUE '35'.
          05 FS-ENT-CARGOS                     PIC X(2).
             88 FS-ENT-CARGOS-OK                   VALUE '00'.
             88 FS-ENT-CARGOS-EOF                  VALUE '10'.
             88 FS-ENT-CARGOS-NFD                  VALUE '35'.
          05 FS-ENT-GENERADOS                  PIC X(2).
             88 FS-ENT-GENERADOS-OK                VALUE '00'.
             88 FS-ENT-GENERADOS-EOF               VALUE '10'.
             88 FS-ENT-GENERADOS-NFD               VALUE '35'.
          05 FS-ENT-AUDITORIA                  PIC X(2).
             88 FS-ENT-AUDITORIA-OK                VALUE '00'.
             88 FS-ENT-AUDITORIA-EOF               VALUE '10'.
             88 FS-ENT-AUDITORIA-NFD               VALUE '35'.
          05 FS-SAL-AUDITORIA                  PIC X(2).
             88 FS-SAL-AUDITORIA-OK                VALUE '00'.
             88 FS-SAL-AUDITORIA-NFD               VALUE '35'.
          05 FS-SAL-CONSUMOS                   PIC X(2).
             88 FS-SAL-CONSUMOS-OK                 VALUE '00'.
             88 FS-SAL-CONSUMOS-NFD                VALUE '35'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.

      * Registro de consumo de trabajo: se graba el feed con este
      * layout
           COPY CONSUMOS.

      * Registro de auditoria de trabajo
           COPY CAMBPROD.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-CICLO                PIC X(06) VALUE SPACES.
       01 WS-PARM-CICLO-R REDEFINES WS-PARM-CICLO.
          05 WS-PARM-ANIO              PIC 9(04).
          05 WS-PARM-MES               PIC 9(02).
       01 WS-PARM-OPERADOR             PIC X(08) VALUE SPACES.

       01 WS-FECHA-PROCESO             PIC 9(08) VALUE 0.

      * Fecha de las lineas de prorrateo y de corte de las versiones
      * de productos y cargos: el dia 01 del ciclo
       01 WS-FECHA-CICLO.
          05 WS-FCI-ANIO               PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-FCI-MES                PIC 9(02).
          05 FILLER                    PIC X(03) VALUE '-01'.

      * Periodo en que se cobro por ultima vez un cargo anual del
      * producto anterior, y su dia 01 para tomar la version que
      * rigio ese cobro
       01 WS-PERIODO-COBRO.
          05 WS-PCO-ANIO               PIC 9(04).
          05 WS-PCO-MES                PIC 9(02).
       01 WS-FECHA-COBRO.
          05 WS-FCO-ANIO               PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-FCO-MES                PIC 9(02).
          05 FILLER                    PIC X(03) VALUE '-01'.

      * Switches de fin de archivo
       01 WS-SOLICITUDES-EOF                   PIC X(5) VALUE 'FALSE'.
          88 WS-SOLICITUDES-EOF-YES                VALUE 'TRUE'.
          88 WS-SOLICITUDES-EOF-NO                 VALUE 'FALSE'.
       01 WS-PRODUCTOS-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-PRODUCTOS-EOF-YES                  VALUE 'TRUE'.
          88 WS-PRODUCTOS-EOF-NO                   VALUE 'FALSE'.
       01 WS-CARGOS-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-CARGOS-EOF-YES                     VALUE 'TRUE'.
          88 WS-CARGOS-EOF-NO                      VALUE 'FALSE'.
       01 WS-GENERADOS-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-GENERADOS-EOF-YES                  VALUE 'TRUE'.
          88 WS-GENERADOS-EOF-NO                   VALUE 'FALSE'.
       01 WS-AUDITORIA-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-AUDITORIA-EOF-YES                  VALUE 'TRUE'.
          88 WS-AUDITORIA-EOF-NO                   VALUE 'FALSE'.

      * Productos con version vigente al dia 01 del ciclo
       77 WS-INDICE-PRD                        PIC 9(03) VALUE 1.
       77 WS-CANT-PRODUCTOS                    PIC 9(03) VALUE 0.
       01 WS-TABLA-PRODUCTOS.
          05 WS-PRD-ITEM OCCURS 20 TIMES.
             10 WS-PRD-CODIGO             PIC X(01).
       01 WS-PRODUCTO-EXISTE                   PIC X(02) VALUE 'NO'.
          88 WS-PRODUCTO-EXISTE-SI                 VALUE 'SI'.
          88 WS-PRODUCTO-EXISTE-NO                 VALUE 'NO'.

      * Todas las versiones de los cargos anuales de CARGOS.TXT: de
      * cada codigo + producto rige la de vigencia mas alta que no
      * supere la fecha de corte, como en TP02FEES
       77 WS-INDICE-ANU                        PIC 9(03) VALUE 1.
       77 WS-CANT-ANUALES                      PIC 9(03) VALUE 0.
       01 WS-TABLA-ANUALES.
          05 WS-ANU-ITEM OCCURS 200 TIMES.
             10 WS-ANU-CODIGO             PIC X(04).
             10 WS-ANU-DESCRIPCION        PIC X(30).
             10 WS-ANU-MES                PIC 9(02).
             10 WS-ANU-PRODUCTO           PIC X(01).
             10 WS-ANU-MONEDA             PIC X(03).
             10 WS-ANU-IMPORTE            PIC 9(8)V9(2).
             10 WS-ANU-CONCEPTO           PIC X(03).
             10 WS-ANU-VIGENCIA           PIC X(10).

      * Busqueda de la version vigente de un cargo
       77 WS-INDICE-BUS                        PIC 9(03) VALUE 1.
       77 WS-FILA-BUS                          PIC 9(03) VALUE 0.
       77 WS-BUS-CODIGO                        PIC X(04) VALUE SPACES.
       77 WS-BUS-PRODUCTO                      PIC X(01) VALUE SPACES.
       77 WS-BUS-FECHA                         PIC X(10) VALUE SPACES.

      * Control de cargos ya generados por TP02FEES
       77 WS-INDICE-GEN                        PIC 9(03) VALUE 1.
       77 WS-CANT-GENERADOS                    PIC 9(03) VALUE 0.
       01 WS-TABLA-GENERADOS.
          05 WS-GEN-ITEM OCCURS 200 TIMES.
             10 WS-GEN-ITEM-CODIGO        PIC X(04).
             10 WS-GEN-ITEM-PERIODO       PIC X(06).
       01 WS-CARGO-COBRADO                     PIC X(02) VALUE 'NO'.
          88 WS-CARGO-COBRADO-SI                   VALUE 'SI'.
          88 WS-CARGO-COBRADO-NO                   VALUE 'NO'.

      * Prorrateo del cambio en curso: neto por cargo + moneda
       77 WS-INDICE-PRO                        PIC 9(02) VALUE 1.
       77 WS-CANT-PRORRATA                     PIC 9(02) VALUE 0.
       77 WS-FILA-PRO                          PIC 9(02) VALUE 0.
       01 WS-TABLA-PRORRATA.
          05 WS-PRO-ITEM OCCURS 20 TIMES.
             10 WS-PRO-CODIGO             PIC X(04).
             10 WS-PRO-MONEDA             PIC X(03).
             10 WS-PRO-CONCEPTO           PIC X(03).
             10 WS-PRO-NETO               PIC S9(9)V9(2).

      * Meses que faltan hasta el proximo cobro de un cargo anual e
      * importe prorrateado de ese cargo
       77 WS-MESES-RESTO                       PIC S9(03) VALUE 0.
       77 WS-IMPORTE-PRORRATA                  PIC S9(9)V9(2) VALUE 0.
       77 WS-ACU-CODIGO                        PIC X(04) VALUE SPACES.
       77 WS-ACU-MONEDA                        PIC X(03) VALUE SPACES.
       77 WS-ACU-CONCEPTO                      PIC X(03) VALUE SPACES.

      * Productos del cambio en curso
       77 WS-PRODUCTO-ANT                      PIC X(01) VALUE SPACES.
       77 WS-PRODUCTO-NUEVO                    PIC X(01) VALUE SPACES.

      * El ciclo como numero, base del ID de la linea generada.
      * Arranca en AAAAMM9000 para no pisar las series de TP02FEES
      * (0000), TP02PLAN (5000), TP02AJAPL (7000) ni TP02PRECA (8000)
      * en el mismo periodo; si ya hubo cambios con prorrateo en el
      * ciclo se sigue desde el ultimo.
       01 WS-CICLO-NUMERICO-X.
          05 WS-CICLO-NUMERICO         PIC 9(06).
       77 WS-SECUENCIA-ID                      PIC 9(04) VALUE 9000.
       77 WS-SECUENCIA-REG                     PIC 9(04) VALUE 0.
       77 WS-ID-BASE                           PIC 9(10) VALUE 0.

      * Detalle con que sale la linea de prorrateo en el feed
       01 WS-DETALLE-PRORRATA.
          05 FILLER                    PIC X(09) VALUE 'PRORRATA '.
          05 WS-DET-PRO-CODIGO         PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACES.
          05 WS-DET-PRO-ANT            PIC X(01).
          05 FILLER                    PIC X(01) VALUE '>'.
          05 WS-DET-PRO-NUEVO          PIC X(01).
          05 FILLER                    PIC X(15) VALUE SPACES.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-APLICADAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-LINEAS-GEN                PIC 9(05) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-LEER-SOLICITUD
              THRU 2000-LEER-SOLICITUD-EXIT
              UNTIL WS-SOLICITUDES-EOF-YES.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-CICLO WS-PARM-OPERADOR.
           IF WS-PARM-CICLO EQUAL SPACES
              OR WS-PARM-OPERADOR EQUAL SPACES
              DISPLAY 'USO: TP02CPROD <CICLO AAAAMM> <OPERADOR>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Cambiar el producto es una modificacion del master: el
      * operador tiene que estar firmado con nivel de mantenimiento.
           MOVE WS-PARM-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              DISPLAY 'EL OPERADOR ' WS-PARM-OPERADOR
                 ' NO TIENE PERMISOS PARA CAMBIAR PRODUCTOS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-ANIO TO WS-FCI-ANIO.
           MOVE WS-PARM-MES  TO WS-FCI-MES.
           MOVE WS-PARM-CICLO TO WS-CICLO-NUMERICO-X.
           COMPUTE WS-ID-BASE = WS-CICLO-NUMERICO * 10000.

           OPEN INPUT ENT-SOLICITUDES.
           EVALUATE TRUE
               WHEN FS-ENT-SOLICITUDES-OK
                   CONTINUE
               WHEN FS-ENT-SOLICITUDES-NFD
                   DISPLAY 'NO HAY CAMBIOS DE PRODUCTO PARA APLICAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CAMBIOS_PRODUCTO.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SOLICITUDES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 1100-CARGAR-PRODUCTOS
              THRU 1100-CARGAR-PRODUCTOS-EXIT.

           PERFORM 1200-CARGAR-ANUALES
              THRU 1200-CARGAR-ANUALES-EXIT.

           PERFORM 1300-CARGAR-GENERADOS
              THRU 1300-CARGAR-GENERADOS-EXIT.

           PERFORM 1400-RELEVAR-AUDITORIA
              THRU 1400-RELEVAR-AUDITORIA-EXIT.

           PERFORM 1900-TOMAR-CONSUMOS
              THRU 1900-TOMAR-CONSUMOS-EXIT.

           OPEN EXTEND SAL-CONSUMOS.
           IF FS-SAL-CONSUMOS-NFD
              OPEN OUTPUT SAL-CONSUMOS
           END-IF.
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR CONSUMOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSUMOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-AUDITORIA.
           IF FS-SAL-AUDITORIA-NFD
              OPEN OUTPUT SAL-AUDITORIA
           END-IF.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR CAMBIOS_PRODUCTO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
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
           MOVE 'TP02CPROD' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02CPROD TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un producto existe para el cambio si tiene alguna version
      * que rija al dia 01 del ciclo (vigencia en blanco o no
      * posterior).
       1100-CARGAR-PRODUCTOS.
           OPEN INPUT ENT-PRODUCTOS.
           IF NOT FS-ENT-PRODUCTOS-OK
              DISPLAY 'ERROR AL ABRIR PRODUCTOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-ENT-PRODUCTOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1110-LEER-PRODUCTO
              THRU 1110-LEER-PRODUCTO-EXIT
              UNTIL WS-PRODUCTOS-EOF-YES.

           CLOSE ENT-PRODUCTOS.

       1100-CARGAR-PRODUCTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-PRODUCTO.
           READ ENT-PRODUCTOS
               AT END
                   SET WS-PRODUCTOS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-PROD-VIGENCIA-DESDE EQUAL SPACES
                      OR REG-PROD-VIGENCIA-DESDE NOT GREATER THAN
                         WS-FECHA-CICLO
                      MOVE REG-PROD-CODIGO TO WS-PRODUCTO-NUEVO
                      PERFORM 2200-BUSCAR-PRODUCTO
                         THRU 2200-BUSCAR-PRODUCTO-EXIT
                      IF WS-PRODUCTO-EXISTE-NO
                         AND WS-CANT-PRODUCTOS LESS THAN 20
                         ADD 1 TO WS-CANT-PRODUCTOS
                         MOVE REG-PROD-CODIGO
                           TO WS-PRD-CODIGO(WS-CANT-PRODUCTOS)
                      END-IF
                   END-IF
           END-READ.

       1110-LEER-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-ANUALES.
           OPEN INPUT ENT-CARGOS.
           EVALUATE TRUE
               WHEN FS-ENT-CARGOS-OK
                   PERFORM 1210-LEER-CARGO
                      THRU 1210-LEER-CARGO-EXIT
                      UNTIL WS-CARGOS-EOF-YES
                   CLOSE ENT-CARGOS
               WHEN FS-ENT-CARGOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CARGOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CARGOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-ANUALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-CARGO.
           READ ENT-CARGOS
               AT END
                   SET WS-CARGOS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-CARGO-ANUAL
                      IF WS-CANT-ANUALES LESS THAN 200
                         ADD 1 TO WS-CANT-ANUALES
                         MOVE REG-CARGO-CODIGO
                           TO WS-ANU-CODIGO(WS-CANT-ANUALES)
                         MOVE REG-CARGO-DESCRIPCION
                           TO WS-ANU-DESCRIPCION(WS-CANT-ANUALES)
                         MOVE REG-CARGO-MES
                           TO WS-ANU-MES(WS-CANT-ANUALES)
                         MOVE REG-CARGO-PRODUCTO
                           TO WS-ANU-PRODUCTO(WS-CANT-ANUALES)
                         MOVE REG-CARGO-MONEDA
                           TO WS-ANU-MONEDA(WS-CANT-ANUALES)
                         MOVE REG-CARGO-IMPORTE
                           TO WS-ANU-IMPORTE(WS-CANT-ANUALES)
                         MOVE REG-CARGO-CONCEPTO
                           TO WS-ANU-CONCEPTO(WS-CANT-ANUALES)
                         MOVE REG-CARGO-VIGENCIA-DESDE
                           TO WS-ANU-VIGENCIA(WS-CANT-ANUALES)
                      ELSE
                         DISPLAY 'CARGOS.TXT TIENE MAS DE 200 VERSIONES'
                            ' DE CARGOS ANUALES, SE IGNORAN LOS '
                            'EXCEDENTES'
                      END-IF
                   END-IF
           END-READ.

       1210-LEER-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-GENERADOS.
           OPEN INPUT ENT-GENERADOS.
           EVALUATE TRUE
               WHEN FS-ENT-GENERADOS-OK
                   PERFORM 1310-LEER-GENERADO
                      THRU 1310-LEER-GENERADO-EXIT
                      UNTIL WS-GENERADOS-EOF-YES
                   CLOSE ENT-GENERADOS
               WHEN FS-ENT-GENERADOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CARGOS_GENERADOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-GENERADOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-GENERADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-GENERADO.
           READ ENT-GENERADOS
               AT END
                   SET WS-GENERADOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-GENERADOS LESS THAN 200
                      ADD 1 TO WS-CANT-GENERADOS
                      MOVE REG-GEN-CODIGO
                        TO WS-GEN-ITEM-CODIGO(WS-CANT-GENERADOS)
                      MOVE REG-GEN-PERIODO
                        TO WS-GEN-ITEM-PERIODO(WS-CANT-GENERADOS)
                   ELSE
                      DISPLAY 'CARGOS_GENERADOS.TXT TIENE MAS DE '
                         '200 REGISTROS: DEPURAR PERIODOS VIEJOS'
                   END-IF
           END-READ.

       1310-LEER-GENERADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una segunda corrida en el mismo ciclo sigue la serie de IDs
      * desde la ultima linea de prorrateo ya generada.
       1400-RELEVAR-AUDITORIA.
           OPEN INPUT ENT-AUDITORIA.
           EVALUATE TRUE
               WHEN FS-ENT-AUDITORIA-OK
                   PERFORM 1410-LEER-AUDITORIA
                      THRU 1410-LEER-AUDITORIA-EXIT
                      UNTIL WS-AUDITORIA-EOF-YES
                   CLOSE ENT-AUDITORIA
               WHEN FS-ENT-AUDITORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CAMBIOS_PRODUCTO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AUDITORIA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1400-RELEVAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-AUDITORIA.
           READ ENT-AUDITORIA INTO REG-CAMBIO-PRODUCTO
               AT END
                   SET WS-AUDITORIA-EOF-YES TO TRUE
               NOT AT END
                   IF REG-CPR-CICLO EQUAL WS-PARM-CICLO
                      AND REG-CPR-ID-CONSUMO GREATER THAN WS-ID-BASE
                      COMPUTE WS-SECUENCIA-REG =
                         REG-CPR-ID-CONSUMO - WS-ID-BASE
                      IF WS-SECUENCIA-REG GREATER THAN WS-SECUENCIA-ID
                         MOVE WS-SECUENCIA-REG TO WS-SECUENCIA-ID
                      END-IF
                   END-IF
           END-READ.

       1410-LEER-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-SOLICITUD.
           READ ENT-SOLICITUDES
               AT END
                   SET WS-SOLICITUDES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2100-APLICAR-CAMBIO
                      THRU 2100-APLICAR-CAMBIO-EXIT
           END-READ.

       2000-LEER-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-APLICAR-CAMBIO.
           MOVE REG-SOL-PRODUCTO TO WS-PRODUCTO-NUEVO.
           PERFORM 2200-BUSCAR-PRODUCTO
              THRU 2200-BUSCAR-PRODUCTO-EXIT.
           IF WS-PRODUCTO-EXISTE-NO
              DISPLAY 'CAMBIO RECHAZADO: EL PRODUCTO ' REG-SOL-PRODUCTO
                 ' NO EXISTE EN PRODUCTOS.TXT PARA EL CICLO, TARJETA '
                 REG-SOL-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2100-APLICAR-CAMBIO-EXIT
           END-IF.

      * Producto actual de la tarjeta, desde el master
           INITIALIZE LK-TARJETA.
           SET LK-MODO-LEER TO TRUE.
           MOVE REG-SOL-TARJETA TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'CAMBIO RECHAZADO: NO SE ENCONTRO LA TARJETA '
                 REG-SOL-TARJETA ' (RETORNO ' LK-RETORNO-O ')'
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2100-APLICAR-CAMBIO-EXIT
           END-IF.
           IF LK-ESTADO-O-CERRADA
              DISPLAY 'CAMBIO RECHAZADO: LA TARJETA ' REG-SOL-TARJETA
                 ' ESTA CERRADA'
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2100-APLICAR-CAMBIO-EXIT
           END-IF.

           MOVE LK-PRODUCTO-O TO WS-PRODUCTO-ANT.
           IF WS-PRODUCTO-ANT EQUAL SPACE
              MOVE 'C' TO WS-PRODUCTO-ANT
           END-IF.

      * Una solicitud ya aplicada (o que no cambia nada) no vuelve a
      * prorratear: la segunda corrida del ciclo la rechaza aca.
           IF WS-PRODUCTO-ANT EQUAL WS-PRODUCTO-NUEVO
              DISPLAY 'CAMBIO RECHAZADO: LA TARJETA ' REG-SOL-TARJETA
                 ' YA TIENE EL PRODUCTO ' WS-PRODUCTO-NUEVO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2100-APLICAR-CAMBIO-EXIT
           END-IF.

           INITIALIZE REG-CAMBIO-PRODUCTO.
           MOVE LK-NUMERO-CUENTA-O TO REG-CPR-CUENTA.

           PERFORM 2300-CALCULAR-PRORRATA
              THRU 2300-CALCULAR-PRORRATA-EXIT.

      * El cambio en el master: solo viaja el producto, el resto de
      * los campos en blanco conserva lo que tiene la tarjeta.
           INITIALIZE LK-TARJETA.
           SET LK-MODO-MODIFICACION TO TRUE.
           MOVE WS-PARM-OPERADOR  TO LK-OPERADOR-I.
           MOVE REG-SOL-TARJETA   TO LK-NUMERO-I.
           MOVE WS-PRODUCTO-NUEVO TO LK-PRODUCTO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'CAMBIO RECHAZADO: NO SE PUDO MODIFICAR LA '
                 'TARJETA ' REG-SOL-TARJETA ' (RETORNO '
                 LK-RETORNO-O ')'
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2100-APLICAR-CAMBIO-EXIT
           END-IF.

           PERFORM 2500-GRABAR-PRORRATA
              THRU 2500-GRABAR-PRORRATA-EXIT
              VARYING WS-INDICE-PRO FROM 1 BY 1
              UNTIL WS-INDICE-PRO GREATER THAN WS-CANT-PRORRATA.

           MOVE WS-FECHA-PROCESO   TO REG-CPR-FECHA.
           MOVE WS-PARM-CICLO      TO REG-CPR-CICLO.
           MOVE REG-SOL-TARJETA    TO REG-CPR-TARJETA.
           MOVE WS-PRODUCTO-ANT    TO REG-CPR-PRODUCTO-ANT.
           MOVE WS-PRODUCTO-NUEVO  TO REG-CPR-PRODUCTO-NUEVO.
           MOVE WS-PARM-OPERADOR   TO REG-CPR-OPERADOR.
           WRITE FD-SAL-AUDITORIA FROM REG-CAMBIO-PRODUCTO.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR CAMBIOS_PRODUCTO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
           END-IF.

           ADD 1 TO WS-CANT-APLICADAS.

       2100-APLICAR-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-BUSCAR-PRODUCTO.
           SET WS-PRODUCTO-EXISTE-NO TO TRUE.
           PERFORM 2210-COMPARAR-PRODUCTO
              THRU 2210-COMPARAR-PRODUCTO-EXIT
              VARYING WS-INDICE-PRD FROM 1 BY 1
              UNTIL WS-INDICE-PRD GREATER THAN WS-CANT-PRODUCTOS
                 OR WS-PRODUCTO-EXISTE-SI.

       2200-BUSCAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-PRODUCTO.
           IF WS-PRD-CODIGO(WS-INDICE-PRD) EQUAL WS-PRODUCTO-NUEVO
              SET WS-PRODUCTO-EXISTE-SI TO TRUE
           END-IF.

       2210-COMPARAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Prorrateo de los cargos anuales por los meses que faltan
      * hasta el proximo cobro de cada uno (el cobro del mes del
      * ciclo ya corresponde entero al producto nuevo): la parte no
      * consumida del producto anterior se devuelve y la del
      * producto nuevo se cobra, neteadas por cargo y moneda.
       2300-CALCULAR-PRORRATA.
           MOVE 0 TO WS-CANT-PRORRATA.
           INITIALIZE WS-TABLA-PRORRATA.

           PERFORM 2310-PRORRATEAR-ANTERIOR
              THRU 2310-PRORRATEAR-ANTERIOR-EXIT
              VARYING WS-INDICE-ANU FROM 1 BY 1
              UNTIL WS-INDICE-ANU GREATER THAN WS-CANT-ANUALES.

           PERFORM 2320-PRORRATEAR-NUEVO
              THRU 2320-PRORRATEAR-NUEVO-EXIT
              VARYING WS-INDICE-ANU FROM 1 BY 1
              UNTIL WS-INDICE-ANU GREATER THAN WS-CANT-ANUALES.

       2300-CALCULAR-PRORRATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Devolucion del cargo anual del producto anterior: solo si
      * TP02FEES lo cobro en su ultimo mes de cobro, y por el importe
      * de la version que rigio ese cobro.
       2310-PRORRATEAR-ANTERIOR.
           IF WS-ANU-PRODUCTO(WS-INDICE-ANU) NOT EQUAL WS-PRODUCTO-ANT
              GO TO 2310-PRORRATEAR-ANTERIOR-EXIT
           END-IF.

           MOVE WS-ANU-CODIGO(WS-INDICE-ANU) TO WS-BUS-CODIGO.
           MOVE WS-PRODUCTO-ANT              TO WS-BUS-PRODUCTO.
           MOVE WS-FECHA-CICLO               TO WS-BUS-FECHA.
           PERFORM 8000-BUSCAR-VIGENTE
              THRU 8000-BUSCAR-VIGENTE-EXIT.
           IF WS-FILA-BUS NOT EQUAL WS-INDICE-ANU
              GO TO 2310-PRORRATEAR-ANTERIOR-EXIT
           END-IF.

           COMPUTE WS-MESES-RESTO =
              WS-ANU-MES(WS-INDICE-ANU) - WS-PARM-MES.
           IF WS-MESES-RESTO LESS THAN 0
              ADD 12 TO WS-MESES-RESTO
           END-IF.
           IF WS-MESES-RESTO EQUAL 0
              GO TO 2310-PRORRATEAR-ANTERIOR-EXIT
           END-IF.

      * Ultimo cobro: en el anio del ciclo si el mes del cargo ya
      * paso, si no en el anio anterior.
           MOVE WS-ANU-MES(WS-INDICE-ANU) TO WS-PCO-MES.
           IF WS-ANU-MES(WS-INDICE-ANU) LESS THAN WS-PARM-MES
              MOVE WS-PARM-ANIO TO WS-PCO-ANIO
           ELSE
              COMPUTE WS-PCO-ANIO = WS-PARM-ANIO - 1
           END-IF.

           SET WS-CARGO-COBRADO-NO TO TRUE.
           PERFORM 2330-COMPARAR-GENERADO
              THRU 2330-COMPARAR-GENERADO-EXIT
              VARYING WS-INDICE-GEN FROM 1 BY 1
              UNTIL WS-INDICE-GEN GREATER THAN WS-CANT-GENERADOS
                 OR WS-CARGO-COBRADO-SI.
           IF WS-CARGO-COBRADO-NO
              GO TO 2310-PRORRATEAR-ANTERIOR-EXIT
           END-IF.

           MOVE WS-PCO-ANIO TO WS-FCO-ANIO.
           MOVE WS-PCO-MES  TO WS-FCO-MES.
           MOVE WS-FECHA-COBRO TO WS-BUS-FECHA.
           PERFORM 8000-BUSCAR-VIGENTE
              THRU 8000-BUSCAR-VIGENTE-EXIT.
           IF WS-FILA-BUS EQUAL 0
              MOVE WS-INDICE-ANU TO WS-FILA-BUS
           END-IF.

           COMPUTE WS-IMPORTE-PRORRATA ROUNDED =
              WS-ANU-IMPORTE(WS-FILA-BUS) * WS-MESES-RESTO / 12.
           COMPUTE WS-IMPORTE-PRORRATA = 0 - WS-IMPORTE-PRORRATA.

           MOVE WS-ANU-CODIGO(WS-FILA-BUS)   TO WS-ACU-CODIGO.
           MOVE WS-ANU-MONEDA(WS-FILA-BUS)   TO WS-ACU-MONEDA.
           MOVE WS-ANU-CONCEPTO(WS-FILA-BUS) TO WS-ACU-CONCEPTO.
           PERFORM 2400-ACUMULAR-PRORRATA
              THRU 2400-ACUMULAR-PRORRATA-EXIT.

       2310-PRORRATEAR-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cobro proporcional del cargo anual del producto nuevo, con la
      * version vigente al ciclo.
       2320-PRORRATEAR-NUEVO.
           IF WS-ANU-PRODUCTO(WS-INDICE-ANU) NOT EQUAL
                 WS-PRODUCTO-NUEVO
              GO TO 2320-PRORRATEAR-NUEVO-EXIT
           END-IF.

           MOVE WS-ANU-CODIGO(WS-INDICE-ANU) TO WS-BUS-CODIGO.
           MOVE WS-PRODUCTO-NUEVO            TO WS-BUS-PRODUCTO.
           MOVE WS-FECHA-CICLO               TO WS-BUS-FECHA.
           PERFORM 8000-BUSCAR-VIGENTE
              THRU 8000-BUSCAR-VIGENTE-EXIT.
           IF WS-FILA-BUS NOT EQUAL WS-INDICE-ANU
              GO TO 2320-PRORRATEAR-NUEVO-EXIT
           END-IF.

           COMPUTE WS-MESES-RESTO =
              WS-ANU-MES(WS-INDICE-ANU) - WS-PARM-MES.
           IF WS-MESES-RESTO LESS THAN 0
              ADD 12 TO WS-MESES-RESTO
           END-IF.
           IF WS-MESES-RESTO EQUAL 0
              GO TO 2320-PRORRATEAR-NUEVO-EXIT
           END-IF.

           COMPUTE WS-IMPORTE-PRORRATA ROUNDED =
              WS-ANU-IMPORTE(WS-INDICE-ANU) * WS-MESES-RESTO / 12.

           MOVE WS-ANU-CODIGO(WS-INDICE-ANU)   TO WS-ACU-CODIGO.
           MOVE WS-ANU-MONEDA(WS-INDICE-ANU)   TO WS-ACU-MONEDA.
           MOVE WS-ANU-CONCEPTO(WS-INDICE-ANU) TO WS-ACU-CONCEPTO.
           PERFORM 2400-ACUMULAR-PRORRATA
              THRU 2400-ACUMULAR-PRORRATA-EXIT.

       2320-PRORRATEAR-NUEVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El control de TP02FEES es por codigo + producto + periodo: el
      * producto viaja pegado al codigo en el registro de control.
       2330-COMPARAR-GENERADO.
           IF WS-GEN-ITEM-CODIGO(WS-INDICE-GEN)(1:3) EQUAL
                 WS-ANU-CODIGO(WS-INDICE-ANU)(1:3)
              AND WS-GEN-ITEM-CODIGO(WS-INDICE-GEN)(4:1) EQUAL
                 WS-PRODUCTO-ANT
              AND WS-GEN-ITEM-PERIODO(WS-INDICE-GEN) EQUAL
                 WS-PERIODO-COBRO
              SET WS-CARGO-COBRADO-SI TO TRUE
           END-IF.

       2330-COMPARAR-GENERADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-ACUMULAR-PRORRATA.
           MOVE 0 TO WS-FILA-PRO.
           PERFORM 2410-COMPARAR-PRORRATA
              THRU 2410-COMPARAR-PRORRATA-EXIT
              VARYING WS-INDICE-PRO FROM 1 BY 1
              UNTIL WS-INDICE-PRO GREATER THAN WS-CANT-PRORRATA
                 OR WS-FILA-PRO NOT EQUAL 0.

           IF WS-FILA-PRO EQUAL 0
              IF WS-CANT-PRORRATA NOT LESS THAN 20
                 DISPLAY 'EL CAMBIO DE LA TARJETA ' REG-SOL-TARJETA
                    ' TIENE MAS DE 20 CARGOS A PRORRATEAR, SE '
                    'IGNORAN LOS EXCEDENTES'
                 GO TO 2400-ACUMULAR-PRORRATA-EXIT
              END-IF
              ADD 1 TO WS-CANT-PRORRATA
              MOVE WS-CANT-PRORRATA TO WS-FILA-PRO
              MOVE WS-ACU-CODIGO   TO WS-PRO-CODIGO(WS-FILA-PRO)
              MOVE WS-ACU-MONEDA   TO WS-PRO-MONEDA(WS-FILA-PRO)
              MOVE WS-ACU-CONCEPTO TO WS-PRO-CONCEPTO(WS-FILA-PRO)
              MOVE 0               TO WS-PRO-NETO(WS-FILA-PRO)
           END-IF.

           ADD WS-IMPORTE-PRORRATA TO WS-PRO-NETO(WS-FILA-PRO).

       2400-ACUMULAR-PRORRATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2410-COMPARAR-PRORRATA.
           IF WS-PRO-CODIGO(WS-INDICE-PRO) EQUAL WS-ACU-CODIGO
              AND WS-PRO-MONEDA(WS-INDICE-PRO) EQUAL WS-ACU-MONEDA
              MOVE WS-INDICE-PRO TO WS-FILA-PRO
           END-IF.

       2410-COMPARAR-PRORRATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Linea de prorrateo: un movimiento interno de una sola cuota,
      * fechado el dia 01 del ciclo, sin comercio; debito si el neto
      * es un cargo adicional, credito si es una devolucion.
       2500-GRABAR-PRORRATA.
           IF WS-PRO-NETO(WS-INDICE-PRO) EQUAL 0
              GO TO 2500-GRABAR-PRORRATA-EXIT
           END-IF.

           ADD 1 TO WS-SECUENCIA-ID.

           INITIALIZE WS-CONSUMOS.
           COMPUTE WS-ID-CONSUMO = WS-ID-BASE + WS-SECUENCIA-ID.
           MOVE REG-CPR-CUENTA       TO WS-CUENTA-CREDITO.
           MOVE REG-SOL-TARJETA      TO WS-NUMERO-TARJETA.
           MOVE WS-FECHA-CICLO       TO WS-FECHA-CONSUMO.
           MOVE WS-PRO-CODIGO(WS-INDICE-PRO) TO WS-DET-PRO-CODIGO.
           MOVE WS-PRODUCTO-ANT      TO WS-DET-PRO-ANT.
           MOVE WS-PRODUCTO-NUEVO    TO WS-DET-PRO-NUEVO.
           MOVE WS-DETALLE-PRORRATA  TO WS-DETALLE.
           MOVE 1                    TO WS-NUMERO-ACTUAL.
           MOVE 1                    TO WS-NUMERO-CUOTAS.
           MOVE WS-PRO-MONEDA(WS-INDICE-PRO) TO WS-TIPO-MONEDA.
           MOVE WS-PRO-CONCEPTO(WS-INDICE-PRO) TO WS-COD-CONCEPTO.
           MOVE 0                    TO WS-ID-COMERCIO.
           MOVE 'C'                  TO WS-TIPO-OPERACION.
           IF WS-PRO-NETO(WS-INDICE-PRO) GREATER THAN 0
              MOVE 'D'               TO WS-DEBITO-CREDITO
              MOVE WS-PRO-NETO(WS-INDICE-PRO) TO WS-IMPORTE
           ELSE
              MOVE 'C'               TO WS-DEBITO-CREDITO
              COMPUTE WS-IMPORTE = 0 - WS-PRO-NETO(WS-INDICE-PRO)
           END-IF.
           MOVE 0                    TO WS-ID-CONSUMO-ORIGEN.
           MOVE SPACES               TO WS-COD-PROMOCION.

           WRITE FD-SAL-CONSUMO FROM WS-CONSUMOS.
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL GRABAR LA PRORRATA DE LA TARJETA '
                 REG-SOL-TARJETA
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSUMOS
              GO TO 2500-GRABAR-PRORRATA-EXIT
           END-IF.

           ADD 1 TO REG-CPR-CANT-LINEAS.
           ADD 1 TO WS-CANT-LINEAS-GEN.
           MOVE WS-ID-CONSUMO TO REG-CPR-ID-CONSUMO.
           IF WS-PRO-MONEDA(WS-INDICE-PRO) EQUAL 'USD'
              ADD WS-PRO-NETO(WS-INDICE-PRO) TO REG-CPR-NETO-USD
           ELSE
              ADD WS-PRO-NETO(WS-INDICE-PRO) TO REG-CPR-NETO-ARS
           END-IF.

       2500-GRABAR-PRORRATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-SOLICITUDES
                 SAL-CONSUMOS
                 SAL-AUDITORIA.

           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.

           DISPLAY 'SOLICITUDES LEIDAS  : ' WS-CANT-LEIDAS.
           DISPLAY 'CAMBIOS APLICADOS   : ' WS-CANT-APLICADAS.
           DISPLAY 'CAMBIOS RECHAZADOS  : ' WS-CANT-RECHAZADAS.
           DISPLAY 'LINEAS DE PRORRATA  : ' WS-CANT-LINEAS-GEN.

           IF WS-CANT-RECHAZADAS GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Version vigente de un cargo anual (WS-BUS-CODIGO +
      * WS-BUS-PRODUCTO) a la fecha WS-BUS-FECHA: la de vigencia mas
      * alta que no la supere. Deja la fila en WS-FILA-BUS (cero si
      * ninguna rige).
       8000-BUSCAR-VIGENTE.
           MOVE 0 TO WS-FILA-BUS.
           PERFORM 8010-COMPARAR-VIGENTE
              THRU 8010-COMPARAR-VIGENTE-EXIT
              VARYING WS-INDICE-BUS FROM 1 BY 1
              UNTIL WS-INDICE-BUS GREATER THAN WS-CANT-ANUALES.

       8000-BUSCAR-VIGENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8010-COMPARAR-VIGENTE.
           IF WS-ANU-CODIGO(WS-INDICE-BUS) NOT EQUAL WS-BUS-CODIGO
              OR WS-ANU-PRODUCTO(WS-INDICE-BUS) NOT EQUAL
                 WS-BUS-PRODUCTO
              GO TO 8010-COMPARAR-VIGENTE-EXIT
           END-IF.
           IF WS-ANU-VIGENCIA(WS-INDICE-BUS) NOT EQUAL SPACES
              AND WS-ANU-VIGENCIA(WS-INDICE-BUS) GREATER THAN
                 WS-BUS-FECHA
              GO TO 8010-COMPARAR-VIGENTE-EXIT
           END-IF.
           IF WS-FILA-BUS EQUAL 0
              MOVE WS-INDICE-BUS TO WS-FILA-BUS
           ELSE
              IF WS-ANU-VIGENCIA(WS-INDICE-BUS) GREATER THAN
                    WS-ANU-VIGENCIA(WS-FILA-BUS)
                 MOVE WS-INDICE-BUS TO WS-FILA-BUS
              END-IF
           END-IF.

       8010-COMPARAR-VIGENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02CPROD.
