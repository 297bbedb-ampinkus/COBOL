      *----------------------------------------------------------------*
      *  Purpose: CLEMBARG - Registro de embargos judiciales sobre
      *           cuentas. Mantiene EMBARGOS.TXT, una linea por oficio
      *           judicial (numero de oficio, cuenta, juzgado, importe
      *           ordenado, lo retenido, fecha y estado).
      *           Modo NOVEDADES: aplica EMBARGOS_NOVEDADES.SEQ. El
      *           alta (A) exige oficio nuevo, cuenta existente en
      *           CUENTAS.TXT y no cerrada, importe positivo y fecha;
      *           inmoviliza en el acto el saldo libre de la cuenta
      *           hasta el importe ordenado y deja esa retencion en
      *           EMBARGOS_RETENCIONES.TXT. El levantamiento (L)
      *           libera lo retenido; trae los documentos de los
      *           titulares que lo firman y, si la cuenta tiene
      *           titulares cargados, se rechaza cuando no cubren el
      *           regimen de firmas (rutina CLTITULA). Los oficios
      *           activos siguen capturando los creditos entrantes
      *           (CLPOSTEO y CLINTERB) hasta quedar cubiertos;
      *           CLVALTRAN y CLPOSTEO no dejan debitar lo retenido.
      *           Modo REPORTE: para el periodo pedido emite en
      *           EMBARGOS_REPORTE.TXT, por oficio vigente en el mes,
      *           lo ordenado, lo retenido en el mes, lo retenido a
      *           la fecha y lo que falta, con los totales.
      *           Uso: CLEMBARG NOVEDADES
      *                CLEMBARG REPORTE <PERIODO AAAA-MM>
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEMBARG.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-NOVEDADES
           ASSIGN TO '../EMBARGOS_NOVEDADES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

       SELECT ENT-EMBARGOS
           ASSIGN TO '../EMBARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EMBARGOS.

       SELECT SAL-EMBARGOS
           ASSIGN TO '../EMBARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EMBARGOS.

       SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

       SELECT ENT-RETENCIONES
           ASSIGN TO '../EMBARGOS_RETENCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RETENCIONES.

       SELECT SAL-RETENCIONES
           ASSIGN TO '../EMBARGOS_RETENCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RETENCIONES.

       SELECT SAL-REPORTE
           ASSIGN TO '../EMBARGOS_REPORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD-EMBARGO.
      * Tipo: A alta del oficio, L levantamiento
          05 REG-NOV-TIPO                     PIC X(01).
             88 REG-NOV-TIPO-ALTA                VALUE 'A'.
             88 REG-NOV-TIPO-LEVANTA             VALUE 'L'.
          05 REG-NOV-OFICIO                   PIC X(20).
          05 REG-NOV-CUENTA                   PIC X(22).
          05 REG-NOV-JUZGADO                  PIC X(30).
          05 REG-NOV-IMPORTE                  PIC 9(10)V9(02).
      * Fecha del oficio (alta) o del levantamiento (yyyy-mm-dd)
          05 REG-NOV-FECHA                    PIC X(10).
      * Documentos de los titulares que firman el levantamiento
          05 REG-NOV-FIRMA OCCURS 5 TIMES.
             10 REG-NOV-FIRMA-TIPO-DOC        PIC X(04).
             10 REG-NOV-FIRMA-NUMERO-DOC      PIC 9(11).

       FD ENT-EMBARGOS.
       01 REG-ENT-EMBARGO                     PIC X(117).

       FD SAL-EMBARGOS.
       01 REG-SAL-EMBARGO                     PIC X(117).

       FD ENT-CUENTAS.
       01 REG-ENT-CUENTAS.
          05 REG-ENT-CUENTAS-NUMERO           PIC X(22).
          05 REG-ENT-CUENTAS-SALDO            PIC 9(10)V9(02).
          05 REG-ENT-CUENTAS-TITULAR          PIC X(30).
          05 REG-ENT-CUENTAS-TIPO             PIC X(02).
          05 REG-ENT-CUENTAS-MONEDA           PIC X(03).
          05 REG-ENT-CUENTAS-ESTADO           PIC X(01).
          05 REG-ENT-CUENTAS-APERTURA         PIC X(10).

       FD ENT-RETENCIONES.
       01 REG-ENT-RETENCION                   PIC X(75).

       FD SAL-RETENCIONES.
       01 REG-SAL-RETENCION                   PIC X(75).

       FD SAL-REPORTE.
       01 REG-REPORTE-LINEA                   PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-NOVEDADES                 PIC X(2).
             88 FS-ENT-NOVEDADES-OK           VALUE '00'.
             88 FS-ENT-NOVEDADES-EOF          VALUE '10'.
             88 FS-ENT-NOVEDADES-NFD          VALUE '35'.
          05 FS-ENT-EMBARGOS                  PIC X(2).
             88 FS-ENT-EMBARGOS-OK            VALUE '00'.
             88 FS-ENT-EMBARGOS-EOF           VALUE '10'.
             88 FS-ENT-EMBARGOS-NFD           VALUE '35'.
          05 FS-SAL-EMBARGOS                  PIC X(2).
             88 FS-SAL-EMBARGOS-OK            VALUE '00'.
          05 FS-ENT-CUENTAS                   PIC X(2).
             88 FS-ENT-CUENTAS-OK             VALUE '00'.
             88 FS-ENT-CUENTAS-EOF            VALUE '10'.
             88 FS-ENT-CUENTAS-NFD            VALUE '35'.
          05 FS-ENT-RETENCIONES               PIC X(2).
             88 FS-ENT-RETENCIONES-OK         VALUE '00'.
             88 FS-ENT-RETENCIONES-EOF        VALUE '10'.
             88 FS-ENT-RETENCIONES-NFD        VALUE '35'.
          05 FS-SAL-RETENCIONES               PIC X(2).
             88 FS-SAL-RETENCIONES-OK         VALUE '00'.
             88 FS-SAL-RETENCIONES-NFD        VALUE '35'.
          05 FS-SAL-REPORTE                   PIC X(2).
             88 FS-SAL-REPORTE-OK             VALUE '00'.

      * Modo y periodo pedidos
       01 WS-LINEA-COMANDO                    PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                        PIC X(10) VALUE SPACES.
          88 WS-MODO-NOVEDADES                VALUE 'NOVEDADES'.
          88 WS-MODO-REPORTE                  VALUE 'REPORTE'.
       01 WS-PARM-PERIODO                     PIC X(07) VALUE SPACES.

      * Fecha del proceso, para el levantamiento sin fecha
       01 WS-FECHA-PROC                       PIC 9(08).
       01 WS-FECHA-PROC-R REDEFINES WS-FECHA-PROC.
          05 WS-FPR-ANIO                      PIC 9(04).
          05 WS-FPR-MES                       PIC 9(02).
          05 WS-FPR-DIA                       PIC 9(02).
       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                       PIC 9(04).
          05 FILLER                           PIC X(01) VALUE '-'.
          05 WS-FH-MES                        PIC 9(02).
          05 FILLER                           PIC X(01) VALUE '-'.
          05 WS-FH-DIA                        PIC 9(02).

      * Switches de fin de archivo
       01 WS-NOVEDADES-EOF                    PIC X(05) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES             VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO              VALUE 'FALSE'.
       01 WS-EMBARGOS-EOF                     PIC X(05) VALUE 'FALSE'.
          88 WS-EMBARGOS-EOF-YES              VALUE 'TRUE'.
          88 WS-EMBARGOS-EOF-NO               VALUE 'FALSE'.
       01 WS-CUENTAS-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES               VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO                VALUE 'FALSE'.
       01 WS-RETENCIONES-EOF                  PIC X(05) VALUE 'FALSE'.
          88 WS-RETENCIONES-EOF-YES           VALUE 'TRUE'.
          88 WS-RETENCIONES-EOF-NO            VALUE 'FALSE'.

      * Registro de embargos en memoria, como lo usan CLPOSTEO y
      * CLINTERB
           COPY EMBARGO.
           COPY EMBRETEN.
       77 WS-CANT-EMBARGOS                    PIC 9(03) VALUE 0.
       77 WS-INDICE-EMB                       PIC 9(03) VALUE 1.
       77 WS-FILA-EMB                         PIC 9(03) VALUE 0.
       01 WS-TABLA-EMBARGOS.
          05 WS-EMB-ITEM OCCURS 200 TIMES.
             10 WS-EMB-OFICIO                 PIC X(20).
             10 WS-EMB-CUENTA                 PIC X(22).
             10 WS-EMB-JUZGADO                PIC X(30).
             10 WS-EMB-IMPORTE                PIC 9(10)V9(02).
             10 WS-EMB-RETENIDO               PIC 9(10)V9(02).
             10 WS-EMB-FECHA                  PIC X(10).
             10 WS-EMB-ESTADO                 PIC X(01).
             10 WS-EMB-FECHA-LEVANTA          PIC X(10).
      * Lo retenido por el oficio en el periodo del reporte
             10 WS-EMB-RETENIDO-MES           PIC 9(10)V9(02).

      * Cuentas propias, para validar el alta y ver el saldo
       77 WS-CANT-CUENTAS                     PIC 9(03) VALUE 0.
       77 WS-INDICE-CTA                       PIC 9(03) VALUE 1.
       77 WS-FILA-CTA                         PIC 9(03) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CUENTA OCCURS 200 TIMES.
             10 WS-CUENTA-NUMERO              PIC X(22).
             10 WS-CUENTA-SALDO               PIC 9(10)V9(02).
             10 WS-CUENTA-ESTADO              PIC X(01).

      * Area de comunicacion con CLTITULA (regimen de firmas)
       01 WS-TITULARIDAD.
           COPY CLTITULA.
       77 WS-INDICE-FIRMA                     PIC 9(01) VALUE 1.

      * Saldo libre de la cuenta al recibir el oficio
       77 WS-RETENIDO-CUENTA                  PIC 9(11)V9(02) VALUE 0.
       77 WS-LIBRE-EMBARGO                    PIC S9(11)V9(02) VALUE 0.
       77 WS-RETENCION                        PIC 9(10)V9(02) VALUE 0.
       77 WS-PENDIENTE                        PIC 9(10)V9(02) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                   PIC 9(05) VALUE 0.
          05 WS-CANT-ALTAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-LEVANTADOS               PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-OFICIOS-REP              PIC 9(05) VALUE 0.

       01 WS-TOTALES-REPORTE.
          05 WS-TOT-ORDENADO                  PIC 9(12)V9(02) VALUE 0.
          05 WS-TOT-RETENIDO-MES              PIC 9(12)V9(02) VALUE 0.
          05 WS-TOT-RETENIDO                  PIC 9(12)V9(02) VALUE 0.
          05 WS-TOT-PENDIENTE                 PIC 9(12)V9(02) VALUE 0.

      * Lineas del reporte
       01 WS-REP-TITULO.
          05 FILLER                    PIC X(41) VALUE
             'EMBARGOS JUDICIALES - RETENIDO EN PERIODO'.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-TIT-PERIODO        PIC X(07).
       01 WS-REP-ENCABEZADO.
          05 FILLER                    PIC X(21) VALUE 'OFICIO'.
          05 FILLER                    PIC X(31) VALUE 'JUZGADO'.
          05 FILLER                    PIC X(23) VALUE 'CUENTA'.
          05 FILLER                    PIC X(15) VALUE '      ORDENADO'.
          05 FILLER                    PIC X(15) VALUE ' RETENIDO MES'.
          05 FILLER                    PIC X(15) VALUE ' RETENIDO TOT.'.
          05 FILLER                    PIC X(15) VALUE '     PENDIENTE'.
          05 FILLER                    PIC X(07) VALUE ' ESTADO'.
       01 WS-REP-DETALLE.
          05 WS-REP-DET-OFICIO         PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-JUZGADO        PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-CUENTA         PIC X(22).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-ORDENADO       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-RETENIDO-MES   PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-RETENIDO       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-DET-PENDIENTE      PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-REP-DET-ESTADO         PIC X(10).
       01 WS-REP-TOTAL.
          05 FILLER                    PIC X(19)
             VALUE 'TOTAL DEL PERIODO: '.
          05 WS-REP-TOT-CANTIDAD       PIC ZZZZ9.
          05 FILLER                    PIC X(51) VALUE ' OFICIOS'.
          05 WS-REP-TOT-ORDENADO       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-TOT-RETENIDO-MES   PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-TOT-RETENIDO       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-TOT-PENDIENTE      PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-PERIODO.
           IF NOT WS-MODO-NOVEDADES
              AND (NOT WS-MODO-REPORTE OR WS-PARM-PERIODO EQUAL SPACES)
              DISPLAY 'USO: CLEMBARG NOVEDADES'
              DISPLAY '     CLEMBARG REPORTE <PERIODO AAAA-MM>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1000-CARGAR-EMBARGOS
              THRU 1000-CARGAR-EMBARGOS-EXIT.

           IF WS-MODO-NOVEDADES
              PERFORM 2000-APLICAR-NOVEDADES
                 THRU 2000-APLICAR-NOVEDADES-EXIT
           ELSE
              PERFORM 4000-EMITIR-REPORTE
                 THRU 4000-EMITIR-REPORTE-EXIT
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * Sin EMBARGOS.TXT el registro arranca vacio.
       1000-CARGAR-EMBARGOS.
           OPEN INPUT ENT-EMBARGOS.
           EVALUATE TRUE
               WHEN FS-ENT-EMBARGOS-OK
                   PERFORM 1100-LEER-EMBARGO
                      THRU 1100-LEER-EMBARGO-EXIT
                      UNTIL WS-EMBARGOS-EOF-YES
                   CLOSE ENT-EMBARGOS
               WHEN FS-ENT-EMBARGOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBARGOS.TXT: '
                      FS-ENT-EMBARGOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-CARGAR-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-EMBARGO.
           READ ENT-EMBARGOS INTO REG-EMBARGO
               AT END
                   SET WS-EMBARGOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-EMBARGOS LESS THAN 200
                      ADD 1 TO WS-CANT-EMBARGOS
                      MOVE REG-EMB-OFICIO
                        TO WS-EMB-OFICIO(WS-CANT-EMBARGOS)
                      MOVE REG-EMB-CUENTA
                        TO WS-EMB-CUENTA(WS-CANT-EMBARGOS)
                      MOVE REG-EMB-JUZGADO
                        TO WS-EMB-JUZGADO(WS-CANT-EMBARGOS)
                      MOVE REG-EMB-IMPORTE
                        TO WS-EMB-IMPORTE(WS-CANT-EMBARGOS)
                      MOVE REG-EMB-RETENIDO
                        TO WS-EMB-RETENIDO(WS-CANT-EMBARGOS)
                      MOVE REG-EMB-FECHA
                        TO WS-EMB-FECHA(WS-CANT-EMBARGOS)
                      MOVE REG-EMB-ESTADO
                        TO WS-EMB-ESTADO(WS-CANT-EMBARGOS)
                      MOVE REG-EMB-FECHA-LEVANTA
                        TO WS-EMB-FECHA-LEVANTA(WS-CANT-EMBARGOS)
                      MOVE 0 TO WS-EMB-RETENIDO-MES(WS-CANT-EMBARGOS)
                   ELSE
                      DISPLAY 'EMBARGOS.TXT TIENE MAS DE 200 OFICIOS, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1100-LEER-EMBARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-LEER-CUENTA.
           READ ENT-CUENTAS
               AT END
                   SET WS-CUENTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CUENTAS LESS THAN 200
                      ADD 1 TO WS-CANT-CUENTAS
                      MOVE REG-ENT-CUENTAS-NUMERO
                        TO WS-CUENTA-NUMERO(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-SALDO
                        TO WS-CUENTA-SALDO(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-ESTADO
                        TO WS-CUENTA-ESTADO(WS-CANT-CUENTAS)
                   END-IF
           END-READ.

       1200-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-APLICAR-NOVEDADES.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           MOVE WS-FPR-ANIO TO WS-FH-ANIO.
           MOVE WS-FPR-MES  TO WS-FH-MES.
           MOVE WS-FPR-DIA  TO WS-FH-DIA.

           OPEN INPUT ENT-NOVEDADES.
           IF FS-ENT-NOVEDADES-NFD
              DISPLAY 'NO HAY EMBARGOS_NOVEDADES.SEQ: NADA QUE APLICAR'
              GO TO 2000-APLICAR-NOVEDADES-EXIT
           END-IF.
           IF NOT FS-ENT-NOVEDADES-OK
              DISPLAY 'ERROR AL ABRIR EMBARGOS_NOVEDADES.SEQ: '
                 FS-ENT-NOVEDADES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Las cuentas, para validar el alta y tomar el saldo libre.
           OPEN INPUT ENT-CUENTAS.
           IF NOT FS-ENT-CUENTAS-OK
              DISPLAY 'ERROR AL ABRIR CUENTAS.TXT: ' FS-ENT-CUENTAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1200-LEER-CUENTA
              THRU 1200-LEER-CUENTA-EXIT
              UNTIL WS-CUENTAS-EOF-YES.
           CLOSE ENT-CUENTAS.

           OPEN EXTEND SAL-RETENCIONES.
           IF FS-SAL-RETENCIONES-NFD
              OPEN OUTPUT SAL-RETENCIONES
           END-IF.
           IF NOT FS-SAL-RETENCIONES-OK
              DISPLAY 'ERROR AL ABRIR EMBARGOS_RETENCIONES.TXT: '
                 FS-SAL-RETENCIONES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2100-PROCESAR-NOVEDAD
              THRU 2100-PROCESAR-NOVEDAD-EXIT
              UNTIL WS-NOVEDADES-EOF-YES.

           CLOSE ENT-NOVEDADES.
           CLOSE SAL-RETENCIONES.

           PERFORM 3000-REGRABAR-EMBARGOS
              THRU 3000-REGRABAR-EMBARGOS-EXIT.

           DISPLAY 'NOVEDADES LEIDAS     : ' WS-CANT-LEIDAS.
           DISPLAY 'OFICIOS DADOS DE ALTA: ' WS-CANT-ALTAS.
           DISPLAY 'OFICIOS LEVANTADOS   : ' WS-CANT-LEVANTADOS.
           DISPLAY 'NOVEDADES RECHAZADAS : ' WS-CANT-RECHAZADAS.

       2000-APLICAR-NOVEDADES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-PROCESAR-NOVEDAD.
           READ ENT-NOVEDADES
               AT END
                   SET WS-NOVEDADES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2200-APLICAR-NOVEDAD
                      THRU 2200-APLICAR-NOVEDAD-EXIT
           END-READ.

       2100-PROCESAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-APLICAR-NOVEDAD.
           MOVE 0 TO WS-FILA-EMB.
           PERFORM 2210-COMPARAR-OFICIO
              THRU 2210-COMPARAR-OFICIO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS.

           EVALUATE TRUE
               WHEN REG-NOV-TIPO-ALTA
                   PERFORM 2300-APLICAR-ALTA
                      THRU 2300-APLICAR-ALTA-EXIT
               WHEN REG-NOV-TIPO-LEVANTA
                   PERFORM 2400-APLICAR-LEVANTAMIENTO
                      THRU 2400-APLICAR-LEVANTAMIENTO-EXIT
               WHEN OTHER
                   DISPLAY 'NOVEDAD DE EMBARGO CON TIPO INVALIDO: '
                      REG-NOV-TIPO ' OFICIO ' REG-NOV-OFICIO
                   ADD 1 TO WS-CANT-RECHAZADAS
           END-EVALUATE.

       2200-APLICAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-OFICIO.
           IF REG-NOV-OFICIO EQUAL WS-EMB-OFICIO(WS-INDICE-EMB)
              MOVE WS-INDICE-EMB TO WS-FILA-EMB
           END-IF.

       2210-COMPARAR-OFICIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2220-COMPARAR-CUENTA.
           IF REG-NOV-CUENTA EQUAL WS-CUENTA-NUMERO(WS-INDICE-CTA)
              MOVE WS-INDICE-CTA TO WS-FILA-CTA
           END-IF.

       2220-COMPARAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2230-SUMAR-RETENIDO.
           IF WS-EMB-CUENTA(WS-INDICE-EMB) EQUAL REG-NOV-CUENTA
              AND WS-EMB-ESTADO(WS-INDICE-EMB) NOT EQUAL 'L'
              ADD WS-EMB-RETENIDO(WS-INDICE-EMB) TO WS-RETENIDO-CUENTA
           END-IF.

       2230-SUMAR-RETENIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta del oficio: se inmoviliza en el acto lo que la cuenta
      * tiene libre (el saldo menos lo que ya retienen otros oficios)
      * hasta el importe ordenado; el resto lo capturan los creditos
      * que vayan entrando.
       2300-APLICAR-ALTA.
           IF REG-NOV-OFICIO EQUAL SPACES
              DISPLAY 'ALTA RECHAZADA: OFICIO EN BLANCO'
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.

           IF WS-FILA-EMB NOT EQUAL 0
              DISPLAY 'ALTA RECHAZADA: EL OFICIO YA EXISTE: '
                 REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.

           MOVE 0 TO WS-FILA-CTA.
           PERFORM 2220-COMPARAR-CUENTA
              THRU 2220-COMPARAR-CUENTA-EXIT
              VARYING WS-INDICE-CTA FROM 1 BY 1
              UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS.
           IF WS-FILA-CTA EQUAL 0
              DISPLAY 'ALTA RECHAZADA: CUENTA INEXISTENTE: '
                 REG-NOV-CUENTA ' OFICIO ' REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.
           IF WS-CUENTA-ESTADO(WS-FILA-CTA) EQUAL 'C'
              DISPLAY 'ALTA RECHAZADA: CUENTA CERRADA: '
                 REG-NOV-CUENTA ' OFICIO ' REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.

           IF REG-NOV-IMPORTE NOT NUMERIC
              OR REG-NOV-IMPORTE NOT GREATER THAN 0
              DISPLAY 'ALTA RECHAZADA: IMPORTE INVALIDO, OFICIO '
                 REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.

           IF REG-NOV-FECHA EQUAL SPACES
              DISPLAY 'ALTA RECHAZADA: SIN FECHA DE OFICIO, OFICIO '
                 REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.

           IF WS-CANT-EMBARGOS NOT LESS THAN 200
              DISPLAY 'REGISTRO DE EMBARGOS LLENO, OFICIO '
                 REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.

           MOVE 0 TO WS-RETENIDO-CUENTA.
           PERFORM 2230-SUMAR-RETENIDO
              THRU 2230-SUMAR-RETENIDO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS.
           COMPUTE WS-LIBRE-EMBARGO =
              WS-CUENTA-SALDO(WS-FILA-CTA) - WS-RETENIDO-CUENTA.
           IF WS-LIBRE-EMBARGO LESS THAN 0
              MOVE 0 TO WS-RETENCION
           ELSE
              IF WS-LIBRE-EMBARGO LESS THAN REG-NOV-IMPORTE
                 MOVE WS-LIBRE-EMBARGO TO WS-RETENCION
              ELSE
                 MOVE REG-NOV-IMPORTE TO WS-RETENCION
              END-IF
           END-IF.

           ADD 1 TO WS-CANT-EMBARGOS.
           MOVE WS-CANT-EMBARGOS TO WS-FILA-EMB.
           MOVE REG-NOV-OFICIO   TO WS-EMB-OFICIO(WS-FILA-EMB).
           MOVE REG-NOV-CUENTA   TO WS-EMB-CUENTA(WS-FILA-EMB).
           MOVE REG-NOV-JUZGADO  TO WS-EMB-JUZGADO(WS-FILA-EMB).
           MOVE REG-NOV-IMPORTE  TO WS-EMB-IMPORTE(WS-FILA-EMB).
           MOVE WS-RETENCION     TO WS-EMB-RETENIDO(WS-FILA-EMB).
           MOVE REG-NOV-FECHA    TO WS-EMB-FECHA(WS-FILA-EMB).
           MOVE SPACES           TO WS-EMB-FECHA-LEVANTA(WS-FILA-EMB).
           MOVE 0                TO WS-EMB-RETENIDO-MES(WS-FILA-EMB).
           IF WS-RETENCION EQUAL REG-NOV-IMPORTE
              MOVE 'C' TO WS-EMB-ESTADO(WS-FILA-EMB)
           ELSE
              MOVE 'A' TO WS-EMB-ESTADO(WS-FILA-EMB)
           END-IF.

           IF WS-RETENCION GREATER THAN 0
              MOVE REG-NOV-FECHA  TO REG-RET-FECHA
              MOVE REG-NOV-OFICIO TO REG-RET-OFICIO
              MOVE REG-NOV-CUENTA TO REG-RET-CUENTA
              MOVE 0              TO REG-RET-NRO-OPERACION
              MOVE 'A'            TO REG-RET-ORIGEN
              MOVE WS-RETENCION   TO REG-RET-IMPORTE
              WRITE REG-SAL-RETENCION FROM REG-RETENCION
              IF NOT FS-SAL-RETENCIONES-OK
                 DISPLAY 'ERROR AL GRABAR EMBARGOS_RETENCIONES.TXT: '
                    FS-SAL-RETENCIONES
              END-IF
           END-IF.

           ADD 1 TO WS-CANT-ALTAS.

       2300-APLICAR-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Levantamiento: lo retenido se libera y el oficio deja de
      * capturar creditos. Queda en el registro para el reporte.
       2400-APLICAR-LEVANTAMIENTO.
           IF WS-FILA-EMB EQUAL 0
              DISPLAY 'LEVANTAMIENTO RECHAZADO: OFICIO INEXISTENTE: '
                 REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2400-APLICAR-LEVANTAMIENTO-EXIT
           END-IF.

           IF WS-EMB-ESTADO(WS-FILA-EMB) EQUAL 'L'
              DISPLAY 'LEVANTAMIENTO RECHAZADO: OFICIO YA LEVANTADO: '
                 REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2400-APLICAR-LEVANTAMIENTO-EXIT
           END-IF.

      * Las firmas de los titulares tienen que cubrir el regimen de
      * la cuenta; sin titulares cargados se levanta como siempre.
           INITIALIZE WS-TITULARIDAD.
           SET LK-TIT-VERIFICAR TO TRUE.
           MOVE WS-EMB-CUENTA(WS-FILA-EMB) TO LK-TIT-CUENTA.
           PERFORM 2410-PASAR-FIRMA
              THRU 2410-PASAR-FIRMA-EXIT
              VARYING WS-INDICE-FIRMA FROM 1 BY 1
              UNTIL WS-INDICE-FIRMA GREATER THAN 5.
           CALL 'CLTITULA' USING WS-TITULARIDAD.
           IF LK-TIT-FALTAN-FIRMAS
              DISPLAY 'LEVANTAMIENTO RECHAZADO: FALTA LA FIRMA DE '
                 LK-TIT-FALTANTE ': ' REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2400-APLICAR-LEVANTAMIENTO-EXIT
           END-IF.
           IF LK-TIT-ERROR
              DISPLAY 'LEVANTAMIENTO RECHAZADO: NO SE PUDIERON LEER '
                 'LOS TITULARES: ' REG-NOV-OFICIO
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2400-APLICAR-LEVANTAMIENTO-EXIT
           END-IF.

           MOVE 'L' TO WS-EMB-ESTADO(WS-FILA-EMB).
           IF REG-NOV-FECHA EQUAL SPACES
              MOVE WS-FECHA-HOY TO WS-EMB-FECHA-LEVANTA(WS-FILA-EMB)
           ELSE
              MOVE REG-NOV-FECHA TO WS-EMB-FECHA-LEVANTA(WS-FILA-EMB)
           END-IF.

           ADD 1 TO WS-CANT-LEVANTADOS.

       2400-APLICAR-LEVANTAMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2410-PASAR-FIRMA.
           MOVE REG-NOV-FIRMA-TIPO-DOC(WS-INDICE-FIRMA)
             TO LK-TIT-FIRMA-TIPO-DOC(WS-INDICE-FIRMA).
           IF REG-NOV-FIRMA-NUMERO-DOC(WS-INDICE-FIRMA) IS NUMERIC
              MOVE REG-NOV-FIRMA-NUMERO-DOC(WS-INDICE-FIRMA)
                TO LK-TIT-FIRMA-NUMERO-DOC(WS-INDICE-FIRMA)
           END-IF.

       2410-PASAR-FIRMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-REGRABAR-EMBARGOS.
           OPEN OUTPUT SAL-EMBARGOS.
           IF NOT FS-SAL-EMBARGOS-OK
              DISPLAY 'ERROR AL REGRABAR EMBARGOS.TXT: '
                 FS-SAL-EMBARGOS
              MOVE 99 TO RETURN-CODE
              GO TO 3000-REGRABAR-EMBARGOS-EXIT
           END-IF.

           PERFORM 3100-GRABAR-EMBARGO
              THRU 3100-GRABAR-EMBARGO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS.

           CLOSE SAL-EMBARGOS.

       3000-REGRABAR-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-GRABAR-EMBARGO.
           MOVE WS-EMB-OFICIO(WS-INDICE-EMB)   TO REG-EMB-OFICIO.
           MOVE WS-EMB-CUENTA(WS-INDICE-EMB)   TO REG-EMB-CUENTA.
           MOVE WS-EMB-JUZGADO(WS-INDICE-EMB)  TO REG-EMB-JUZGADO.
           MOVE WS-EMB-IMPORTE(WS-INDICE-EMB)  TO REG-EMB-IMPORTE.
           MOVE WS-EMB-RETENIDO(WS-INDICE-EMB) TO REG-EMB-RETENIDO.
           MOVE WS-EMB-FECHA(WS-INDICE-EMB)    TO REG-EMB-FECHA.
           MOVE WS-EMB-ESTADO(WS-INDICE-EMB)   TO REG-EMB-ESTADO.
           MOVE WS-EMB-FECHA-LEVANTA(WS-INDICE-EMB)
             TO REG-EMB-FECHA-LEVANTA.
           WRITE REG-SAL-EMBARGO FROM REG-EMBARGO.

       3100-GRABAR-EMBARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reporte mensual por oficio: lo retenido en el mes sale del
      * historial de retenciones; entran los oficios recibidos hasta
      * el fin del periodo y no levantados antes de empezarlo.
       4000-EMITIR-REPORTE.
           OPEN INPUT ENT-RETENCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-RETENCIONES-OK
                   PERFORM 4100-LEER-RETENCION
                      THRU 4100-LEER-RETENCION-EXIT
                      UNTIL WS-RETENCIONES-EOF-YES
                   CLOSE ENT-RETENCIONES
               WHEN FS-ENT-RETENCIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBARGOS_RETENCIONES.TXT: '
                      FS-ENT-RETENCIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EMBARGOS_REPORTE.TXT: '
                 FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-PERIODO TO WS-REP-TIT-PERIODO.
           MOVE WS-REP-TITULO TO REG-REPORTE-LINEA.
           WRITE REG-REPORTE-LINEA.
           MOVE WS-REP-ENCABEZADO TO REG-REPORTE-LINEA.
           WRITE REG-REPORTE-LINEA.

           PERFORM 4200-EMITIR-OFICIO
              THRU 4200-EMITIR-OFICIO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS.

           MOVE WS-CANT-OFICIOS-REP TO WS-REP-TOT-CANTIDAD.
           MOVE WS-TOT-ORDENADO     TO WS-REP-TOT-ORDENADO.
           MOVE WS-TOT-RETENIDO-MES TO WS-REP-TOT-RETENIDO-MES.
           MOVE WS-TOT-RETENIDO     TO WS-REP-TOT-RETENIDO.
           MOVE WS-TOT-PENDIENTE    TO WS-REP-TOT-PENDIENTE.
           MOVE WS-REP-TOTAL TO REG-REPORTE-LINEA.
           WRITE REG-REPORTE-LINEA.

           CLOSE SAL-REPORTE.

           DISPLAY 'OFICIOS EN EL REPORTE: ' WS-CANT-OFICIOS-REP.

       4000-EMITIR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-LEER-RETENCION.
           READ ENT-RETENCIONES INTO REG-RETENCION
               AT END
                   SET WS-RETENCIONES-EOF-YES TO TRUE
               NOT AT END
                   IF REG-RET-FECHA(1:7) EQUAL WS-PARM-PERIODO
                      PERFORM 4110-ACUMULAR-RETENCION
                         THRU 4110-ACUMULAR-RETENCION-EXIT
                         VARYING WS-INDICE-EMB FROM 1 BY 1
                         UNTIL WS-INDICE-EMB GREATER THAN
                            WS-CANT-EMBARGOS
                   END-IF
           END-READ.

       4100-LEER-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4110-ACUMULAR-RETENCION.
           IF REG-RET-OFICIO EQUAL WS-EMB-OFICIO(WS-INDICE-EMB)
              ADD REG-RET-IMPORTE
                TO WS-EMB-RETENIDO-MES(WS-INDICE-EMB)
           END-IF.

       4110-ACUMULAR-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-EMITIR-OFICIO.
           IF WS-EMB-FECHA(WS-INDICE-EMB)(1:7) GREATER THAN
                 WS-PARM-PERIODO
              GO TO 4200-EMITIR-OFICIO-EXIT
           END-IF.
           IF WS-EMB-ESTADO(WS-INDICE-EMB) EQUAL 'L'
              AND WS-EMB-FECHA-LEVANTA(WS-INDICE-EMB)(1:7) LESS THAN
                 WS-PARM-PERIODO
              GO TO 4200-EMITIR-OFICIO-EXIT
           END-IF.

           COMPUTE WS-PENDIENTE =
              WS-EMB-IMPORTE(WS-INDICE-EMB)
              - WS-EMB-RETENIDO(WS-INDICE-EMB).

           MOVE WS-EMB-OFICIO(WS-INDICE-EMB)  TO WS-REP-DET-OFICIO.
           MOVE WS-EMB-JUZGADO(WS-INDICE-EMB) TO WS-REP-DET-JUZGADO.
           MOVE WS-EMB-CUENTA(WS-INDICE-EMB)  TO WS-REP-DET-CUENTA.
           MOVE WS-EMB-IMPORTE(WS-INDICE-EMB) TO WS-REP-DET-ORDENADO.
           MOVE WS-EMB-RETENIDO-MES(WS-INDICE-EMB)
             TO WS-REP-DET-RETENIDO-MES.
           MOVE WS-EMB-RETENIDO(WS-INDICE-EMB)
             TO WS-REP-DET-RETENIDO.
           MOVE WS-PENDIENTE TO WS-REP-DET-PENDIENTE.
           EVALUATE WS-EMB-ESTADO(WS-INDICE-EMB)
               WHEN 'A'
                   MOVE 'ACTIVO'    TO WS-REP-DET-ESTADO
               WHEN 'C'
                   MOVE 'CUBIERTO'  TO WS-REP-DET-ESTADO
               WHEN 'L'
                   MOVE 'LEVANTADO' TO WS-REP-DET-ESTADO
               WHEN OTHER
                   MOVE WS-EMB-ESTADO(WS-INDICE-EMB)
                     TO WS-REP-DET-ESTADO
           END-EVALUATE.
           MOVE WS-REP-DETALLE TO REG-REPORTE-LINEA.
           WRITE REG-REPORTE-LINEA.

           ADD 1 TO WS-CANT-OFICIOS-REP.
           ADD WS-EMB-IMPORTE(WS-INDICE-EMB) TO WS-TOT-ORDENADO.
           ADD WS-EMB-RETENIDO-MES(WS-INDICE-EMB)
             TO WS-TOT-RETENIDO-MES.
           ADD WS-EMB-RETENIDO(WS-INDICE-EMB) TO WS-TOT-RETENIDO.
           ADD WS-PENDIENTE TO WS-TOT-PENDIENTE.

       4200-EMITIR-OFICIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLEMBARG.
