           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DESC-USO.

      * Embargos judiciales por cuenta: lo retenido por los oficios
      * activos o cubiertos no se puede debitar. Sin el archivo no
      * hay cuentas embargadas.
       SELECT ENT-EMBARGOS
           ASSIGN TO '../EMBARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EMBARGOS.

      * Pagos de tarjeta desde cuenta propia (concepto TAR) que no
      * pasaron la validacion: ademas de RECHAZADAS.TXT quedan en el
      * reporte del lado tarjeta, el mismo que graba CLPOSTEO con
      * los que rebotan en el posteo.
       SELECT SAL-PAGOS-RECHAZADOS
           ASSIGN TO '../PAGOS_CUENTA_RECHAZADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PAGOS-RECH.

      * Firmantes autorizados de las cuentas de empresa, con su
      * limite y si por encima necesitan firma conjunta. Sin el
      * archivo ninguna cuenta tiene regimen de firmas.
       SELECT ENT-FIRMANTES
           ASSIGN TO '../FIRMANTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FIRMANTES.

      * Transferencias que superan el limite del firmante y esperan
      * la segunda firma: no van a APROBADAS.TXT hasta que CLFIRMAS
      * aplique la decision del otro firmante.
       SELECT SAL-FIRMAS-PEND
           ASSIGN TO '../FIRMAS_PENDIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-FIRMAS-PEND.

      * Control de compra de moneda extranjera: cotizaciones del
      * dia (las mismas que usa CLPOSTEO para el cambio), topes
      * mensuales por persona con fecha de vigencia y acumulado del
      * mes por persona, que se lee al empezar y se regraba en cada
      * llamada como el acumulado diario. Sin topes rige el tope
      * por defecto; sin cotizacion no se puede medir la compra y
      * la operacion no se controla (CLPOSTEO la manda a
      * excepciones igual).
       SELECT ENT-COTIZACIONES
           ASSIGN TO '../COTIZACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-COTIZACIONES.

       SELECT ENT-TOPES-CAMBIO
           ASSIGN TO '../FX_TOPES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TOPES-CAMBIO.

       SELECT FX-ACUMULADO
           ASSIGN TO '../FX_ACUMULADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FX-ACUMULADO.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 REG-ENT-USO-IMPORTE              PIC 9(10)V9(02).
          05 REG-ENT-USO-DESDE                PIC X(10).

       FD SAL-PAGOS-RECHAZADOS.
           COPY PAGRECH.

       FD ENT-EMBARGOS.
           COPY EMBARGO.

       FD ENT-FIRMANTES.
           COPY FIRMANTE.

       FD SAL-FIRMAS-PEND.
           COPY FIRMAPEN.

       FD ENT-COTIZACIONES.
       01 REG-COTIZACION.
          05 REG-COTIZ-FECHA                  PIC X(10).
          05 REG-COTIZ-MONEDA                 PIC X(03).
          05 REG-COTIZ-VALOR                  PIC 9(6)V9(2).

       FD ENT-TOPES-CAMBIO.
           COPY TOPECAMB.

       FD FX-ACUMULADO.
           COPY FXACUM.

       WORKING-STORAGE SECTION.
       01 WS-VAR-AUX.
          05 WS-VALIDAR-DATOS                 PIC X(03).
             88 FS-ENT-DESC-USO-OK            VALUE '00'.
             88 FS-ENT-DESC-USO-EOF           VALUE '10'.
             88 FS-ENT-DESC-USO-NFD           VALUE '35'.
          05 FS-SAL-PAGOS-RECH                PIC X(2).
             88 FS-SAL-PAGOS-RECH-OK          VALUE '00'.
          05 FS-ENT-EMBARGOS                  PIC X(2).
             88 FS-ENT-EMBARGOS-OK            VALUE '00'.
             88 FS-ENT-EMBARGOS-EOF           VALUE '10'.
             88 FS-ENT-EMBARGOS-NFD           VALUE '35'.
          05 FS-ENT-FIRMANTES                 PIC X(2).
             88 FS-ENT-FIRMANTES-OK           VALUE '00'.
             88 FS-ENT-FIRMANTES-EOF          VALUE '10'.
             88 FS-ENT-FIRMANTES-NFD          VALUE '35'.
          05 FS-SAL-FIRMAS-PEND               PIC X(2).
             88 FS-SAL-FIRMAS-PEND-OK         VALUE '00'.
          05 FS-ENT-COTIZACIONES              PIC X(2).
             88 FS-ENT-COTIZACIONES-OK        VALUE '00'.
             88 FS-ENT-COTIZACIONES-EOF       VALUE '10'.
             88 FS-ENT-COTIZACIONES-NFD       VALUE '35'.
          05 FS-ENT-TOPES-CAMBIO              PIC X(2).
             88 FS-ENT-TOPES-CAMBIO-OK        VALUE '00'.
             88 FS-ENT-TOPES-CAMBIO-EOF       VALUE '10'.
             88 FS-ENT-TOPES-CAMBIO-NFD       VALUE '35'.
          05 FS-FX-ACUMULADO                  PIC X(2).
             88 FS-FX-ACUMULADO-OK            VALUE '00'.
             88 FS-FX-ACUMULADO-EOF           VALUE '10'.
             88 FS-FX-ACUMULADO-NFD           VALUE '35'.

      * Para contar la posicion de la transferencia en el vector
       77 LK-INDICE                            PIC 9(02) VALUE 1.
      * Tabla de cuentas con su saldo, cargada de CUENTAS.TXT. El
      * margen es el descubierto acordado que le queda por girar a
      * la cuenta (cero = sin acuerdo vigente); se consume a medida
      * que se aprueban debitos que exceden el saldo. Lo retenido
      * es la parte del saldo inmovilizada por embargos judiciales.
      * Titular y moneda sirven al control de compra de divisas.
       01 WS-TABLA-CUENTAS.
          05 WS-CUENTA OCCURS 200 TIMES.
             10 WS-CUENTA-NUMERO               PIC X(22).
             10 WS-CUENTA-SALDO                PIC 9(10)V9(02).
             10 WS-CUENTA-ESTADO               PIC X(01).
             10 WS-CUENTA-MARGEN               PIC 9(10)V9(02).
             10 WS-CUENTA-RETENIDO             PIC 9(10)V9(02).
             10 WS-CUENTA-TITULAR              PIC X(30).
             10 WS-CUENTA-MONEDA               PIC X(03).

      * Carga de los embargos judiciales
       01 WS-EMBARGOS-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-EMBARGOS-EOF-YES                  VALUE 'TRUE'.
          88 WS-EMBARGOS-EOF-NO                   VALUE 'FALSE'.
       77 WS-LIBRE-EMBARGO                     PIC S9(11)V9(02)
                                               VALUE 0.

      * Firmantes de las cuentas de empresa, cargados una vez por
      * corrida como las cuentas
       01 WS-FIRMANTES-EOF                     PIC X(05) VALUE 'FALSE'.
          88 WS-FIRMANTES-EOF-YES                 VALUE 'TRUE'.
          88 WS-FIRMANTES-EOF-NO                  VALUE 'FALSE'.
       77 WS-CANT-FIRMANTES                    PIC 9(03) VALUE 0.
       77 WS-INDICE-FIRMANTE                   PIC 9(03) VALUE 1.
       77 WS-FILA-FIRMANTE                     PIC 9(03) VALUE 0.
       01 WS-TABLA-FIRMANTES.
          05 WS-FIR-ITEM OCCURS 500 TIMES.
             10 WS-FIR-CUENTA                  PIC X(22).
             10 WS-FIR-DOCUMENTO               PIC X(15).
             10 WS-FIR-LIMITE                  PIC 9(10)V9(02).
             10 WS-FIR-CONJUNTA                PIC X(01).

      * La cuenta debito tiene regimen de firmas, y la transferencia
      * en validacion espera la firma conjunta
       01 WS-CUENTA-CON-FIRMAS                 PIC X(02) VALUE 'NO'.
          88 WS-CUENTA-CON-FIRMAS-SI              VALUE 'SI'.
          88 WS-CUENTA-CON-FIRMAS-NO              VALUE 'NO'.
       01 WS-FIRMA-CONJUNTA                    PIC X(02) VALUE 'NO'.
          88 WS-FIRMA-CONJUNTA-SI                 VALUE 'SI'.
          88 WS-FIRMA-CONJUNTA-NO                 VALUE 'NO'.

      * Compra de moneda extranjera: cotizaciones, topes mensuales
      * vigentes por fecha y acumulado del mes por persona, cargados
      * una vez por corrida como las cuentas
       01 WS-COTIZ-EOF                         PIC X(05) VALUE 'FALSE'.
          88 WS-COTIZ-EOF-YES                     VALUE 'TRUE'.
          88 WS-COTIZ-EOF-NO                      VALUE 'FALSE'.
       77 WS-INDICE-COTIZ                      PIC 9(03) VALUE 1.
       77 WS-CANT-COTIZ                        PIC 9(03) VALUE 0.
       01 WS-TABLA-COTIZACIONES.
          05 WS-COTIZ-ITEM OCCURS 300 TIMES.
             10 WS-COTIZ-ITEM-FECHA            PIC X(10).
             10 WS-COTIZ-ITEM-MONEDA           PIC X(03).
             10 WS-COTIZ-ITEM-VALOR            PIC 9(6)V9(2).
       77 WS-COTIZ-HALLADA                     PIC 9(6)V9(2) VALUE 0.
       77 WS-FECHA-COTIZ-HALLADA               PIC X(10) VALUE SPACES.

       01 WS-TOPES-CAMBIO-EOF                  PIC X(05) VALUE 'FALSE'.
          88 WS-TOPES-CAMBIO-EOF-YES              VALUE 'TRUE'.
          88 WS-TOPES-CAMBIO-EOF-NO               VALUE 'FALSE'.
       77 WS-INDICE-TCA                        PIC 9(02) VALUE 1.
       77 WS-CANT-TCA                          PIC 9(02) VALUE 0.
       01 WS-TABLA-TOPES-CAMBIO.
          05 WS-TCA-ITEM OCCURS 50 TIMES.
             10 WS-TCA-VIGENCIA                PIC X(10).
             10 WS-TCA-MONEDA                  PIC X(03).
             10 WS-TCA-TOPE                    PIC 9(08)V9(02).
       77 WS-TOPE-CAMBIO-HALLADO               PIC 9(08)V9(02) VALUE 0.
       77 WS-VIGENCIA-TOPE-HALLADA             PIC X(10) VALUE SPACES.

       01 WS-FX-ACUM-EOF                       PIC X(05) VALUE 'FALSE'.
          88 WS-FX-ACUM-EOF-YES                   VALUE 'TRUE'.
          88 WS-FX-ACUM-EOF-NO                    VALUE 'FALSE'.
       77 WS-INDICE-FXA                        PIC 9(03) VALUE 1.
       77 WS-CANT-FXA                          PIC 9(03) VALUE 0.
       77 WS-FILA-FXA                          PIC 9(03) VALUE 0.
       01 WS-TABLA-FX-ACUMULADO.
          05 WS-FXA-ITEM OCCURS 500 TIMES.
             10 WS-FXA-TIPO-DOC                PIC X(04).
             10 WS-FXA-CLAVE                   PIC X(22).
             10 WS-FXA-TITULAR                 PIC X(30).
             10 WS-FXA-PERIODO                 PIC X(07).
             10 WS-FXA-MONEDA                  PIC X(03).
             10 WS-FXA-COMPRADO                PIC 9(10)V9(02).
             10 WS-FXA-CANTIDAD                PIC 9(05).

      * La transferencia en validacion es una compra de moneda
      * extranjera: persona que compra, moneda, importe en esa
      * moneda y fila de la cuenta credito
       01 WS-COMPRA-DIVISA                     PIC X(02) VALUE 'NO'.
          88 WS-COMPRA-DIVISA-SI                  VALUE 'SI'.
          88 WS-COMPRA-DIVISA-NO                  VALUE 'NO'.
       77 WS-FILA-CREDITO-FX                   PIC 9(03) VALUE 0.
       77 WS-FX-TIPO-DOC                       PIC X(04) VALUE SPACES.
       77 WS-FX-CLAVE                          PIC X(22) VALUE SPACES.
       77 WS-FX-TITULAR                        PIC X(30) VALUE SPACES.
       77 WS-FX-MONEDA                         PIC X(03) VALUE SPACES.
       77 WS-FX-IMPORTE                        PIC 9(10)V9(02)
                                               VALUE 0.
       77 WS-FX-TOTAL-MES                      PIC 9(11)V9(02)
                                               VALUE 0.

      * Area de la rutina de identidad del cliente, para llegar de
      * la cuenta debito a la persona
       01 WS-CLIENTE.
           COPY CLIENTE.

      * Carga de los acuerdos de descubierto
       01 WS-DESCUBIERTOS-EOF                  PIC X(05) VALUE 'FALSE'.
          05 WS-CBU-RETORNO                   PIC X(02).
             88 WS-CBU-OK                     VALUE '00'.

      * Pago de tarjeta desde cuenta propia: con el concepto TAR la
      * cuenta credito no es un CBU sino el numero de tarjeta (19
      * posiciones), que se verifica contra el maestro de tarjetas
      * con MAESTARJ en modo lectura.
       77 WS-CONCEPTO-PAGO-TARJETA             PIC X(03) VALUE 'TAR'.
       01 WS-PAGO-TARJETA                      PIC X(02) VALUE 'NO'.
          88 WS-PAGO-TARJETA-SI                   VALUE 'SI'.
          88 WS-PAGO-TARJETA-NO                   VALUE 'NO'.
       01 WS-TARJETA.
           COPY MAESTARJ.

      * Tope diario de rechazo por cuenta debito, configurable en
      * LIMITES_DIARIOS.TXT (el umbral de informe lo usa CLREPDIA)
       77 WS-TOPE-DIARIO                       PIC 9(10)V9(02)
                 THRU 0200-CARGAR-CUENTAS-EXIT
              PERFORM 0250-CARGAR-DESCUBIERTOS
                 THRU 0250-CARGAR-DESCUBIERTOS-EXIT
              PERFORM 0295-CARGAR-EMBARGOS
                 THRU 0295-CARGAR-EMBARGOS-EXIT
              PERFORM 0297-CARGAR-FIRMANTES
                 THRU 0297-CARGAR-FIRMANTES-EXIT
              PERFORM 0600-CARGAR-COTIZACIONES
                 THRU 0600-CARGAR-COTIZACIONES-EXIT
              PERFORM 0620-CARGAR-TOPES-CAMBIO
                 THRU 0620-CARGAR-TOPES-CAMBIO-EXIT
              PERFORM 0640-CARGAR-FX-ACUMULADO
                 THRU 0640-CARGAR-FX-ACUMULADO-EXIT
              SET WS-CUENTAS-CARGADAS-SI TO TRUE
           END-IF.

              OPEN OUTPUT SOSPECHOSAS
           END-IF.

           OPEN EXTEND SAL-PAGOS-RECHAZADOS.
           IF NOT FS-SAL-PAGOS-RECH-OK
              OPEN OUTPUT SAL-PAGOS-RECHAZADOS
           END-IF.

           OPEN EXTEND SAL-FIRMAS-PEND.
           IF NOT FS-SAL-FIRMAS-PEND-OK
              OPEN OUTPUT SAL-FIRMAS-PEND
           END-IF.

      * Tengo que validar datos tantas veces como tengo transferencias
           PERFORM 1000-VALIDAR-DATOS
              THRU 1000-VALIDAR-DATOS-EXIT
           CLOSE APROBADAS.
           CLOSE RECHAZADAS.
           CLOSE SOSPECHOSAS.
           CLOSE SAL-PAGOS-RECHAZADOS.
           CLOSE SAL-FIRMAS-PEND.

      * El acumulado del dia queda grabado al salir de cada llamada,
      * para que la proxima corrida (y CLREPDIA) lo vea al dia.
           PERFORM 0500-REGRABAR-ACUMULADO
              THRU 0500-REGRABAR-ACUMULADO-EXIT.

      * Lo mismo el acumulado del mes de compra de divisas, que lee
      * CLTOPEFX para el reporte a cumplimiento.
           PERFORM 0700-REGRABAR-FX-ACUMULADO
              THRU 0700-REGRABAR-FX-ACUMULADO-EXIT.

           GOBACK.

      *----------------------------------------------------------------*
           MOVE 'Sueldos'     TO WS-CONCEPTO-DESCRIPCION(5).
           MOVE 'BEC' TO WS-CONCEPTO-COD(6).
           MOVE 'Becas'       TO WS-CONCEPTO-DESCRIPCION(6).
           MOVE 'TAR' TO WS-CONCEPTO-COD(7).
           MOVE 'Pago de tarjeta' TO WS-CONCEPTO-DESCRIPCION(7).
           MOVE 'ARA' TO WS-CONCEPTO-COD(8).
           MOVE 'Aranceles'   TO WS-CONCEPTO-DESCRIPCION(8).
           MOVE 8 TO WS-CANT-CONCEPTOS.

       0120-CARGAR-CONCEPTOS-DEFAULT-EXIT.
           EXIT.
                           TO WS-CUENTA-ESTADO(WS-CANT-CUENTAS)
                      END-IF
                      MOVE 0 TO WS-CUENTA-MARGEN(WS-CANT-CUENTAS)
                      MOVE 0 TO WS-CUENTA-RETENIDO(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-TITULAR
                        TO WS-CUENTA-TITULAR(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-MONEDA
                        TO WS-CUENTA-MONEDA(WS-CANT-CUENTAS)
                   ELSE
                      DISPLAY 'CUENTAS.TXT TIENE MAS DE 200 CUENTAS, '
                         'SE IGNORAN LOS EXCEDENTES'
       0290-COMPARAR-FILA-DESC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Retenido por cuenta: la suma de lo retenido por sus oficios
      * activos o cubiertos. Los levantados ya no inmovilizan nada.
       0295-CARGAR-EMBARGOS.
           OPEN INPUT ENT-EMBARGOS.
           EVALUATE TRUE
               WHEN FS-ENT-EMBARGOS-OK
                   PERFORM 0296-LEER-EMBARGO
                      THRU 0296-LEER-EMBARGO-EXIT
                      UNTIL WS-EMBARGOS-EOF-YES
                   CLOSE ENT-EMBARGOS
               WHEN FS-ENT-EMBARGOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBARGOS.TXT: '
                      FS-ENT-EMBARGOS
           END-EVALUATE.

       0295-CARGAR-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0296-LEER-EMBARGO.
           READ ENT-EMBARGOS
               AT END
                   SET WS-EMBARGOS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-EMB-ACTIVO OR REG-EMB-CUBIERTO
                      MOVE REG-EMB-CUENTA TO WS-CUENTA-BUSCADA
                      PERFORM 0280-UBICAR-FILA-DESC
                         THRU 0280-UBICAR-FILA-DESC-EXIT
                      IF WS-FILA-DESC NOT EQUAL 0
                         ADD REG-EMB-RETENIDO
                           TO WS-CUENTA-RETENIDO(WS-FILA-DESC)
                      END-IF
                   END-IF
           END-READ.

       0296-LEER-EMBARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0297-CARGAR-FIRMANTES.
           OPEN INPUT ENT-FIRMANTES.
           EVALUATE TRUE
               WHEN FS-ENT-FIRMANTES-OK
                   PERFORM 0298-LEER-FIRMANTE
                      THRU 0298-LEER-FIRMANTE-EXIT
                      UNTIL WS-FIRMANTES-EOF-YES
                   CLOSE ENT-FIRMANTES
               WHEN FS-ENT-FIRMANTES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FIRMANTES.TXT: '
                      FS-ENT-FIRMANTES
           END-EVALUATE.

       0297-CARGAR-FIRMANTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0298-LEER-FIRMANTE.
           READ ENT-FIRMANTES
               AT END
                   SET WS-FIRMANTES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-FIRMANTES LESS THAN 500
                      ADD 1 TO WS-CANT-FIRMANTES
                      MOVE REG-FIR-CUENTA
                        TO WS-FIR-CUENTA(WS-CANT-FIRMANTES)
                      MOVE REG-FIR-DOCUMENTO
                        TO WS-FIR-DOCUMENTO(WS-CANT-FIRMANTES)
                      MOVE REG-FIR-LIMITE
                        TO WS-FIR-LIMITE(WS-CANT-FIRMANTES)
                      MOVE REG-FIR-CONJUNTA
                        TO WS-FIR-CONJUNTA(WS-CANT-FIRMANTES)
                   ELSE
                      DISPLAY 'FIRMANTES.TXT TIENE MAS DE 500 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0298-LEER-FIRMANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-CARGAR-APROBADAS.
      * Si APROBADAS.TXT todavia no existe, no hay contra que
       0510-GRABAR-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0600-CARGAR-COTIZACIONES.
           OPEN INPUT ENT-COTIZACIONES.
           EVALUATE TRUE
               WHEN FS-ENT-COTIZACIONES-OK
                   PERFORM 0610-LEER-COTIZACION
                      THRU 0610-LEER-COTIZACION-EXIT
                      UNTIL WS-COTIZ-EOF-YES
                   CLOSE ENT-COTIZACIONES
               WHEN FS-ENT-COTIZACIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COTIZACIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-COTIZACIONES
           END-EVALUATE.

       0600-CARGAR-COTIZACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0610-LEER-COTIZACION.
           READ ENT-COTIZACIONES
               AT END
                   SET WS-COTIZ-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-COTIZ LESS THAN 300
                      ADD 1 TO WS-CANT-COTIZ
                      MOVE REG-COTIZ-FECHA
                        TO WS-COTIZ-ITEM-FECHA(WS-CANT-COTIZ)
                      MOVE REG-COTIZ-MONEDA
                        TO WS-COTIZ-ITEM-MONEDA(WS-CANT-COTIZ)
                      MOVE REG-COTIZ-VALOR
                        TO WS-COTIZ-ITEM-VALOR(WS-CANT-COTIZ)
                   ELSE
                      DISPLAY 'COTIZACIONES.TXT TIENE MAS DE 300 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0610-LEER-COTIZACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin FX_TOPES.TXT rige el tope por defecto: 200 dolares por
      * persona y mes.
       0620-CARGAR-TOPES-CAMBIO.
           OPEN INPUT ENT-TOPES-CAMBIO.
           EVALUATE TRUE
               WHEN FS-ENT-TOPES-CAMBIO-OK
                   PERFORM 0630-LEER-TOPE-CAMBIO
                      THRU 0630-LEER-TOPE-CAMBIO-EXIT
                      UNTIL WS-TOPES-CAMBIO-EOF-YES
                   CLOSE ENT-TOPES-CAMBIO
               WHEN FS-ENT-TOPES-CAMBIO-NFD
                   MOVE 1            TO WS-CANT-TCA
                   MOVE '0001-01-01' TO WS-TCA-VIGENCIA(1)
                   MOVE 'USD'        TO WS-TCA-MONEDA(1)
                   MOVE 200,00       TO WS-TCA-TOPE(1)
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FX_TOPES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-TOPES-CAMBIO
           END-EVALUATE.

       0620-CARGAR-TOPES-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0630-LEER-TOPE-CAMBIO.
           READ ENT-TOPES-CAMBIO
               AT END
                   SET WS-TOPES-CAMBIO-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-TCA LESS THAN 50
                      ADD 1 TO WS-CANT-TCA
                      MOVE REG-TCA-VIGENCIA
                        TO WS-TCA-VIGENCIA(WS-CANT-TCA)
                      MOVE REG-TCA-MONEDA
                        TO WS-TCA-MONEDA(WS-CANT-TCA)
                      MOVE REG-TCA-TOPE
                        TO WS-TCA-TOPE(WS-CANT-TCA)
                   ELSE
                      DISPLAY 'FX_TOPES.TXT TIENE MAS DE 50 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0630-LEER-TOPE-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0640-CARGAR-FX-ACUMULADO.
           OPEN INPUT FX-ACUMULADO.
           EVALUATE TRUE
               WHEN FS-FX-ACUMULADO-OK
                   PERFORM 0650-LEER-FX-ACUMULADO
                      THRU 0650-LEER-FX-ACUMULADO-EXIT
                      UNTIL WS-FX-ACUM-EOF-YES
                   CLOSE FX-ACUMULADO
               WHEN FS-FX-ACUMULADO-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FX_ACUMULADO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-FX-ACUMULADO
                   GOBACK
           END-EVALUATE.

       0640-CARGAR-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0650-LEER-FX-ACUMULADO.
           READ FX-ACUMULADO
               AT END
                   SET WS-FX-ACUM-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-FXA LESS THAN 500
                      ADD 1 TO WS-CANT-FXA
                      MOVE REG-FXA-TIPO-DOC
                        TO WS-FXA-TIPO-DOC(WS-CANT-FXA)
                      MOVE REG-FXA-CLAVE
                        TO WS-FXA-CLAVE(WS-CANT-FXA)
                      MOVE REG-FXA-TITULAR
                        TO WS-FXA-TITULAR(WS-CANT-FXA)
                      MOVE REG-FXA-PERIODO
                        TO WS-FXA-PERIODO(WS-CANT-FXA)
                      MOVE REG-FXA-MONEDA
                        TO WS-FXA-MONEDA(WS-CANT-FXA)
                      MOVE REG-FXA-COMPRADO
                        TO WS-FXA-COMPRADO(WS-CANT-FXA)
                      MOVE REG-FXA-CANTIDAD
                        TO WS-FXA-CANTIDAD(WS-CANT-FXA)
                   ELSE
                      DISPLAY 'FX_ACUMULADO.TXT TIENE MAS DE '
                         '500 REGISTROS: DEPURAR MESES VIEJOS'
                   END-IF
           END-READ.

       0650-LEER-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0700-REGRABAR-FX-ACUMULADO.
           OPEN OUTPUT FX-ACUMULADO.
           IF NOT FS-FX-ACUMULADO-OK
              DISPLAY 'ERROR AL REGRABAR FX_ACUMULADO.TXT'
              DISPLAY 'FILE STATUS: ' FS-FX-ACUMULADO
              GO TO 0700-REGRABAR-FX-ACUMULADO-EXIT
           END-IF.

           PERFORM 0710-GRABAR-FX-ACUMULADO
              THRU 0710-GRABAR-FX-ACUMULADO-EXIT
              VARYING WS-INDICE-FXA FROM 1 BY 1
              UNTIL WS-INDICE-FXA GREATER THAN WS-CANT-FXA.

           CLOSE FX-ACUMULADO.

       0700-REGRABAR-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0710-GRABAR-FX-ACUMULADO.
           MOVE WS-FXA-TIPO-DOC(WS-INDICE-FXA)  TO REG-FXA-TIPO-DOC.
           MOVE WS-FXA-CLAVE(WS-INDICE-FXA)     TO REG-FXA-CLAVE.
           MOVE WS-FXA-TITULAR(WS-INDICE-FXA)   TO REG-FXA-TITULAR.
           MOVE WS-FXA-PERIODO(WS-INDICE-FXA)   TO REG-FXA-PERIODO.
           MOVE WS-FXA-MONEDA(WS-INDICE-FXA)    TO REG-FXA-MONEDA.
           MOVE WS-FXA-COMPRADO(WS-INDICE-FXA)  TO REG-FXA-COMPRADO.
           MOVE WS-FXA-CANTIDAD(WS-INDICE-FXA)  TO REG-FXA-CANTIDAD.
           WRITE REG-FX-ACUMULADO.

       0710-GRABAR-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-VALIDAR-DATOS.
      * Indico que la operaci�n es v�lida
           MOVE "S" TO WS-VALIDAR-DATOS.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           IF LK-COD-CONCEPTO(LK-INDICE) EQUAL WS-CONCEPTO-PAGO-TARJETA
              SET WS-PAGO-TARJETA-SI TO TRUE
           ELSE
              SET WS-PAGO-TARJETA-NO TO TRUE
           END-IF.

           IF LK-FECHA(LK-INDICE)  EQUAL SPACES
              MOVE "N" TO WS-VALIDAR-DATOS
              MOVE 'FECHA' TO WS-MOTIVO-TEXTO
              MOVE 'CUENTA CREDITO' TO WS-MOTIVO-TEXTO
              PERFORM 1070-AGREGAR-MOTIVO THRU 1070-AGREGAR-MOTIVO-EXIT
           ELSE
      * En un pago de tarjeta la cuenta credito es la tarjeta: no
      * pasa por CLVALCBU sino por el maestro de tarjetas.
              IF WS-PAGO-TARJETA-SI
                 PERFORM 1066-VALIDAR-TARJETA
                    THRU 1066-VALIDAR-TARJETA-EXIT
              ELSE
                 MOVE LK-CUENTA-CREDITO(LK-INDICE) TO WS-CBU-I
                 CALL 'CLVALCBU' USING WS-CBU-AREA
                 IF NOT WS-CBU-OK
                    MOVE "N" TO WS-VALIDAR-DATOS
                    MOVE 'CBU CREDITO E00' TO WS-MOTIVO-TEXTO
                    MOVE WS-CBU-RETORNO TO WS-MOTIVO-TEXTO(14:2)
                    PERFORM 1070-AGREGAR-MOTIVO
                       THRU 1070-AGREGAR-MOTIVO-EXIT
                 END-IF
              END-IF
           END-IF.

              PERFORM 1070-AGREGAR-MOTIVO THRU 1070-AGREGAR-MOTIVO-EXIT
           END-IF.

      * El pago de tarjeta entra a PAGOS.SEQ, que no lleva moneda y
      * se aplica en pesos: solo se acepta ordenado en pesos.
           IF WS-PAGO-TARJETA-SI
              AND LK-COD-MONEDA(LK-INDICE) EQUAL '02'
              MOVE "N" TO WS-VALIDAR-DATOS
              MOVE 'PAGO TARJETA EN DOLARES' TO WS-MOTIVO-TEXTO
              PERFORM 1070-AGREGAR-MOTIVO THRU 1070-AGREGAR-MOTIVO-EXIT
           END-IF.

           IF LK-IMPORTE(LK-INDICE)  EQUAL SPACES
              MOVE "N" TO WS-VALIDAR-DATOS
              MOVE 'IMPORTE' TO WS-MOTIVO-TEXTO
              END-IF
           END-IF.

      * Compra de moneda extranjera: lo comprado en el mes por la
      * persona, desde todas sus cuentas, mas esta operacion no puede
      * superar el tope mensual vigente.
           PERFORM 1069-CONTROLAR-TOPE-CAMBIO
              THRU 1069-CONTROLAR-TOPE-CAMBIO-EXIT.

      * Cuenta de empresa: el documento origen tiene que ser un
      * firmante de la cuenta, y por encima de su limite la
      * transferencia espera la firma conjunta de otro.
           PERFORM 1067-CONTROLAR-FIRMA
              THRU 1067-CONTROLAR-FIRMA-EXIT.

           IF WS-VALIDAR-DATOS EQUAL "N"
              DISPLAY 'La transferencia: '
                  LK-INDICE
                 '  no paso la validacion  '
              PERFORM 1100-GRABAR-RECHAZADA
                 THRU 1100-GRABAR-RECHAZADA-EXIT
              GO TO 1000-VALIDAR-DATOS-SIGUIENTE
           END-IF.

      * Valida pero por encima del limite del firmante: a la cola
      * de firma conjunta, sin descontar saldo ni acumulado (eso
      * pasa cuando se aprueba).
           IF WS-FIRMA-CONJUNTA-SI
              DISPLAY 'La transferencia: '
                  LK-INDICE
                 '  espera la firma conjunta  '
              PERFORM 1160-GRABAR-PEND-FIRMA
                 THRU 1160-GRABAR-PEND-FIRMA-EXIT
           ELSE
      * La transferencia es valida: antes de aprobarla controlo que
      * no repita una ya aprobada (misma cuenta debito, cuenta
              END-IF
           END-IF.

       1000-VALIDAR-DATOS-SIGUIENTE.
           ADD 1 TO LK-INDICE.

       1000-VALIDAR-DATOS-EXIT.
              EQUAL WS-CUENTA-NUMERO(WS-INDICE-CUENTA)
              SET WS-CUENTA-ENCONTRADA-SI TO TRUE
              MOVE WS-INDICE-CUENTA TO WS-FILA-DEBITO
      * Una cuenta inactiva por falta de movimientos (CLINACT) no
      * gira hasta que un operador la reactive con CLCTAMNT.
              IF WS-CUENTA-ESTADO(WS-INDICE-CUENTA) EQUAL 'I'
                 MOVE "N" TO WS-VALIDAR-DATOS
                 MOVE 'CUENTA DEBITO INACTIVA' TO WS-MOTIVO-TEXTO
                 PERFORM 1070-AGREGAR-MOTIVO
                    THRU 1070-AGREGAR-MOTIVO-EXIT
                 GO TO 1060-COMPARAR-CUENTA-EXIT
              END-IF
      * Una cuenta bloqueada o cerrada no se debita, haya saldo o
      * no: el motivo distingue el estado del faltante de plata.
              IF WS-CUENTA-ESTADO(WS-INDICE-CUENTA) NOT EQUAL 'A'
                    THRU 1070-AGREGAR-MOTIVO-EXIT
                 GO TO 1060-COMPARAR-CUENTA-EXIT
              END-IF
      * Una cuenta embargada solo gira lo que le queda de saldo por
      * encima de lo retenido, sin descubierto: el motivo propio
      * deja ver que no es falta de plata sino orden judicial.
              IF WS-CUENTA-RETENIDO(WS-INDICE-CUENTA) GREATER THAN 0
                 COMPUTE WS-LIBRE-EMBARGO =
                    WS-CUENTA-SALDO(WS-INDICE-CUENTA)
                    - WS-CUENTA-RETENIDO(WS-INDICE-CUENTA)
                 IF LK-IMPORTE(LK-INDICE) GREATER THAN
                    WS-LIBRE-EMBARGO
                    MOVE "N" TO WS-VALIDAR-DATOS
                    MOVE 'EMBARGO JUDICIAL' TO WS-MOTIVO-TEXTO
                    PERFORM 1070-AGREGAR-MOTIVO
                       THRU 1070-AGREGAR-MOTIVO-EXIT
                    GO TO 1060-COMPARAR-CUENTA-EXIT
                 END-IF
              END-IF
              MOVE WS-CUENTA-SALDO(WS-INDICE-CUENTA)
                TO WS-SALDO-CUENTA-DEBITO
      * El disponible suma el margen de descubierto que le quede a
           EXIT.

      *----------------------------------------------------------------*
      * La cuenta inactiva sigue recibiendo: solo se le traba lo
      * que sale.
       1065-CONTROLAR-CREDITO.
           IF LK-CUENTA-CREDITO(LK-INDICE) EQUAL
                 WS-CUENTA-NUMERO(WS-INDICE-CREDITO)
              AND WS-CUENTA-ESTADO(WS-INDICE-CREDITO) NOT EQUAL 'A'
              AND WS-CUENTA-ESTADO(WS-INDICE-CREDITO) NOT EQUAL 'I'
              MOVE "N" TO WS-VALIDAR-DATOS
              MOVE 'CUENTA CREDITO NO ACTIVA' TO WS-MOTIVO-TEXTO
              PERFORM 1070-AGREGAR-MOTIVO
       1065-CONTROLAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1066-VALIDAR-TARJETA.
      * La tarjeta a pagar tiene que existir en el maestro y estar
      * activa: un pago a una tarjeta bloqueada, cerrada o sin
      * activar no se debita, para no dejar la plata en suspenso.
           IF LK-CUENTA-CREDITO(LK-INDICE)(20:3) NOT EQUAL SPACES
              MOVE "N" TO WS-VALIDAR-DATOS
              MOVE 'TARJETA INVALIDA' TO WS-MOTIVO-TEXTO
              PERFORM 1070-AGREGAR-MOTIVO
                 THRU 1070-AGREGAR-MOTIVO-EXIT
              GO TO 1066-VALIDAR-TARJETA-EXIT
           END-IF.

           INITIALIZE WS-TARJETA.
           MOVE 'L' TO LK-MODO-I.
           MOVE LK-CUENTA-CREDITO(LK-INDICE)(1:19) TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING WS-TARJETA.

           EVALUATE TRUE
               WHEN LK-RETORNO-OK AND LK-ESTADO-O-ACTIVA
                   CONTINUE
               WHEN LK-RETORNO-OK
                   MOVE "N" TO WS-VALIDAR-DATOS
                   MOVE 'TARJETA NO ACTIVA' TO WS-MOTIVO-TEXTO
                   PERFORM 1070-AGREGAR-MOTIVO
                      THRU 1070-AGREGAR-MOTIVO-EXIT
               WHEN LK-RETORNO-NO-ENCONTRADA
                   MOVE "N" TO WS-VALIDAR-DATOS
                   MOVE 'TARJETA INEXISTENTE' TO WS-MOTIVO-TEXTO
                   PERFORM 1070-AGREGAR-MOTIVO
                      THRU 1070-AGREGAR-MOTIVO-EXIT
               WHEN OTHER
                   MOVE "N" TO WS-VALIDAR-DATOS
                   MOVE 'TARJETA NO VERIFICADA' TO WS-MOTIVO-TEXTO
                   PERFORM 1070-AGREGAR-MOTIVO
                      THRU 1070-AGREGAR-MOTIVO-EXIT
           END-EVALUATE.

       1066-VALIDAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1067-CONTROLAR-FIRMA.
           SET WS-CUENTA-CON-FIRMAS-NO TO TRUE.
           SET WS-FIRMA-CONJUNTA-NO TO TRUE.
           MOVE 0 TO WS-FILA-FIRMANTE.
           PERFORM 1068-COMPARAR-FIRMANTE
              THRU 1068-COMPARAR-FIRMANTE-EXIT
              VARYING WS-INDICE-FIRMANTE FROM 1 BY 1
              UNTIL WS-INDICE-FIRMANTE GREATER THAN WS-CANT-FIRMANTES.

           IF WS-CUENTA-CON-FIRMAS-NO
              GO TO 1067-CONTROLAR-FIRMA-EXIT
           END-IF.

           IF WS-FILA-FIRMANTE EQUAL 0
              MOVE "N" TO WS-VALIDAR-DATOS
              MOVE 'FIRMANTE NO AUTORIZADO' TO WS-MOTIVO-TEXTO
              PERFORM 1070-AGREGAR-MOTIVO THRU 1070-AGREGAR-MOTIVO-EXIT
              GO TO 1067-CONTROLAR-FIRMA-EXIT
           END-IF.

           IF LK-IMPORTE(LK-INDICE) NOT GREATER THAN
                 WS-FIR-LIMITE(WS-FILA-FIRMANTE)
              GO TO 1067-CONTROLAR-FIRMA-EXIT
           END-IF.

           IF WS-FIR-CONJUNTA(WS-FILA-FIRMANTE) EQUAL 'S'
              SET WS-FIRMA-CONJUNTA-SI TO TRUE
           ELSE
              MOVE "N" TO WS-VALIDAR-DATOS
              MOVE 'EXCEDE LIMITE DE FIRMA' TO WS-MOTIVO-TEXTO
              PERFORM 1070-AGREGAR-MOTIVO THRU 1070-AGREGAR-MOTIVO-EXIT
           END-IF.

       1067-CONTROLAR-FIRMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1068-COMPARAR-FIRMANTE.
           IF LK-CUENTA-DEBITO(LK-INDICE) EQUAL
                 WS-FIR-CUENTA(WS-INDICE-FIRMANTE)
              SET WS-CUENTA-CON-FIRMAS-SI TO TRUE
              IF LK-NRO-DOCUMENTO-D(LK-INDICE) EQUAL
                    WS-FIR-DOCUMENTO(WS-INDICE-FIRMANTE)
                 MOVE WS-INDICE-FIRMANTE TO WS-FILA-FIRMANTE
              END-IF
           END-IF.

       1068-COMPARAR-FIRMANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Es compra de moneda extranjera la transferencia de una cuenta
      * en pesos a una cuenta propia del banco en otra moneda. El
      * importe comprado sale de la cotizacion vigente a la fecha de
      * la operacion; sin cotizacion no hay compra que medir.
       1069-CONTROLAR-TOPE-CAMBIO.
           SET WS-COMPRA-DIVISA-NO TO TRUE.
           MOVE 0 TO WS-FILA-FXA.

           IF WS-FILA-DEBITO EQUAL 0
              GO TO 1069-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           IF WS-CUENTA-MONEDA(WS-FILA-DEBITO) NOT EQUAL 'ARS'
              GO TO 1069-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           MOVE 0 TO WS-FILA-CREDITO-FX.
           PERFORM 1091-UBICAR-CREDITO-FX
              THRU 1091-UBICAR-CREDITO-FX-EXIT
              VARYING WS-INDICE-CREDITO FROM 1 BY 1
              UNTIL WS-INDICE-CREDITO GREATER THAN WS-CANT-CUENTAS
                 OR WS-FILA-CREDITO-FX NOT EQUAL 0.

           IF WS-FILA-CREDITO-FX EQUAL 0
              GO TO 1069-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           MOVE WS-CUENTA-MONEDA(WS-FILA-CREDITO-FX) TO WS-FX-MONEDA.
           IF WS-FX-MONEDA EQUAL 'ARS'
              OR WS-FX-MONEDA EQUAL SPACES
              GO TO 1069-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           MOVE 0 TO WS-COTIZ-HALLADA.
           MOVE SPACES TO WS-FECHA-COTIZ-HALLADA.
           PERFORM 1092-COMPARAR-COTIZACION
              THRU 1092-COMPARAR-COTIZACION-EXIT
              VARYING WS-INDICE-COTIZ FROM 1 BY 1
              UNTIL WS-INDICE-COTIZ GREATER THAN WS-CANT-COTIZ.

           IF WS-COTIZ-HALLADA EQUAL 0
              GO TO 1069-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           COMPUTE WS-FX-IMPORTE ROUNDED =
              LK-IMPORTE(LK-INDICE) / WS-COTIZ-HALLADA.
           SET WS-COMPRA-DIVISA-SI TO TRUE.

           PERFORM 1093-IDENTIFICAR-PERSONA
              THRU 1093-IDENTIFICAR-PERSONA-EXIT.

           PERFORM 1094-COMPARAR-FX-ACUMULADO
              THRU 1094-COMPARAR-FX-ACUMULADO-EXIT
              VARYING WS-INDICE-FXA FROM 1 BY 1
              UNTIL WS-INDICE-FXA GREATER THAN WS-CANT-FXA
                 OR WS-FILA-FXA NOT EQUAL 0.

      * Sin tope vigente para la moneda la compra se acumula igual,
      * pero no se controla.
           MOVE 0 TO WS-TOPE-CAMBIO-HALLADO.
           MOVE SPACES TO WS-VIGENCIA-TOPE-HALLADA.
           PERFORM 1095-COMPARAR-TOPE-CAMBIO
              THRU 1095-COMPARAR-TOPE-CAMBIO-EXIT
              VARYING WS-INDICE-TCA FROM 1 BY 1
              UNTIL WS-INDICE-TCA GREATER THAN WS-CANT-TCA.

           IF WS-VIGENCIA-TOPE-HALLADA EQUAL SPACES
              GO TO 1069-CONTROLAR-TOPE-CAMBIO-EXIT
           END-IF.

           MOVE WS-FX-IMPORTE TO WS-FX-TOTAL-MES.
           IF WS-FILA-FXA NOT EQUAL 0
              ADD WS-FXA-COMPRADO(WS-FILA-FXA) TO WS-FX-TOTAL-MES
           END-IF.

           IF WS-FX-TOTAL-MES GREATER THAN WS-TOPE-CAMBIO-HALLADO
              MOVE "N" TO WS-VALIDAR-DATOS
              MOVE 'TOPE MENSUAL DIVISAS' TO WS-MOTIVO-TEXTO
              PERFORM 1070-AGREGAR-MOTIVO THRU 1070-AGREGAR-MOTIVO-EXIT
           END-IF.

       1069-CONTROLAR-TOPE-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1070-AGREGAR-MOTIVO.
      * Acumulo el motivo de rechazo del campo que acabo de validar,
       1090-COMPARAR-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1091-UBICAR-CREDITO-FX.
           IF LK-CUENTA-CREDITO(LK-INDICE) EQUAL
                 WS-CUENTA-NUMERO(WS-INDICE-CREDITO)
              MOVE WS-INDICE-CREDITO TO WS-FILA-CREDITO-FX
           END-IF.

       1091-UBICAR-CREDITO-FX-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cotizacion de la moneda comprada: la de fecha mas alta que no
      * supere la de la operacion (el mismo criterio de CLPOSTEO)
       1092-COMPARAR-COTIZACION.
           IF WS-COTIZ-ITEM-MONEDA(WS-INDICE-COTIZ) EQUAL WS-FX-MONEDA
              AND WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ) NOT GREATER
                 THAN LK-FECHA(LK-INDICE)
              AND WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ) NOT LESS
                 THAN WS-FECHA-COTIZ-HALLADA
              MOVE WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ)
                TO WS-FECHA-COTIZ-HALLADA
              MOVE WS-COTIZ-ITEM-VALOR(WS-INDICE-COTIZ)
                TO WS-COTIZ-HALLADA
           END-IF.

       1092-COMPARAR-COTIZACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La persona que compra es el cliente al que esta atada la
      * cuenta debito en el maestro unico; una cuenta sin vinculo
      * acumula sola, con su numero de cuenta como clave.
       1093-IDENTIFICAR-PERSONA.
           INITIALIZE WS-CLIENTE.
           SET LK-CLI-CONSULTAR TO TRUE.
           MOVE 'B'                         TO LK-CLI-ORIGEN.
           MOVE LK-CUENTA-DEBITO(LK-INDICE) TO LK-CLI-REFERENCIA.
           CALL 'CLCLIENT' USING WS-CLIENTE.

           IF LK-CLI-RETORNO-OK
              MOVE LK-CLI-TIPO-DOC-O   TO WS-FX-TIPO-DOC
              MOVE LK-CLI-NUMERO-DOC-O TO WS-FX-CLAVE
              MOVE SPACES TO WS-FX-TITULAR
              STRING LK-CLI-APELLIDO-O DELIMITED BY '  '
                     ', '              DELIMITED BY SIZE
                     LK-CLI-NOMBRE-O   DELIMITED BY '  '
                INTO WS-FX-TITULAR
           ELSE
              IF LK-CLI-ERROR
                 DISPLAY 'ERROR AL CONSULTAR EL CLIENTE DE LA CUENTA '
                    LK-CUENTA-DEBITO(LK-INDICE)
              END-IF
              MOVE 'CTA '                      TO WS-FX-TIPO-DOC
              MOVE LK-CUENTA-DEBITO(LK-INDICE) TO WS-FX-CLAVE
              MOVE WS-CUENTA-TITULAR(WS-FILA-DEBITO) TO WS-FX-TITULAR
           END-IF.

       1093-IDENTIFICAR-PERSONA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1094-COMPARAR-FX-ACUMULADO.
           IF WS-FXA-TIPO-DOC(WS-INDICE-FXA) EQUAL WS-FX-TIPO-DOC
              AND WS-FXA-CLAVE(WS-INDICE-FXA) EQUAL WS-FX-CLAVE
              AND WS-FXA-PERIODO(WS-INDICE-FXA) EQUAL
                 LK-FECHA(LK-INDICE)(1:7)
              AND WS-FXA-MONEDA(WS-INDICE-FXA) EQUAL WS-FX-MONEDA
              MOVE WS-INDICE-FXA TO WS-FILA-FXA
           END-IF.

       1094-COMPARAR-FX-ACUMULADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tope vigente: el de la moneda con la vigencia mas alta que no
      * supere la fecha de la operacion
       1095-COMPARAR-TOPE-CAMBIO.
           IF WS-TCA-MONEDA(WS-INDICE-TCA) EQUAL WS-FX-MONEDA
              AND WS-TCA-VIGENCIA(WS-INDICE-TCA) NOT GREATER
                 THAN LK-FECHA(LK-INDICE)
              AND WS-TCA-VIGENCIA(WS-INDICE-TCA) NOT LESS
                 THAN WS-VIGENCIA-TOPE-HALLADA
              MOVE WS-TCA-VIGENCIA(WS-INDICE-TCA)
                TO WS-VIGENCIA-TOPE-HALLADA
              MOVE WS-TCA-TOPE(WS-INDICE-TCA)
                TO WS-TOPE-CAMBIO-HALLADO
           END-IF.

       1095-COMPARAR-TOPE-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1080-COMPARAR-APROBADA.
           IF LK-CUENTA-DEBITO(LK-INDICE) EQUAL
       1150-GRABAR-SOSPECHOSA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1160-GRABAR-PEND-FIRMA.
      * Se guarda la transferencia tal como vino, para que CLFIRMAS
      * la pueda aprobar sin volver a pedir los datos.
           MOVE LK-NRO-OPERACION(LK-INDICE)
             TO REG-FPE-NRO-OPERACION.
           MOVE LK-FECHA(LK-INDICE)          TO REG-FPE-FECHA.
           MOVE LK-CUENTA-DEBITO(LK-INDICE)  TO REG-FPE-CUENTA-DEBITO.
           MOVE LK-NRO-DOCUMENTO-D(LK-INDICE)
             TO REG-FPE-NRO-DOCUMENTO-D.
           MOVE LK-CUENTA-CREDITO(LK-INDICE)
             TO REG-FPE-CUENTA-CREDITO.
           MOVE LK-NRO-DOCUMENTO-C(LK-INDICE)
             TO REG-FPE-NRO-DOCUMENTO-C.
           MOVE LK-COD-MONEDA(LK-INDICE)     TO REG-FPE-COD-MONEDA.
           MOVE LK-IMPORTE(LK-INDICE)        TO REG-FPE-IMPORTE.
           MOVE LK-COD-CONCEPTO(LK-INDICE)   TO REG-FPE-COD-CONCEPTO.
           MOVE LK-OBSERVACION(LK-INDICE)    TO REG-FPE-OBSERVACION.

           WRITE REG-FIRMA-PENDIENTE.
           IF NOT FS-SAL-FIRMAS-PEND-OK
              DISPLAY 'ERROR AL GRABAR FIRMAS_PENDIENTES.TXT: '
                  FS-SAL-FIRMAS-PEND
           END-IF.

       1160-GRABAR-PEND-FIRMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-GRABAR-RECHAZADA.
      * Dejo registro, por numero de operacion, de la transferencia

           WRITE REG-RECHAZADAS.

           IF WS-PAGO-TARJETA-SI
              PERFORM 1110-GRABAR-PAGO-RECHAZADO
                 THRU 1110-GRABAR-PAGO-RECHAZADO-EXIT
           END-IF.

       1100-GRABAR-RECHAZADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-GRABAR-PAGO-RECHAZADO.
      * El pago de tarjeta rechazado queda tambien del lado tarjeta,
      * con el mismo motivo que en RECHAZADAS.TXT
           MOVE ';' TO REG-PRE-SEP-01 REG-PRE-SEP-02 REG-PRE-SEP-03
                       REG-PRE-SEP-04 REG-PRE-SEP-05 REG-PRE-SEP-06.
           MOVE LK-NRO-OPERACION(LK-INDICE)  TO REG-PRE-NRO-OPERACION.
           MOVE LK-FECHA(LK-INDICE)          TO REG-PRE-FECHA.
           MOVE LK-CUENTA-DEBITO(LK-INDICE)  TO REG-PRE-CUENTA-DEBITO.
           MOVE LK-CUENTA-CREDITO(LK-INDICE) TO REG-PRE-TARJETA.
           MOVE LK-IMPORTE(LK-INDICE)        TO REG-PRE-IMPORTE.
           MOVE 'VALIDACION'                 TO REG-PRE-ETAPA.
           MOVE WS-MOTIVO-RECHAZO            TO REG-PRE-MOTIVO.

           WRITE REG-PAGO-RECHAZADO.
           IF NOT FS-SAL-PAGOS-RECH-OK
              DISPLAY 'ERROR AL GRABAR PAGOS_CUENTA_RECHAZADOS.TXT: '
                  FS-SAL-PAGOS-RECH
           END-IF.

       1110-GRABAR-PAGO-RECHAZADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-GRABAR-APROBADA.
      * Dejo registro, por numero de operacion, de la transferencia
              END-IF
           END-IF.

      * Si es compra de moneda extranjera, suma al acumulado del mes
      * de la persona (WS-FILA-FXA quedo apuntando a su fila en
      * 1069-CONTROLAR-TOPE-CAMBIO, o en cero si es su primera
      * compra del mes en esa moneda).
           IF WS-COMPRA-DIVISA-SI
              IF WS-FILA-FXA NOT EQUAL 0
                 ADD WS-FX-IMPORTE TO WS-FXA-COMPRADO(WS-FILA-FXA)
                 ADD 1 TO WS-FXA-CANTIDAD(WS-FILA-FXA)
              ELSE
                 IF WS-CANT-FXA LESS THAN 500
                    ADD 1 TO WS-CANT-FXA
                    MOVE WS-FX-TIPO-DOC TO WS-FXA-TIPO-DOC(WS-CANT-FXA)
                    MOVE WS-FX-CLAVE    TO WS-FXA-CLAVE(WS-CANT-FXA)
                    MOVE WS-FX-TITULAR  TO WS-FXA-TITULAR(WS-CANT-FXA)
                    MOVE LK-FECHA(LK-INDICE)(1:7)
                      TO WS-FXA-PERIODO(WS-CANT-FXA)
                    MOVE WS-FX-MONEDA   TO WS-FXA-MONEDA(WS-CANT-FXA)
                    MOVE WS-FX-IMPORTE  TO WS-FXA-COMPRADO(WS-CANT-FXA)
                    MOVE 1 TO WS-FXA-CANTIDAD(WS-CANT-FXA)
                 ELSE
                    DISPLAY 'FX_ACUMULADO.TXT LLENO: NO SE ACUMULA LA '
                       'COMPRA DE ' WS-FX-TIPO-DOC ' ' WS-FX-CLAVE
                 END-IF
              END-IF
           END-IF.

      * La recien aprobada entra a la tabla de duplicados: una
      * repeticion dentro del mismo lote tambien debe ir a revision.
           IF WS-CANT-APROBADAS LESS THAN 500
