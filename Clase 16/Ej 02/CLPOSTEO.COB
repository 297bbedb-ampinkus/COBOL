      *           DESCUBIERTOS_REPORTE.TXT. El control POSTEADAS.TXT
      *           recuerda que operaciones ya se postearon, para que
      *           una segunda corrida no las aplique dos veces.
      *           Los pagos de tarjeta desde cuenta propia (concepto
      *           TAR, la cuenta credito es el numero de tarjeta)
      *           solo debitan la cuenta y se agregan a PAGOS.SEQ con
      *           canal CTA, para que TP02PAGOS los aplique esa misma
      *           noche; si rebotan en el posteo, ademas de la
      *           excepcion quedan en PAGOS_CUENTA_RECHAZADOS.TXT.
      *           Las cuentas con embargo judicial (EMBARGOS.TXT, de
      *           CLEMBARG) no pueden debitar lo retenido, y cada
      *           credito que reciben se retiene para el oficio
      *           activo hasta cubrirlo, dejando la retencion en
      *           EMBARGOS_RETENCIONES.TXT.
      *           Cada transferencia posteada deja ademas los datos de
      *           su comprobante para el cliente en
      *           COMPROBANTES_PEND.TXT (hora de aplicacion, titulares,
      *           cotizacion y comision); CLCOMPRO los numera e
      *           imprime.
      *           Cada debito y cada credito de la transferencia en
      *           una cuenta propia paga el impuesto sobre los
      *           debitos y creditos bancarios, a la alicuota vigente
      *           para el tipo de cuenta en IMPDC_TASAS.TXT: el
      *           impuesto sale de la misma cuenta con su propio
      *           renglon (origen T) y queda en
      *           IMPDC_PERCEPCIONES.TXT para el certificado y la
      *           declaracion mensual de CLIMPDC. El impuesto del
      *           debito entra en el saldo que tiene que cubrir la
      *           operacion.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPOSTEO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-DESC-REPORTE.

      * Embargos judiciales por cuenta: lo retenido no se debita y
      * los creditos se capturan para el oficio hasta cubrirlo. Se
      * lee al empezar y se regraba con lo retenido en la corrida.
       SELECT ENT-EMBARGOS
           ASSIGN TO '../EMBARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EMBARGOS.

       SELECT SAL-EMBARGOS
           ASSIGN TO '../EMBARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EMBARGOS.

      * Historial de retenciones por oficio (se acumula)
       SELECT SAL-RETENCIONES
           ASSIGN TO '../EMBARGOS_RETENCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RETENCIONES.

      * Pagos de tarjeta posteados: se agregan al final (EXTEND) del
      * archivo de pagos del sistema de tarjetas, igual que los
      * debitos automaticos aceptados de TP02DEBRE.
       SELECT SAL-PAGOS
           ASSIGN TO '../PAGOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PAGOS.

      * Pagos de tarjeta que rebotan en el posteo, del lado tarjeta
      * (el mismo reporte donde CLVALTRAN deja los de la validacion)
       SELECT SAL-PAGOS-RECHAZADOS
           ASSIGN TO '../PAGOS_CUENTA_RECHAZADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PAGOS-RECH.

      * Comprobantes de las transferencias posteadas, sin numerar:
      * los numera e imprime CLCOMPRO
       SELECT SAL-COMPROBANTES
           ASSIGN TO '../COMPROBANTES_PEND.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-COMPROBANTES.

      * Alicuotas fechadas del impuesto sobre los debitos y creditos
      * bancarios por tipo de cuenta. Sin el archivo no se cobra el
      * impuesto.
       SELECT ENT-IMPDC-TASAS
           ASSIGN TO '../IMPDC_TASAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-IMPDC-TASAS.

      * Registro del impuesto cobrado por movimiento (se acumula)
       SELECT SAL-IMPDC-PERCEPCIONES
           ASSIGN TO '../IMPDC_PERCEPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-IMPDC-PERCEP.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 REG-MOV-SALDO                    PIC ZZZZZZZZZ9,99.
          05 REG-MOV-SEP-06                   PIC X(01).
      * Origen del renglon: P posteo propio, I acreditacion
      * interbancaria, D devolucion a la camara, F comision, T
      * impuesto a los debitos y creditos bancarios
          05 REG-MOV-ORIGEN                   PIC X(01).
          05 REG-MOV-SEP-07                   PIC X(01).
      * Contravalor en la moneda de la otra punta y cotizacion
          05 REG-DREP-SEP-04                  PIC X(01).
          05 REG-DREP-MARCA                   PIC X(15).

       FD SAL-PAGOS.
           COPY PAGOS.

       FD SAL-PAGOS-RECHAZADOS.
           COPY PAGRECH.

       FD ENT-EMBARGOS.
       01 REG-ENT-EMBARGO                     PIC X(117).

       FD SAL-EMBARGOS.
       01 REG-SAL-EMBARGO                     PIC X(117).

       FD SAL-COMPROBANTES.
           COPY COMPROB.

       FD SAL-RETENCIONES.
           COPY EMBRETEN.

       FD ENT-IMPDC-TASAS.
           COPY IMPDCTAS.

       FD SAL-IMPDC-PERCEPCIONES.
           COPY IMPDCPER.

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-APROBADAS                 PIC X(2).
             88 FS-SAL-DESC-USO-OK            VALUE '00'.
          05 FS-SAL-DESC-REPORTE              PIC X(2).
             88 FS-SAL-DESC-REPORTE-OK        VALUE '00'.
          05 FS-SAL-PAGOS                     PIC X(2).
             88 FS-SAL-PAGOS-OK               VALUE '00'.
             88 FS-SAL-PAGOS-NFD              VALUE '35'.
          05 FS-SAL-PAGOS-RECH                PIC X(2).
             88 FS-SAL-PAGOS-RECH-OK          VALUE '00'.
             88 FS-SAL-PAGOS-RECH-NFD         VALUE '35'.
          05 FS-ENT-EMBARGOS                  PIC X(2).
             88 FS-ENT-EMBARGOS-OK            VALUE '00'.
             88 FS-ENT-EMBARGOS-EOF           VALUE '10'.
             88 FS-ENT-EMBARGOS-NFD           VALUE '35'.
          05 FS-SAL-EMBARGOS                  PIC X(2).
             88 FS-SAL-EMBARGOS-OK            VALUE '00'.
          05 FS-SAL-RETENCIONES               PIC X(2).
             88 FS-SAL-RETENCIONES-OK         VALUE '00'.
             88 FS-SAL-RETENCIONES-NFD        VALUE '35'.
          05 FS-SAL-COMPROBANTES              PIC X(2).
             88 FS-SAL-COMPROBANTES-OK        VALUE '00'.
             88 FS-SAL-COMPROBANTES-NFD       VALUE '35'.
          05 FS-ENT-IMPDC-TASAS               PIC X(2).
             88 FS-ENT-IMPDC-TASAS-OK         VALUE '00'.
             88 FS-ENT-IMPDC-TASAS-EOF        VALUE '10'.
             88 FS-ENT-IMPDC-TASAS-NFD        VALUE '35'.
          05 FS-SAL-IMPDC-PERCEP              PIC X(2).
             88 FS-SAL-IMPDC-PERCEP-OK        VALUE '00'.
             88 FS-SAL-IMPDC-PERCEP-NFD       VALUE '35'.

      * Oficios judiciales de EMBARGOS.TXT. Solo se regraba si el
      * archivo existia.
           COPY EMBARGO.
       01 WS-EMBARGOS-EOF                     PIC X(05) VALUE 'FALSE'.
          88 WS-EMBARGOS-EOF-YES                  VALUE 'TRUE'.
          88 WS-EMBARGOS-EOF-NO                   VALUE 'FALSE'.
       01 WS-EMBARGOS-CARGADOS                PIC X(02) VALUE 'NO'.
          88 WS-EMBARGOS-CARGADOS-SI              VALUE 'SI'.
          88 WS-EMBARGOS-CARGADOS-NO              VALUE 'NO'.
       77 WS-INDICE-EMB                       PIC 9(03) VALUE 1.
       77 WS-CANT-EMBARGOS                    PIC 9(03) VALUE 0.
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

      * Embargo de la operacion en curso: lo retenido en la cuenta
      * debito, lo que queda libre por encima, y la retencion del
      * credito que entra a una cuenta embargada
       77 WS-RETENIDO-CUENTA                  PIC 9(11)V9(02) VALUE 0.
       77 WS-LIBRE-EMBARGO                    PIC S9(11)V9(02) VALUE 0.
       77 WS-SALDO-ANTES-CREDITO              PIC 9(10)V9(02) VALUE 0.
       77 WS-A-RETENER                        PIC 9(10)V9(02) VALUE 0.
       77 WS-FALTA-ORDEN                      PIC 9(10)V9(02) VALUE 0.
       77 WS-RETENCION                        PIC 9(10)V9(02) VALUE 0.

      * Pago de tarjeta desde cuenta propia: concepto TAR, la cuenta
      * credito trae el numero de tarjeta y el pago sale por
      * PAGOS.SEQ con canal CTA
       77 WS-CONCEPTO-PAGO-TARJETA            PIC X(03) VALUE 'TAR'.
       77 WS-CANAL-PAGO-TARJETA               PIC X(03) VALUE 'CTA'.
       01 WS-PAGO-TARJETA                     PIC X(02) VALUE 'NO'.
          88 WS-PAGO-TARJETA-SI                   VALUE 'SI'.
          88 WS-PAGO-TARJETA-NO                   VALUE 'NO'.

      * Tabla fechada de cotizaciones para el cambio de moneda
       01 WS-COTIZ-EOF                        PIC X(05) VALUE 'FALSE'.
       77 WS-MOV-IMPORTE-LEG                  PIC 9(10)V9(02) VALUE 0.
       77 WS-MOV-CONTRA-LEG                   PIC 9(10)V9(02) VALUE 0.
      * Origen del renglon que se esta grabando (P transferencia,
      * F comision, T impuesto a los debitos y creditos)
       77 WS-MOV-ORIGEN-LEG                   PIC X(01) VALUE 'P'.

      * Tabla de comisiones por concepto y banda de importe
       77 WS-COMISION-OP                      PIC 9(8)V9(02) VALUE 0.
       77 WS-TOTAL-CON-COMISION               PIC 9(11)V9(02) VALUE 0.

      * Tabla fechada de alicuotas del impuesto sobre los debitos y
      * creditos bancarios (tipo en blanco = alicuota general)
       01 WS-IMPDC-TASAS-EOF                  PIC X(05) VALUE 'FALSE'.
          88 WS-IMPDC-TASAS-EOF-YES               VALUE 'TRUE'.
          88 WS-IMPDC-TASAS-EOF-NO                VALUE 'FALSE'.
       77 WS-INDICE-IDT                       PIC 9(02) VALUE 1.
       77 WS-CANT-IDT                         PIC 9(02) VALUE 0.
       01 WS-TABLA-IMPDC-TASAS.
          05 WS-IDT-ITEM OCCURS 50 TIMES.
             10 WS-IDT-VIGENCIA               PIC X(10).
             10 WS-IDT-TIPO-CUENTA            PIC X(02).
             10 WS-IDT-TASA-DEBITO            PIC 9(02)V9(04).
             10 WS-IDT-TASA-CREDITO           PIC 9(02)V9(04).

      * Alicuota vigente para el tipo de cuenta buscado: la propia
      * del tipo si la hay, si no la general
       77 WS-IDT-TIPO-BUSCADO                 PIC X(02) VALUE SPACES.
       77 WS-IDT-VIGENCIA-TIPO                PIC X(10) VALUE SPACES.
       77 WS-IDT-DEBITO-TIPO                  PIC 9(02)V9(04) VALUE 0.
       77 WS-IDT-CREDITO-TIPO                 PIC 9(02)V9(04) VALUE 0.
       77 WS-IDT-VIGENCIA-GRAL                PIC X(10) VALUE SPACES.
       77 WS-IDT-DEBITO-GRAL                  PIC 9(02)V9(04) VALUE 0.
       77 WS-IDT-CREDITO-GRAL                 PIC 9(02)V9(04) VALUE 0.
       77 WS-IDT-TASA-DEBITO-OP               PIC 9(02)V9(04) VALUE 0.
       77 WS-IDT-TASA-CREDITO-OP              PIC 9(02)V9(04) VALUE 0.

      * Impuesto de la operacion en curso sobre el debito del origen
      * y sobre el credito del destino (cero = exento o sin tabla)
       77 WS-IMPDC-DEBITO                     PIC 9(08)V9(02) VALUE 0.
       77 WS-IMPDC-CREDITO                    PIC 9(08)V9(02) VALUE 0.
       77 WS-IMPDC-FILA-ORIGEN                PIC 9(03) VALUE 0.

      * Variables de fin de archivo
       01 WS-APROBADAS-EOF                    PIC X(05) VALUE 'FALSE'.
          88 WS-APROBADAS-EOF-YES                 VALUE 'TRUE'.
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-FH-DIA                 PIC 9(02).
       77 WS-DIAS-USO                         PIC S9(07) VALUE 0.
      * Hora en que se aplica cada operacion, para su comprobante
       01 WS-HORA-PROC                        PIC 9(08).
       01 WS-HORA-PROC-R REDEFINES WS-HORA-PROC.
          05 WS-HPR-HORA               PIC 9(02).
          05 WS-HPR-MINUTO             PIC 9(02).
          05 WS-HPR-SEGUNDO            PIC 9(02).
          05 WS-HPR-CENTESIMO          PIC 9(02).
       01 WS-HORA-COMPROBANTE.
          05 WS-HC-HORA                PIC 9(02).
          05 FILLER                    PIC X(01) VALUE ':'.
          05 WS-HC-MINUTO              PIC 9(02).
          05 FILLER                    PIC X(01) VALUE ':'.
          05 WS-HC-SEGUNDO             PIC 9(02).
       01 WS-FECHAS.
           COPY CLFECHAS.

          05 WS-CANT-POSTEADAS-HOY            PIC 9(05) VALUE 0.
          05 WS-CANT-EXCEPCIONES              PIC 9(05) VALUE 0.
          05 WS-CANT-OMITIDAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-PAGOS-TARJETA            PIC 9(05) VALUE 0.
          05 WS-CANT-RETENCIONES              PIC 9(05) VALUE 0.
          05 WS-CANT-IMPDC                    PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 2000-REGRABAR-CUENTAS
              THRU 2000-REGRABAR-CUENTAS-EXIT.

           PERFORM 2200-REGRABAR-EMBARGOS
              THRU 2200-REGRABAR-EMBARGOS-EXIT.

           PERFORM 2500-EMITIR-POSICION
              THRU 2500-EMITIR-POSICION-EXIT.

               STOP RUN
           END-IF.

           OPEN EXTEND SAL-PAGOS.
           IF FS-SAL-PAGOS-NFD
               OPEN OUTPUT SAL-PAGOS
           END-IF.
           IF NOT FS-SAL-PAGOS-OK
               DISPLAY 'ERROR AL ABRIR PAGOS.SEQ: ' FS-SAL-PAGOS
               STOP RUN
           END-IF.

           OPEN EXTEND SAL-PAGOS-RECHAZADOS.
           IF FS-SAL-PAGOS-RECH-NFD
               OPEN OUTPUT SAL-PAGOS-RECHAZADOS
           END-IF.

           OPEN EXTEND SAL-RETENCIONES.
           IF FS-SAL-RETENCIONES-NFD
               OPEN OUTPUT SAL-RETENCIONES
           END-IF.

           OPEN EXTEND SAL-COMPROBANTES.
           IF FS-SAL-COMPROBANTES-NFD
               OPEN OUTPUT SAL-COMPROBANTES
           END-IF.

           OPEN EXTEND SAL-IMPDC-PERCEPCIONES.
           IF FS-SAL-IMPDC-PERCEP-NFD
               OPEN OUTPUT SAL-IMPDC-PERCEPCIONES
           END-IF.

           PERFORM 0130-CARGAR-COTIZACIONES
              THRU 0130-CARGAR-COTIZACIONES-EXIT.

           PERFORM 0150-CARGAR-COMISIONES
              THRU 0150-CARGAR-COMISIONES-EXIT.

           PERFORM 0155-CARGAR-IMPDC-TASAS
              THRU 0155-CARGAR-IMPDC-TASAS-EXIT.

           PERFORM 0170-CARGAR-DESCUBIERTOS
              THRU 0170-CARGAR-DESCUBIERTOS-EXIT.

           PERFORM 0185-CARGAR-EMBARGOS
              THRU 0185-CARGAR-EMBARGOS-EXIT.

           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           MOVE WS-FPR-ANIO TO WS-FH-ANIO.
           MOVE WS-FPR-MES  TO WS-FH-MES.
       0160-LEER-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0155-CARGAR-IMPDC-TASAS.
      * Sin tabla de alicuotas el posteo no cobra el impuesto a los
      * debitos y creditos, como hasta ahora.
           OPEN INPUT ENT-IMPDC-TASAS.
           EVALUATE TRUE
               WHEN FS-ENT-IMPDC-TASAS-OK
                   PERFORM 0156-LEER-IMPDC-TASA
                      THRU 0156-LEER-IMPDC-TASA-EXIT
                      UNTIL WS-IMPDC-TASAS-EOF-YES
                   CLOSE ENT-IMPDC-TASAS
               WHEN FS-ENT-IMPDC-TASAS-NFD
                   DISPLAY 'SIN IMPDC_TASAS.TXT: NO SE COBRA EL '
                      'IMPUESTO A LOS DEBITOS Y CREDITOS'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR IMPDC_TASAS.TXT: '
                      FS-ENT-IMPDC-TASAS
           END-EVALUATE.

       0155-CARGAR-IMPDC-TASAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0156-LEER-IMPDC-TASA.
           READ ENT-IMPDC-TASAS
               AT END
                   SET WS-IMPDC-TASAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-IDT LESS THAN 50
                      ADD 1 TO WS-CANT-IDT
                      MOVE REG-IDT-VIGENCIA
                        TO WS-IDT-VIGENCIA(WS-CANT-IDT)
                      MOVE REG-IDT-TIPO-CUENTA
                        TO WS-IDT-TIPO-CUENTA(WS-CANT-IDT)
                      MOVE REG-IDT-TASA-DEBITO
                        TO WS-IDT-TASA-DEBITO(WS-CANT-IDT)
                      MOVE REG-IDT-TASA-CREDITO
                        TO WS-IDT-TASA-CREDITO(WS-CANT-IDT)
                   ELSE
                      DISPLAY 'IMPDC_TASAS.TXT TIENE MAS DE 50 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0156-LEER-IMPDC-TASA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Acuerdos de descubierto y lo ya girado, colgados de la fila
      * de cada cuenta. Sin acuerdos, el posteo sigue rechazando
       0170-CARGAR-DESCUBIERTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin EMBARGOS.TXT no hay cuentas embargadas y el posteo sigue
      * como siempre.
       0185-CARGAR-EMBARGOS.
           OPEN INPUT ENT-EMBARGOS.
           EVALUATE TRUE
               WHEN FS-ENT-EMBARGOS-OK
                   SET WS-EMBARGOS-CARGADOS-SI TO TRUE
                   PERFORM 0186-LEER-EMBARGO
                      THRU 0186-LEER-EMBARGO-EXIT
                      UNTIL WS-EMBARGOS-EOF-YES
                   CLOSE ENT-EMBARGOS
               WHEN FS-ENT-EMBARGOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBARGOS.TXT: '
                      FS-ENT-EMBARGOS
                   STOP RUN
           END-EVALUATE.

       0185-CARGAR-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0186-LEER-EMBARGO.
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
                   ELSE
                      DISPLAY 'EMBARGOS.TXT TIENE MAS DE 200 OFICIOS, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       0186-LEER-EMBARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0175-LEER-DESCUBIERTO.
           READ ENT-DESCUBIERTOS

           MOVE REG-ENT-APR-IMPORTE TO WS-IMPORTE.

           IF REG-ENT-APR-COD-CONCEPTO EQUAL WS-CONCEPTO-PAGO-TARJETA
              SET WS-PAGO-TARJETA-SI TO TRUE
           ELSE
              SET WS-PAGO-TARJETA-NO TO TRUE
           END-IF.

      * Ubico la cuenta a debitar y verifico que el debito no la
      * deje en descubierto.
           MOVE 0 TO WS-FILA-DEBITO.
              GO TO 1100-POSTEAR-OPERACION-EXIT
           END-IF.

      * El pago de tarjeta no acredita ninguna cuenta del maestro
      * (la punta credito es la tarjeta) y, como PAGOS.SEQ se aplica
      * en pesos, solo sale de una cuenta en pesos.
           IF WS-PAGO-TARJETA-SI
              MOVE 0 TO WS-FILA-CREDITO
              IF WS-CUENTA-MONEDA(WS-FILA-DEBITO) NOT EQUAL 'ARS'
                 MOVE 'PAGO DE TARJETA DESDE CUENTA NO EN PESOS'
                   TO REG-EXC-MOTIVO
                 PERFORM 1400-GRABAR-EXCEPCION
                    THRU 1400-GRABAR-EXCEPCION-EXIT
                 GO TO 1100-POSTEAR-OPERACION-EXIT
              END-IF
           END-IF.

      * La comision del tipo y banda de la operacion (si la tabla
      * trae una y el segmento de la cuenta no esta exento) se
      * debita en el mismo posteo: el saldo tiene que cubrir la
      * rechaza.
           PERFORM 1180-RESOLVER-COMISION
              THRU 1180-RESOLVER-COMISION-EXIT.

      * El impuesto a los debitos y creditos sobre el debito de la
      * transferencia tambien tiene que estar cubierto.
           MOVE WS-CUENTA-TIPO(WS-FILA-DEBITO) TO WS-IDT-TIPO-BUSCADO.
           PERFORM 1270-RESOLVER-IMPDC
              THRU 1270-RESOLVER-IMPDC-EXIT.
           COMPUTE WS-IMPDC-DEBITO ROUNDED =
              WS-IMPORTE * WS-IDT-TASA-DEBITO-OP / 100.
           COMPUTE WS-TOTAL-CON-COMISION =
              WS-IMPORTE + WS-COMISION-OP + WS-IMPDC-DEBITO.

      * Una cuenta embargada solo gira el saldo por encima de lo
      * retenido, sin tocar el descubierto: si el debito (con su
      * comision e impuesto) se come parte de lo retenido, se
      * rechaza entero.
           MOVE 0 TO WS-RETENIDO-CUENTA.
           PERFORM 1210-SUMAR-RETENIDO
              THRU 1210-SUMAR-RETENIDO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS.
           IF WS-RETENIDO-CUENTA GREATER THAN 0
              COMPUTE WS-LIBRE-EMBARGO =
                 WS-CUENTA-SALDO(WS-FILA-DEBITO) - WS-RETENIDO-CUENTA
              IF WS-TOTAL-CON-COMISION GREATER THAN WS-LIBRE-EMBARGO
                 MOVE 'CUENTA EMBARGADA: DEBITO SOBRE RETENIDO'
                   TO REG-EXC-MOTIVO
                 PERFORM 1400-GRABAR-EXCEPCION
                    THRU 1400-GRABAR-EXCEPCION-EXIT
                 GO TO 1100-POSTEAR-OPERACION-EXIT
              END-IF
           END-IF.

      * El disponible es el saldo mas el margen de descubierto no
      * girado, si la cuenta tiene acuerdo vigente a la fecha de la
                  WHEN WS-COMISION-OP GREATER THAN 0
                     MOVE 'SALDO NO CUBRE TRANSFERENCIA MAS COMISION'
                       TO REG-EXC-MOTIVO
                  WHEN WS-IMPDC-DEBITO GREATER THAN 0
                     MOVE 'SALDO NO CUBRE TRANSFERENCIA E IMPUESTO'
                       TO REG-EXC-MOTIVO
                  WHEN OTHER
                     MOVE 'DEJARIA LA CUENTA EN DESCUBIERTO'
                       TO REG-EXC-MOTIVO
              MOVE 'P' TO WS-MOV-ORIGEN-LEG
           END-IF.

      * El impuesto sobre el debito sale de la cuenta origen con su
      * propio renglon (origen T) y queda en el registro del
      * impuesto.
           IF WS-IMPDC-DEBITO GREATER THAN 0
              MOVE WS-IMPDC-DEBITO TO WS-DEBITO-IMPORTE
              PERFORM 1250-DEBITAR-ORIGEN
                 THRU 1250-DEBITAR-ORIGEN-EXIT
              MOVE 'D' TO REG-MOV-TIPO
              MOVE REG-ENT-APR-CUENTA-DEBITO TO REG-MOV-CUENTA
              MOVE WS-CUENTA-SALDO(WS-FILA-DEBITO) TO REG-MOV-SALDO
              MOVE WS-IMPDC-DEBITO TO WS-MOV-IMPORTE-LEG
              MOVE 0 TO WS-MOV-CONTRA-LEG
              MOVE 'T' TO WS-MOV-ORIGEN-LEG
              PERFORM 1300-GRABAR-MOVIMIENTO
                 THRU 1300-GRABAR-MOVIMIENTO-EXIT
              MOVE 'P' TO WS-MOV-ORIGEN-LEG
              MOVE 'D'                   TO REG-IDP-PUNTA
              MOVE WS-IMPORTE            TO REG-IDP-BASE
              MOVE WS-IDT-TASA-DEBITO-OP TO REG-IDP-TASA
              MOVE WS-IMPDC-DEBITO       TO REG-IDP-IMPUESTO
              PERFORM 1600-GRABAR-IMPDC
                 THRU 1600-GRABAR-IMPDC-EXIT
           END-IF.

      * Acredito el destino si es una cuenta propia; una cuenta de
      * otro banco sale por el clearing y no tiene saldo aca. Con
      * cambio de moneda, el destino recibe el importe convertido
      * en su propia moneda.
           IF WS-FILA-CREDITO NOT EQUAL 0
              MOVE WS-CUENTA-SALDO(WS-FILA-CREDITO)
                TO WS-SALDO-ANTES-CREDITO
              PERFORM 1260-ACREDITAR-DESTINO
                 THRU 1260-ACREDITAR-DESTINO-EXIT
      * Lo que el credito sumo al saldo (lo que cancelo descubierto
      * no llega a la cuenta) se retiene para sus oficios activos
              COMPUTE WS-A-RETENER =
                 WS-CUENTA-SALDO(WS-FILA-CREDITO)
                 - WS-SALDO-ANTES-CREDITO
              PERFORM 1700-RETENER-CREDITO
                 THRU 1700-RETENER-CREDITO-EXIT
              MOVE 'C' TO REG-MOV-TIPO
              MOVE REG-ENT-APR-CUENTA-CREDITO TO REG-MOV-CUENTA
              MOVE WS-CUENTA-SALDO(WS-FILA-CREDITO) TO REG-MOV-SALDO
              MOVE 'P' TO WS-MOV-ORIGEN-LEG
              PERFORM 1300-GRABAR-MOVIMIENTO
                 THRU 1300-GRABAR-MOVIMIENTO-EXIT
              PERFORM 1280-COBRAR-IMPDC-CREDITO
                 THRU 1280-COBRAR-IMPDC-CREDITO-EXIT
           END-IF.

      * La operacion queda asentada como posteada.
           END-IF.
           ADD 1 TO WS-CANT-POSTEADAS-HOY.

           PERFORM 1550-GRABAR-COMPROBANTE
              THRU 1550-GRABAR-COMPROBANTE-EXIT.

           IF WS-PAGO-TARJETA-SI
              PERFORM 1500-GRABAR-PAGO-TARJETA
                 THRU 1500-GRABAR-PAGO-TARJETA-EXIT
           END-IF.

       1100-POSTEAR-OPERACION-EXIT.
           EXIT.

       1260-ACREDITAR-DESTINO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alicuotas del impuesto a los debitos y creditos vigentes a
      * la fecha de la operacion para el tipo de cuenta buscado: las
      * de la fila propia del tipo si la hay, si no las de la fila
      * general. Sin fila vigente no hay impuesto.
       1270-RESOLVER-IMPDC.
           MOVE SPACES TO WS-IDT-VIGENCIA-TIPO WS-IDT-VIGENCIA-GRAL.
           MOVE 0 TO WS-IDT-DEBITO-TIPO WS-IDT-CREDITO-TIPO
                     WS-IDT-DEBITO-GRAL WS-IDT-CREDITO-GRAL.
           PERFORM 1275-COMPARAR-IMPDC
              THRU 1275-COMPARAR-IMPDC-EXIT
              VARYING WS-INDICE-IDT FROM 1 BY 1
              UNTIL WS-INDICE-IDT GREATER THAN WS-CANT-IDT.

           IF WS-IDT-VIGENCIA-TIPO NOT EQUAL SPACES
              MOVE WS-IDT-DEBITO-TIPO  TO WS-IDT-TASA-DEBITO-OP
              MOVE WS-IDT-CREDITO-TIPO TO WS-IDT-TASA-CREDITO-OP
           ELSE
              MOVE WS-IDT-DEBITO-GRAL  TO WS-IDT-TASA-DEBITO-OP
              MOVE WS-IDT-CREDITO-GRAL TO WS-IDT-TASA-CREDITO-OP
           END-IF.

       1270-RESOLVER-IMPDC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1275-COMPARAR-IMPDC.
           IF WS-IDT-VIGENCIA(WS-INDICE-IDT) GREATER THAN
                 REG-ENT-APR-FECHA
              GO TO 1275-COMPARAR-IMPDC-EXIT
           END-IF.

           IF WS-IDT-TIPO-CUENTA(WS-INDICE-IDT) EQUAL SPACES
              IF WS-IDT-VIGENCIA(WS-INDICE-IDT) NOT LESS THAN
                    WS-IDT-VIGENCIA-GRAL
                 MOVE WS-IDT-VIGENCIA(WS-INDICE-IDT)
                   TO WS-IDT-VIGENCIA-GRAL
                 MOVE WS-IDT-TASA-DEBITO(WS-INDICE-IDT)
                   TO WS-IDT-DEBITO-GRAL
                 MOVE WS-IDT-TASA-CREDITO(WS-INDICE-IDT)
                   TO WS-IDT-CREDITO-GRAL
              END-IF
              GO TO 1275-COMPARAR-IMPDC-EXIT
           END-IF.

           IF WS-IDT-TIPO-CUENTA(WS-INDICE-IDT) EQUAL
                 WS-IDT-TIPO-BUSCADO
              AND WS-IDT-VIGENCIA(WS-INDICE-IDT) NOT LESS THAN
                 WS-IDT-VIGENCIA-TIPO
              MOVE WS-IDT-VIGENCIA(WS-INDICE-IDT)
                TO WS-IDT-VIGENCIA-TIPO
              MOVE WS-IDT-TASA-DEBITO(WS-INDICE-IDT)
                TO WS-IDT-DEBITO-TIPO
              MOVE WS-IDT-TASA-CREDITO(WS-INDICE-IDT)
                TO WS-IDT-CREDITO-TIPO
           END-IF.

       1275-COMPARAR-IMPDC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Impuesto sobre el credito que entro a la cuenta destino: se
      * debita de ella despues del credito, con su renglon origen T.
      * La cuenta destino ocupa un momento el lugar de la cuenta a
      * debitar para usar el mismo debito.
       1280-COBRAR-IMPDC-CREDITO.
           MOVE WS-CUENTA-TIPO(WS-FILA-CREDITO) TO WS-IDT-TIPO-BUSCADO.
           PERFORM 1270-RESOLVER-IMPDC
              THRU 1270-RESOLVER-IMPDC-EXIT.
           COMPUTE WS-IMPDC-CREDITO ROUNDED =
              WS-IMPORTE-DESTINO * WS-IDT-TASA-CREDITO-OP / 100.
           IF WS-IMPDC-CREDITO EQUAL 0
              GO TO 1280-COBRAR-IMPDC-CREDITO-EXIT
           END-IF.

           MOVE WS-FILA-DEBITO  TO WS-IMPDC-FILA-ORIGEN.
           MOVE WS-FILA-CREDITO TO WS-FILA-DEBITO.
           MOVE WS-IMPDC-CREDITO TO WS-DEBITO-IMPORTE.
           PERFORM 1250-DEBITAR-ORIGEN
              THRU 1250-DEBITAR-ORIGEN-EXIT.
           MOVE 'D' TO REG-MOV-TIPO.
           MOVE REG-ENT-APR-CUENTA-CREDITO TO REG-MOV-CUENTA.
           MOVE WS-CUENTA-SALDO(WS-FILA-DEBITO) TO REG-MOV-SALDO.
           MOVE WS-IMPDC-CREDITO TO WS-MOV-IMPORTE-LEG.
           MOVE 0 TO WS-MOV-CONTRA-LEG.
           MOVE 'T' TO WS-MOV-ORIGEN-LEG.
           PERFORM 1300-GRABAR-MOVIMIENTO
              THRU 1300-GRABAR-MOVIMIENTO-EXIT.
           MOVE 'P' TO WS-MOV-ORIGEN-LEG.
           MOVE 'C'                    TO REG-IDP-PUNTA.
           MOVE WS-IMPORTE-DESTINO     TO REG-IDP-BASE.
           MOVE WS-IDT-TASA-CREDITO-OP TO REG-IDP-TASA.
           MOVE WS-IMPDC-CREDITO       TO REG-IDP-IMPUESTO.
           PERFORM 1600-GRABAR-IMPDC
              THRU 1600-GRABAR-IMPDC-EXIT.
           MOVE WS-IMPDC-FILA-ORIGEN TO WS-FILA-DEBITO.

       1280-COBRAR-IMPDC-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en el registro del impuesto el cobro sobre la cuenta de
      * WS-FILA-DEBITO; punta, base, alicuota e impuesto ya vienen
      * cargados.
       1600-GRABAR-IMPDC.
           MOVE REG-ENT-APR-FECHA         TO REG-IDP-FECHA.
           MOVE REG-ENT-APR-NRO-OPERACION TO REG-IDP-NRO-OPERACION.
           MOVE WS-CUENTA-NUMERO(WS-FILA-DEBITO) TO REG-IDP-CUENTA.
           MOVE WS-CUENTA-TIPO(WS-FILA-DEBITO) TO REG-IDP-TIPO-CUENTA.
           MOVE WS-CUENTA-MONEDA(WS-FILA-DEBITO) TO REG-IDP-MONEDA.
           WRITE REG-IMPDC-PERCEPCION.
           IF NOT FS-SAL-IMPDC-PERCEP-OK
              DISPLAY 'ERROR AL GRABAR IMPDC_PERCEPCIONES.TXT: '
                  FS-SAL-IMPDC-PERCEP
           END-IF.
           ADD 1 TO WS-CANT-IMPDC.

       1600-GRABAR-IMPDC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1160-BUSCAR-COTIZACION.
           MOVE 0 TO WS-COTIZ-HALLADA.
           MOVE REG-ENT-APR-NRO-OPERACION TO REG-MOV-NRO-OPERACION.
           MOVE WS-MOV-IMPORTE-LEG        TO REG-MOV-IMPORTE.
           IF WS-CAMBIO-MONEDA-SI
              AND WS-MOV-ORIGEN-LEG EQUAL 'P'
              MOVE WS-MOV-CONTRA-LEG      TO REG-MOV-CONTRAVALOR
              MOVE WS-COTIZ-APLICADA      TO REG-MOV-COTIZACION
           ELSE
           WRITE REG-EXCEPCION.
           ADD 1 TO WS-CANT-EXCEPCIONES.

      * El pago de tarjeta rechazado queda tambien del lado tarjeta
           IF WS-PAGO-TARJETA-SI
              MOVE ';' TO REG-PRE-SEP-01 REG-PRE-SEP-02 REG-PRE-SEP-03
                          REG-PRE-SEP-04 REG-PRE-SEP-05 REG-PRE-SEP-06
              MOVE REG-ENT-APR-NRO-OPERACION  TO REG-PRE-NRO-OPERACION
              MOVE REG-ENT-APR-FECHA          TO REG-PRE-FECHA
              MOVE REG-ENT-APR-CUENTA-DEBITO  TO REG-PRE-CUENTA-DEBITO
              MOVE REG-ENT-APR-CUENTA-CREDITO TO REG-PRE-TARJETA
              MOVE WS-IMPORTE                 TO REG-PRE-IMPORTE
              MOVE 'POSTEO'                   TO REG-PRE-ETAPA
              MOVE REG-EXC-MOTIVO             TO REG-PRE-MOTIVO
              WRITE REG-PAGO-RECHAZADO
              IF NOT FS-SAL-PAGOS-RECH-OK
                 DISPLAY 'ERROR AL GRABAR PAGOS_CUENTA_RECHAZADOS.TXT: '
                     FS-SAL-PAGOS-RECH
              END-IF
           END-IF.

       1400-GRABAR-EXCEPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-GRABAR-PAGO-TARJETA.
      * El debito ya quedo en la cuenta: el pago pasa al sistema de
      * tarjetas como cualquier otro, con su propio canal.
           MOVE REG-ENT-APR-CUENTA-CREDITO(1:19)
             TO WS-PAGO-NUMERO-TARJETA.
           MOVE REG-ENT-APR-FECHA        TO WS-PAGO-FECHA.
           MOVE WS-IMPORTE               TO WS-PAGO-IMPORTE.
           MOVE WS-CANAL-PAGO-TARJETA    TO WS-PAGO-CANAL.

           WRITE WS-PAGOS.
           IF NOT FS-SAL-PAGOS-OK
              DISPLAY 'ERROR AL GRABAR EL PAGO EN PAGOS.SEQ: '
                  FS-SAL-PAGOS
           END-IF.
           ADD 1 TO WS-CANT-PAGOS-TARJETA.

       1500-GRABAR-PAGO-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Datos del comprobante de la operacion recien posteada. La
      * punta credito de otro banco (o la tarjeta, en un pago de
      * tarjeta) no tiene titular en el maestro.
       1550-GRABAR-COMPROBANTE.
           MOVE SPACES TO REG-COMPROBANTE.
           MOVE 0 TO REG-CPB-NUMERO.
           SET REG-CPB-POSTEO TO TRUE.
           MOVE REG-ENT-APR-NRO-OPERACION TO REG-CPB-NRO-OPERACION.
           MOVE REG-ENT-APR-FECHA TO REG-CPB-FECHA.
           ACCEPT WS-HORA-PROC FROM TIME.
           MOVE WS-HPR-HORA    TO WS-HC-HORA.
           MOVE WS-HPR-MINUTO  TO WS-HC-MINUTO.
           MOVE WS-HPR-SEGUNDO TO WS-HC-SEGUNDO.
           MOVE WS-HORA-COMPROBANTE TO REG-CPB-HORA.
           MOVE REG-ENT-APR-CUENTA-DEBITO TO REG-CPB-CUENTA-DEBITO.
           MOVE WS-CUENTA-TITULAR(WS-FILA-DEBITO)
             TO REG-CPB-TITULAR-DEBITO.
           MOVE REG-ENT-APR-CUENTA-CREDITO TO REG-CPB-CUENTA-CREDITO.
           MOVE REG-ENT-APR-COD-CONCEPTO TO REG-CPB-COD-CONCEPTO.
           MOVE WS-CUENTA-MONEDA(WS-FILA-DEBITO) TO REG-CPB-MONEDA.
           MOVE WS-IMPORTE TO REG-CPB-IMPORTE.
           IF WS-FILA-CREDITO NOT EQUAL 0
              MOVE WS-CUENTA-TITULAR(WS-FILA-CREDITO)
                TO REG-CPB-TITULAR-CREDITO
              MOVE WS-CUENTA-MONEDA(WS-FILA-CREDITO)
                TO REG-CPB-MONEDA-DESTINO
           ELSE
              MOVE WS-CUENTA-MONEDA(WS-FILA-DEBITO)
                TO REG-CPB-MONEDA-DESTINO
           END-IF.
           MOVE WS-IMPORTE-DESTINO TO REG-CPB-IMPORTE-DESTINO.
           MOVE WS-COTIZ-APLICADA TO REG-CPB-COTIZACION.
           MOVE WS-COMISION-OP TO REG-CPB-COMISION.

           WRITE REG-COMPROBANTE.
           IF NOT FS-SAL-COMPROBANTES-OK
              DISPLAY 'ERROR AL GRABAR COMPROBANTES_PEND.TXT: '
                 FS-SAL-COMPROBANTES
           END-IF.

       1550-GRABAR-COMPROBANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-SUMAR-RETENIDO.
           IF WS-EMB-CUENTA(WS-INDICE-EMB) EQUAL
                 REG-ENT-APR-CUENTA-DEBITO
              AND WS-EMB-ESTADO(WS-INDICE-EMB) NOT EQUAL 'L'
              ADD WS-EMB-RETENIDO(WS-INDICE-EMB) TO WS-RETENIDO-CUENTA
           END-IF.

       1210-SUMAR-RETENIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reparte WS-A-RETENER entre los oficios activos de la cuenta
      * credito, en el orden en que llegaron, hasta cubrir cada uno.
       1700-RETENER-CREDITO.
           PERFORM 1710-RETENER-EN-OFICIO
              THRU 1710-RETENER-EN-OFICIO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS
                 OR WS-A-RETENER EQUAL 0.

       1700-RETENER-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1710-RETENER-EN-OFICIO.
           IF WS-EMB-CUENTA(WS-INDICE-EMB) NOT EQUAL
                 REG-ENT-APR-CUENTA-CREDITO
              OR WS-EMB-ESTADO(WS-INDICE-EMB) NOT EQUAL 'A'
              GO TO 1710-RETENER-EN-OFICIO-EXIT
           END-IF.

           COMPUTE WS-FALTA-ORDEN =
              WS-EMB-IMPORTE(WS-INDICE-EMB)
              - WS-EMB-RETENIDO(WS-INDICE-EMB).
           IF WS-A-RETENER LESS THAN WS-FALTA-ORDEN
              MOVE WS-A-RETENER TO WS-RETENCION
           ELSE
              MOVE WS-FALTA-ORDEN TO WS-RETENCION
           END-IF.

           ADD WS-RETENCION TO WS-EMB-RETENIDO(WS-INDICE-EMB).
           SUBTRACT WS-RETENCION FROM WS-A-RETENER.
           IF WS-EMB-RETENIDO(WS-INDICE-EMB) NOT LESS THAN
                 WS-EMB-IMPORTE(WS-INDICE-EMB)
              MOVE 'C' TO WS-EMB-ESTADO(WS-INDICE-EMB)
           END-IF.

           IF WS-RETENCION GREATER THAN 0
              MOVE REG-ENT-APR-FECHA         TO REG-RET-FECHA
              MOVE WS-EMB-OFICIO(WS-INDICE-EMB) TO REG-RET-OFICIO
              MOVE REG-ENT-APR-CUENTA-CREDITO TO REG-RET-CUENTA
              MOVE REG-ENT-APR-NRO-OPERACION TO REG-RET-NRO-OPERACION
              MOVE 'P'                       TO REG-RET-ORIGEN
              MOVE WS-RETENCION              TO REG-RET-IMPORTE
              WRITE REG-RETENCION
              IF NOT FS-SAL-RETENCIONES-OK
                 DISPLAY 'ERROR AL GRABAR EMBARGOS_RETENCIONES.TXT: '
                     FS-SAL-RETENCIONES
              END-IF
              ADD 1 TO WS-CANT-RETENCIONES
           END-IF.

       1710-RETENER-EN-OFICIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-REGRABAR-CUENTAS.
      * Los saldos actualizados vuelven a CUENTAS.TXT: la proxima
       2000-REGRABAR-CUENTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-REGRABAR-EMBARGOS.
      * Lo retenido en la corrida vuelve a EMBARGOS.TXT, para que
      * CLVALTRAN y el proximo posteo lo vean inmovilizado.
           IF WS-EMBARGOS-CARGADOS-NO
              GO TO 2200-REGRABAR-EMBARGOS-EXIT
           END-IF.

           OPEN OUTPUT SAL-EMBARGOS.
           IF NOT FS-SAL-EMBARGOS-OK
              DISPLAY 'ERROR AL REGRABAR EMBARGOS.TXT: '
                 FS-SAL-EMBARGOS
              GO TO 2200-REGRABAR-EMBARGOS-EXIT
           END-IF.

           PERFORM 2210-GRABAR-EMBARGO
              THRU 2210-GRABAR-EMBARGO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS.

           CLOSE SAL-EMBARGOS.

       2200-REGRABAR-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-GRABAR-EMBARGO.
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

       2210-GRABAR-EMBARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-GRABAR-CUENTA.
           MOVE WS-CUENTA-NUMERO(WS-INDICE-CUENTA)
           CLOSE SAL-POSTEADAS.
           CLOSE SAL-MOVIMIENTOS.
           CLOSE SAL-EXCEPCIONES.
           CLOSE SAL-PAGOS.
           CLOSE SAL-PAGOS-RECHAZADOS.
           CLOSE SAL-RETENCIONES.
           CLOSE SAL-COMPROBANTES.
           CLOSE SAL-IMPDC-PERCEPCIONES.

           DISPLAY 'OPERACIONES LEIDAS   : ' WS-CANT-LEIDAS.
           DISPLAY 'OPERACIONES POSTEADAS: ' WS-CANT-POSTEADAS-HOY.
           DISPLAY 'EXCEPCIONES          : ' WS-CANT-EXCEPCIONES.
           DISPLAY 'YA POSTEADAS (OMIT.) : ' WS-CANT-OMITIDAS.
           DISPLAY 'PAGOS DE TARJETA     : ' WS-CANT-PAGOS-TARJETA.
           DISPLAY 'RETENCIONES EMBARGO  : ' WS-CANT-RETENCIONES.
           DISPLAY 'COBROS IMP. DEB/CRED : ' WS-CANT-IMPDC.

       3000-FINALIZAR-EXIT.
           EXIT.
