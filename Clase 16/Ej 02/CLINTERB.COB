      *             03 MONEDA INVALIDA
      *             04 IMPORTE INVALIDO
      *             05 CUENTA NO ACTIVA
      *           Si la cuenta destino tiene un embargo judicial activo
      *           (EMBARGOS.TXT, de CLEMBARG), el credito se retiene
      *           para el oficio hasta cubrirlo y la retencion queda en
      *           EMBARGOS_RETENCIONES.TXT.
      *           Cada credito aceptado deja los datos de su
      *           comprobante para el cliente en COMPROBANTES_PEND.TXT,
      *           que CLCOMPRO numera e imprime.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINTERB.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RESUMEN.

      * Embargos judiciales: el credito a una cuenta embargada se
      * retiene para el oficio, igual que en CLPOSTEO
       SELECT ENT-EMBARGOS
           ASSIGN TO '../EMBARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EMBARGOS.

       SELECT SAL-EMBARGOS
           ASSIGN TO '../EMBARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EMBARGOS.

       SELECT SAL-RETENCIONES
           ASSIGN TO '../EMBARGOS_RETENCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RETENCIONES.

      * Comprobantes de los creditos aceptados, sin numerar
       SELECT SAL-COMPROBANTES
           ASSIGN TO '../COMPROBANTES_PEND.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-COMPROBANTES.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD SAL-RESUMEN.
       01 REG-RESUMEN-LINEA                   PIC X(70).

       FD ENT-EMBARGOS.
       01 REG-ENT-EMBARGO                     PIC X(117).

       FD SAL-EMBARGOS.
       01 REG-SAL-EMBARGO                     PIC X(117).

       FD SAL-RETENCIONES.
           COPY EMBRETEN.

       FD SAL-COMPROBANTES.
           COPY COMPROB.

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-INTERB                    PIC X(02).
             88 FS-SAL-RESPUESTA-OK               VALUE '00'.
          05 FS-SAL-RESUMEN                   PIC X(02).
             88 FS-SAL-RESUMEN-OK                 VALUE '00'.
          05 FS-ENT-EMBARGOS                  PIC X(02).
             88 FS-ENT-EMBARGOS-OK                VALUE '00'.
             88 FS-ENT-EMBARGOS-NFD               VALUE '35'.
          05 FS-SAL-EMBARGOS                  PIC X(02).
             88 FS-SAL-EMBARGOS-OK                VALUE '00'.
          05 FS-SAL-RETENCIONES               PIC X(02).
             88 FS-SAL-RETENCIONES-OK             VALUE '00'.
             88 FS-SAL-RETENCIONES-NFD            VALUE '35'.
          05 FS-SAL-COMPROBANTES              PIC X(02).
             88 FS-SAL-COMPROBANTES-OK            VALUE '00'.
             88 FS-SAL-COMPROBANTES-NFD           VALUE '35'.

      * Oficios judiciales de EMBARGOS.TXT, como los maneja CLPOSTEO.
      * Solo se regraba si el archivo existia.
           COPY EMBARGO.
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
       77 WS-A-RETENER                        PIC 9(10)V9(02) VALUE 0.
       77 WS-FALTA-ORDEN                      PIC 9(10)V9(02) VALUE 0.
       77 WS-RETENCION                        PIC 9(10)V9(02) VALUE 0.

      * Cuentas propias en memoria, como las maneja CLPOSTEO
       77 WS-CANT-CUENTAS                     PIC 9(04) VALUE 0.
          05 WS-CANT-LEIDAS                   PIC 9(05) VALUE 0.
          05 WS-CANT-ACEPTADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-RETENCIONES              PIC 9(05) VALUE 0.
          05 WS-IMPORTE-ACEPTADO              PIC 9(12)V9(02) VALUE 0.
          05 WS-IMPORTE-RECHAZADO             PIC 9(12)V9(02) VALUE 0.

       01 WS-IMPORTE-EDITADO                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      * Hora de la acreditacion, para el comprobante
       01 WS-HORA-PROC                        PIC 9(08).
       01 WS-HORA-PROC-R REDEFINES WS-HORA-PROC.
          05 WS-HPR-HORA                      PIC 9(02).
          05 WS-HPR-MINUTO                    PIC 9(02).
          05 WS-HPR-SEGUNDO                   PIC 9(02).
          05 WS-HPR-CENTESIMO                 PIC 9(02).
       01 WS-HORA-COMPROBANTE.
          05 WS-HC-HORA                       PIC 9(02).
          05 FILLER                           PIC X(01) VALUE ':'.
          05 WS-HC-MINUTO                     PIC 9(02).
          05 FILLER                           PIC X(01) VALUE ':'.
          05 WS-HC-SEGUNDO                    PIC 9(02).

       01 WS-FIN-ARCHIVO                      PIC X(02) VALUE 'NO'.
          88 WS-EOF-SI                            VALUE 'SI'.
          88 WS-EOF-NO                            VALUE 'NO'.
           PERFORM 1100-CARGAR-CUENTAS
              THRU 1100-CARGAR-CUENTAS-EXIT.

           PERFORM 1200-CARGAR-EMBARGOS
              THRU 1200-CARGAR-EMBARGOS-EXIT.

           OPEN EXTEND SAL-RETENCIONES.
           IF FS-SAL-RETENCIONES-NFD
              OPEN OUTPUT SAL-RETENCIONES
           END-IF.

           OPEN EXTEND SAL-COMPROBANTES.
           IF FS-SAL-COMPROBANTES-NFD
              OPEN OUTPUT SAL-COMPROBANTES
           END-IF.

           OPEN EXTEND SAL-MOVIMIENTOS.
           IF FS-SAL-MOVIMIENTOS-NFD
              OPEN OUTPUT SAL-MOVIMIENTOS
       1150-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin EMBARGOS.TXT no hay cuentas embargadas.
       1200-CARGAR-EMBARGOS.
           OPEN INPUT ENT-EMBARGOS.
           IF FS-ENT-EMBARGOS-NFD
              GO TO 1200-CARGAR-EMBARGOS-EXIT
           END-IF.
           IF NOT FS-ENT-EMBARGOS-OK
              DISPLAY 'ERROR AL ABRIR EMBARGOS.TXT: ' FS-ENT-EMBARGOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-EMBARGOS-CARGADOS-SI TO TRUE.
           MOVE 'NO' TO WS-FIN-ARCHIVO.
           PERFORM 1250-LEER-EMBARGO
              THRU 1250-LEER-EMBARGO-EXIT
              UNTIL WS-EOF-SI.
           CLOSE ENT-EMBARGOS.
           MOVE 'NO' TO WS-FIN-ARCHIVO.

       1200-CARGAR-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-LEER-EMBARGO.
           READ ENT-EMBARGOS INTO REG-EMBARGO
               AT END
                   SET WS-EOF-SI TO TRUE
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

       1250-LEER-EMBARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-CREDITO.
           READ ENT-INTERBANCARIAS
              GO TO 2100-VALIDAR-CREDITO-EXIT
           END-IF.

      * Una cuenta inactiva (I) recibe creditos igual que una activa
           IF WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL 'A'
              AND WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL 'I'
              AND WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL SPACE
              MOVE '05' TO WS-CODIGO-RECHAZO
              GO TO 2100-VALIDAR-CREDITO-EXIT
       2300-ACREDITAR.
           ADD REG-INT-IMPORTE TO WS-CUENTA-SALDO(WS-FILA-CTA).

      * El credito queda retenido para los oficios activos de la
      * cuenta hasta cubrirlos
           MOVE REG-INT-IMPORTE TO WS-A-RETENER.
           PERFORM 2350-RETENER-EN-OFICIO
              THRU 2350-RETENER-EN-OFICIO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS
                 OR WS-A-RETENER EQUAL 0.

           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE REG-INT-FECHA          TO REG-MOV-FECHA.
           MOVE REG-INT-NRO-OPERACION  TO REG-MOV-NRO-OPERACION.
           ADD 1 TO WS-CANT-ACEPTADAS.
           ADD REG-INT-IMPORTE TO WS-IMPORTE-ACEPTADO.

           PERFORM 2380-GRABAR-COMPROBANTE
              THRU 2380-GRABAR-COMPROBANTE-EXIT.

       2300-ACREDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2350-RETENER-EN-OFICIO.
           IF WS-EMB-CUENTA(WS-INDICE-EMB) NOT EQUAL
                 REG-INT-CBU-DESTINO
              OR WS-EMB-ESTADO(WS-INDICE-EMB) NOT EQUAL 'A'
              GO TO 2350-RETENER-EN-OFICIO-EXIT
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
              MOVE REG-INT-FECHA              TO REG-RET-FECHA
              MOVE WS-EMB-OFICIO(WS-INDICE-EMB) TO REG-RET-OFICIO
              MOVE REG-INT-CBU-DESTINO        TO REG-RET-CUENTA
              MOVE REG-INT-NRO-OPERACION      TO REG-RET-NRO-OPERACION
              MOVE 'I'                        TO REG-RET-ORIGEN
              MOVE WS-RETENCION               TO REG-RET-IMPORTE
              WRITE REG-RETENCION
              IF NOT FS-SAL-RETENCIONES-OK
                 DISPLAY 'ERROR AL GRABAR EMBARGOS_RETENCIONES.TXT: '
                    FS-SAL-RETENCIONES
              END-IF
              ADD 1 TO WS-CANT-RETENCIONES
           END-IF.

       2350-RETENER-EN-OFICIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La cuenta origen es de otro banco: el comprobante muestra el
      * banco y la referencia de la camara en su lugar.
       2380-GRABAR-COMPROBANTE.
           MOVE SPACES TO REG-COMPROBANTE.
           MOVE 0 TO REG-CPB-NUMERO.
           SET REG-CPB-INTERBANCARIA TO TRUE.
           MOVE REG-INT-NRO-OPERACION TO REG-CPB-NRO-OPERACION.
           MOVE REG-INT-FECHA TO REG-CPB-FECHA.
           ACCEPT WS-HORA-PROC FROM TIME.
           MOVE WS-HPR-HORA    TO WS-HC-HORA.
           MOVE WS-HPR-MINUTO  TO WS-HC-MINUTO.
           MOVE WS-HPR-SEGUNDO TO WS-HC-SEGUNDO.
           MOVE WS-HORA-COMPROBANTE TO REG-CPB-HORA.
           STRING 'BANCO ' REG-INT-BANCO-ORIGEN
              DELIMITED BY SIZE INTO REG-CPB-TITULAR-DEBITO.
           MOVE REG-INT-CBU-DESTINO TO REG-CPB-CUENTA-CREDITO.
           MOVE WS-CUENTA-TITULAR(WS-FILA-CTA)
             TO REG-CPB-TITULAR-CREDITO.
           MOVE REG-INT-MONEDA TO REG-CPB-MONEDA
                                  REG-CPB-MONEDA-DESTINO.
           MOVE REG-INT-IMPORTE TO REG-CPB-IMPORTE
                                   REG-CPB-IMPORTE-DESTINO.
           MOVE 0 TO REG-CPB-COTIZACION.
           MOVE 0 TO REG-CPB-COMISION.
           MOVE REG-INT-REFERENCIA TO REG-CPB-REFERENCIA.

           WRITE REG-COMPROBANTE.
           IF NOT FS-SAL-COMPROBANTES-OK
              DISPLAY 'ERROR AL GRABAR COMPROBANTES_PEND.TXT: '
                 FS-SAL-COMPROBANTES
           END-IF.

       2380-GRABAR-COMPROBANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La respuesta a la camara lleva el registro original tal
      * cual vino mas el codigo de motivo.
           CLOSE ENT-INTERBANCARIAS.
           CLOSE SAL-MOVIMIENTOS.
           CLOSE SAL-RESPUESTA.
           CLOSE SAL-RETENCIONES.
           CLOSE SAL-COMPROBANTES.

      * Los saldos actualizados vuelven a CUENTAS.TXT, como lo hace
      * el posteo de fin de dia.
              CLOSE SAL-CUENTAS
           END-IF.

           PERFORM 3300-REGRABAR-EMBARGOS
              THRU 3300-REGRABAR-EMBARGOS-EXIT.

           PERFORM 3200-GRABAR-RESUMEN
              THRU 3200-GRABAR-RESUMEN-EXIT.

           MOVE WS-IMPORTE-RECHAZADO TO WS-IMPORTE-EDITADO.
           DISPLAY 'RECHAZADOS         : ' WS-CANT-RECHAZADAS
              ' POR ' WS-IMPORTE-EDITADO.
           DISPLAY 'RETENCIONES EMBARGO: ' WS-CANT-RETENCIONES.

       3000-FINALIZAR-EXIT.
           EXIT.

       3200-GRABAR-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo retenido en la corrida vuelve a EMBARGOS.TXT.
       3300-REGRABAR-EMBARGOS.
           IF WS-EMBARGOS-CARGADOS-NO
              GO TO 3300-REGRABAR-EMBARGOS-EXIT
           END-IF.

           OPEN OUTPUT SAL-EMBARGOS.
           IF NOT FS-SAL-EMBARGOS-OK
              DISPLAY 'ERROR AL REGRABAR EMBARGOS.TXT: '
                 FS-SAL-EMBARGOS
              MOVE 99 TO RETURN-CODE
              GO TO 3300-REGRABAR-EMBARGOS-EXIT
           END-IF.

           PERFORM 3350-GRABAR-EMBARGO
              THRU 3350-GRABAR-EMBARGO-EXIT
              VARYING WS-INDICE-EMB FROM 1 BY 1
              UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMBARGOS.

           CLOSE SAL-EMBARGOS.

       3300-REGRABAR-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3350-GRABAR-EMBARGO.
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

       3350-GRABAR-EMBARGO-EXIT.
           EXIT.
