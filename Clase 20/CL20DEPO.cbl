      *          CBU cargado en SUELDOS_SIN_CBU.TXT para que
      *          personal los complete. Nadie tipea mas depositos en
      *          el home banking.
      *          TRANSFERENCIAS.TXT se toma via CLBLOQUE antes de
      *          grabarlo, asi no se cruza con otro que capture.
      *          Lo enviado cancela los sueldos a pagar que asento
      *          CL20ASIEN: el total sale como asiento SUELDPAG (al
      *          DEBE sueldos a pagar, al HABER la cuenta del banco,
      *          segun CUENTAS_SUELDOS.TXT) en ASIENTOS_CONTABLES.TXT,
      *          con su cierre TOTAL D/H.
      *          Uso: CL20DEPO <FECHA AAAA-MM-DD>
      * Tectonics: cobc
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SIN-CBU.

       SELECT ENT-CUENTAS
          ASSIGN TO '../CUENTAS_SUELDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

       SELECT SAL-ASIENTOS
          ASSIGN TO '../ASIENTOS_CONTABLES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ASIENTOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-BANCO.
       01 REG-BANCO.
          05 REG-SC-SEP-02                  PIC X(03).
          05 REG-SC-NETO                    PIC ZZZZZZ9,99.

       FD ENT-CUENTAS.
      * Mapeo de conceptos de sueldos a cuentas del mayor (el mismo
      * que usa CL20ASIEN); aca solo interesa el renglon SUELDPAG
       01 REG-CUENTA-SUELDO.
          05 REG-CSU-CONCEPTO               PIC X(08).
          05 REG-CSU-SECTOR                 PIC X(10).
          05 REG-CSU-DEBE                   PIC 9(08).
          05 REG-CSU-HABER                  PIC 9(08).
          05 REG-CSU-DESCRIPCION            PIC X(30).

       FD SAL-ASIENTOS.
           COPY ASIENTO.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-SAL-ENVIADOS-NFD             VALUE '35'.
          05 FS-SAL-SIN-CBU                 PIC X(2).
             88 FS-SAL-SIN-CBU-OK               VALUE '00'.
          05 FS-ENT-CUENTAS                 PIC X(2).
             88 FS-ENT-CUENTAS-OK               VALUE '00'.
             88 FS-ENT-CUENTAS-EOF              VALUE '10'.
          05 FS-SAL-ASIENTOS                PIC X(2).
             88 FS-SAL-ASIENTOS-OK              VALUE '00'.
             88 FS-SAL-ASIENTOS-NFD             VALUE '35'.

      * Fecha pedida para las transferencias
       01 WS-LINEA-COMANDO          PIC X(20) VALUE SPACES.
          05 WS-CANT-SIN-CBU        PIC 9(05) VALUE 0.
          05 WS-TOTAL-ENVIADO       PIC 9(12)V9(02) VALUE 0.

      * Asiento de cancelacion de sueldos a pagar
       01 WS-CUENTAS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES        VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO         VALUE 'FALSE'.
       77 WS-CUENTA-PAGO-D          PIC 9(08) VALUE 0.
       77 WS-CUENTA-PAGO-H          PIC 9(08) VALUE 0.
       01 WS-CICLO-CONTABLE         PIC X(06) VALUE SPACES.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              STOP RUN
           END-IF.

           PERFORM 1900-TOMAR-TRANSFERENCIAS
              THRU 1900-TOMAR-TRANSFERENCIAS-FIN.

           OPEN EXTEND SAL-TRANSFERENCIAS.
           IF FS-SAL-TRANSFER-NFD
              OPEN OUTPUT SAL-TRANSFERENCIAS
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Toma TRANSFERENCIAS.TXT para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1900-TOMAR-TRANSFERENCIAS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'TRANSFERENCIAS.TXT' TO LK-BLQ-ARCHIVO.
           MOVE 'CL20DEPO' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'CL20DEPO TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-TRANSFERENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-NETO.
           READ ENT-BANCO
                 SAL-ENVIADOS
                 SAL-SIN-CBU.

           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.

           DISPLAY 'DEPOSITOS ENVIADOS : ' WS-CANT-ENVIADOS.
           DISPLAY 'LEGAJOS SIN CBU    : ' WS-CANT-SIN-CBU.
           DISPLAY 'TOTAL ENVIADO      : ' WS-TOTAL-ENVIADO.
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 3100-ASENTAR-PAGO
              THRU 3100-ASENTAR-PAGO-FIN.

       3000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Lo enviado cancela sueldos a pagar. Sin mapeo del SUELDPAG
      * no se asienta y se avisa, para que contaduria lo cargue.
       3100-ASENTAR-PAGO.
           IF WS-TOTAL-ENVIADO EQUAL 0
              GO TO 3100-ASENTAR-PAGO-FIN
           END-IF.

           OPEN INPUT ENT-CUENTAS.
           IF FS-ENT-CUENTAS-OK
              PERFORM 3110-LEER-CUENTA
                 THRU 3110-LEER-CUENTA-FIN
                 UNTIL WS-CUENTAS-EOF-YES
              CLOSE ENT-CUENTAS
           END-IF.
           IF WS-CUENTA-PAGO-D EQUAL 0
              DISPLAY 'SIN CUENTA SUELDPAG EN CUENTAS_SUELDOS.TXT: '
                 'EL PAGO NO SE ASENTO'
              MOVE 4 TO RETURN-CODE
              GO TO 3100-ASENTAR-PAGO-FIN
           END-IF.

           OPEN EXTEND SAL-ASIENTOS.
           IF FS-SAL-ASIENTOS-NFD
              OPEN OUTPUT SAL-ASIENTOS
           END-IF.
           IF NOT FS-SAL-ASIENTOS-OK
              DISPLAY 'ERROR AL ABRIR ASIENTOS_CONTABLES.TXT: '
                 FS-SAL-ASIENTOS ' (EL PAGO NO SE ASENTO)'
              MOVE 8 TO RETURN-CODE
              GO TO 3100-ASENTAR-PAGO-FIN
           END-IF.

           MOVE WS-PARM-FECHA(1:4) TO WS-CICLO-CONTABLE(1:4).
           MOVE WS-PARM-FECHA(6:2) TO WS-CICLO-CONTABLE(5:2).
           MOVE 'SUELDPAG'       TO FD-ASI-CONCEPTO.
           MOVE 'D'              TO FD-ASI-TIPO.
           MOVE WS-CUENTA-PAGO-D TO FD-ASI-CUENTA.
           PERFORM 3120-GRABAR-LINEA
              THRU 3120-GRABAR-LINEA-FIN.
           MOVE 'SUELDPAG'       TO FD-ASI-CONCEPTO.
           MOVE 'H'              TO FD-ASI-TIPO.
           MOVE WS-CUENTA-PAGO-H TO FD-ASI-CUENTA.
           PERFORM 3120-GRABAR-LINEA
              THRU 3120-GRABAR-LINEA-FIN.
           MOVE 'TOTAL   '       TO FD-ASI-CONCEPTO.
           MOVE 'D'              TO FD-ASI-TIPO.
           MOVE 0                TO FD-ASI-CUENTA.
           PERFORM 3120-GRABAR-LINEA
              THRU 3120-GRABAR-LINEA-FIN.
           MOVE 'TOTAL   '       TO FD-ASI-CONCEPTO.
           MOVE 'H'              TO FD-ASI-TIPO.
           MOVE 0                TO FD-ASI-CUENTA.
           PERFORM 3120-GRABAR-LINEA
              THRU 3120-GRABAR-LINEA-FIN.
           CLOSE SAL-ASIENTOS.

           DISPLAY 'PAGO ASENTADO (SUELDPAG): ' WS-TOTAL-ENVIADO.

       3100-ASENTAR-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-LEER-CUENTA.
           READ ENT-CUENTAS
               AT END
                   SET WS-CUENTAS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-CSU-CONCEPTO EQUAL 'SUELDPAG'
                      AND REG-CSU-SECTOR EQUAL SPACES
                      MOVE REG-CSU-DEBE  TO WS-CUENTA-PAGO-D
                      MOVE REG-CSU-HABER TO WS-CUENTA-PAGO-H
                   END-IF
           END-READ.

       3110-LEER-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Concepto, tipo y cuenta vienen cargados; el resto es comun.
       3120-GRABAR-LINEA.
           MOVE WS-PARM-FECHA     TO FD-ASI-FECHA.
           MOVE ';'               TO FD-ASI-SEP-01 FD-ASI-SEP-02
                                     FD-ASI-SEP-03 FD-ASI-SEP-04
                                     FD-ASI-SEP-05.
           MOVE WS-CICLO-CONTABLE TO FD-ASI-CICLO.
           MOVE WS-TOTAL-ENVIADO  TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO.

       3120-GRABAR-LINEA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CL20DEPO.
