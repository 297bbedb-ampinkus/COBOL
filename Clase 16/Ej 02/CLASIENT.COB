      *             DEVOLUC  - debitos origen D (devoluciones CLDEVOL)
      *             INTERES  - creditos origen N (CLINTCAP)
      *             DESCUB   - debitos origen G (CLDESCIN)
      *             PFCONST  - debitos origen K y W (constitucion y
      *                        renovacion de plazos fijos, CLPLAZOF)
      *             PFVENCE  - creditos origen V (capital de plazos
      *                        fijos vencidos)
      *             PFINTPAG - creditos origen R (interes de plazos
      *                        fijos vencidos)
      *             PFDEVENG - interes de plazos fijos devengado en
      *                        el dia, de PLAZOS_FIJOS_DEVENGADO.TXT
      *             PRDESEMB - creditos origen L (desembolso de
      *                        prestamos personales, CLPRESTA)
      *             PRCAPITA - debitos origen U (capital de cuotas)
      *             PRINTERE - debitos origen J (interes de cuotas)
      *             PRIVA    - debitos origen X (IVA de intereses y
      *                        punitorios)
      *             PRPUNIT  - debitos origen M (interes punitorio)
      *             IMPDEBCR - debitos origen T (impuesto a los
      *                        debitos y creditos bancarios cobrado
      *                        por CLPOSTEO)
      *             PRDEVENG - interes de cuotas de prestamos
      *                        devengado en el dia, de
      *                        PRESTAMOS_DEVENGADO.TXT
      *           Cada concepto sale con su linea al DEBE y al HABER
      *           por el mismo importe segun CUENTAS_CONTABLES.TXT,
      *           con el cierre TOTAL D/H, al ASIENTOS_CONTABLES.TXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CTAS-CONTABLES.

       SELECT ENT-DEVENGADO-PF
           ASSIGN TO '../PLAZOS_FIJOS_DEVENGADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DEVENGADO-PF.

       SELECT ENT-DEVENGADO-PR
           ASSIGN TO '../PRESTAMOS_DEVENGADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DEVENGADO-PR.

       SELECT SAL-ASIENTOS
           ASSIGN TO '../ASIENTOS_CONTABLES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-CTAS-CONTABLES.
           COPY CTACONT.

       FD ENT-DEVENGADO-PF.
      * Interes de plazos fijos devengado por la corrida diaria de
      * CLPLAZOF
       01 REG-DEVENGADO-PF.
          05 REG-DEV-FECHA                    PIC X(10).
          05 FILLER                           PIC X(01).
          05 REG-DEV-IMPORTE                  PIC 9(11)V9(02).

       FD ENT-DEVENGADO-PR.
      * Interes de cuotas de prestamos devengado por la cobranza de
      * CLPRESTA
       01 REG-DEVENGADO-PR.
          05 REG-DPR-FECHA                    PIC X(10).
          05 FILLER                           PIC X(01).
          05 REG-DPR-IMPORTE                  PIC 9(11)V9(02).

       FD SAL-ASIENTOS.
           COPY ASIENTO.

             88 FS-ENT-CTAS-CONTABLES-OK      VALUE '00'.
             88 FS-ENT-CTAS-CONTABLES-EOF     VALUE '10'.
             88 FS-ENT-CTAS-CONTABLES-NFD     VALUE '35'.
          05 FS-ENT-DEVENGADO-PF              PIC X(2).
             88 FS-ENT-DEVENGADO-PF-OK        VALUE '00'.
             88 FS-ENT-DEVENGADO-PF-EOF       VALUE '10'.
             88 FS-ENT-DEVENGADO-PF-NFD       VALUE '35'.
          05 FS-ENT-DEVENGADO-PR              PIC X(2).
             88 FS-ENT-DEVENGADO-PR-OK        VALUE '00'.
             88 FS-ENT-DEVENGADO-PR-EOF       VALUE '10'.
             88 FS-ENT-DEVENGADO-PR-NFD       VALUE '35'.
          05 FS-SAL-ASIENTOS                  PIC X(2).
             88 FS-SAL-ASIENTOS-OK            VALUE '00'.
             88 FS-SAL-ASIENTOS-NFD           VALUE '35'.
       01 WS-CTAS-EOF                         PIC X(05) VALUE 'FALSE'.
          88 WS-CTAS-EOF-YES                  VALUE 'TRUE'.
          88 WS-CTAS-EOF-NO                   VALUE 'FALSE'.
       01 WS-DEVENGADO-PF-EOF                 PIC X(05) VALUE 'FALSE'.
          88 WS-DEVENGADO-PF-EOF-YES          VALUE 'TRUE'.
          88 WS-DEVENGADO-PF-EOF-NO           VALUE 'FALSE'.
       01 WS-DEVENGADO-PR-EOF                 PIC X(05) VALUE 'FALSE'.
          88 WS-DEVENGADO-PR-EOF-YES          VALUE 'TRUE'.
          88 WS-DEVENGADO-PR-EOF-NO           VALUE 'FALSE'.

      * Mapeo concepto -> cuentas del mayor
       77 WS-CANT-CTAS-CONT                   PIC 9(02) VALUE 0.
          05 WS-TOTAL-DEVOLUC                 PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-INTERES                 PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-DESCUB                  PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PFCONST                 PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PFVENCE                 PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PFINTPAG                PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PFDEVENG                PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PRDESEMB                PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PRCAPITA                PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PRINTERE                PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PRIVA                   PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PRPUNIT                 PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-IMPDEBCR                PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-PRDEVENG                PIC 9(11)V9(02) VALUE 0.
       77 WS-TOTAL-DEBE                       PIC 9(12)V9(02) VALUE 0.
       77 WS-TOTAL-HABER                      PIC 9(12)V9(02) VALUE 0.

              UNTIL WS-MOVIMIENTOS-EOF-YES.
           CLOSE ENT-MOVIMIENTOS.

           PERFORM 2300-LEER-DEVENGADO-PF
              THRU 2300-LEER-DEVENGADO-PF-EXIT.
           PERFORM 2400-LEER-DEVENGADO-PR
              THRU 2400-LEER-DEVENGADO-PR-EXIT.

           PERFORM 2500-CONTROLAR-BALANCE
              THRU 2500-CONTROLAR-BALANCE-EXIT.

                   ADD WS-IMPORTE-MOV TO WS-TOTAL-INTERES
               WHEN 'G' ALSO 'D'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-DESCUB
               WHEN 'K' ALSO 'D'
               WHEN 'W' ALSO 'D'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-PFCONST
               WHEN 'V' ALSO 'C'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-PFVENCE
               WHEN 'R' ALSO 'C'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-PFINTPAG
               WHEN 'L' ALSO 'C'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-PRDESEMB
               WHEN 'U' ALSO 'D'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-PRCAPITA
               WHEN 'J' ALSO 'D'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-PRINTERE
               WHEN 'X' ALSO 'D'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-PRIVA
               WHEN 'M' ALSO 'D'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-PRPUNIT
               WHEN 'T' ALSO 'D'
                   ADD WS-IMPORTE-MOV TO WS-TOTAL-IMPDEBCR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-ACUMULAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El devengado de plazos fijos no pasa por las cuentas: lo deja
      * CLPLAZOF en su propio archivo. Sin archivo no hubo devengado.
       2300-LEER-DEVENGADO-PF.
           OPEN INPUT ENT-DEVENGADO-PF.
           IF FS-ENT-DEVENGADO-PF-NFD
              GO TO 2300-LEER-DEVENGADO-PF-EXIT
           END-IF.
           IF NOT FS-ENT-DEVENGADO-PF-OK
              DISPLAY 'ERROR AL ABRIR PLAZOS_FIJOS_DEVENGADO.TXT: '
                 FS-ENT-DEVENGADO-PF
              MOVE 8 TO RETURN-CODE
              GO TO 2300-LEER-DEVENGADO-PF-EXIT
           END-IF.
           PERFORM 2310-LEER-LINEA-DEVENGADO
              THRU 2310-LEER-LINEA-DEVENGADO-EXIT
              UNTIL WS-DEVENGADO-PF-EOF-YES.
           CLOSE ENT-DEVENGADO-PF.

       2300-LEER-DEVENGADO-PF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2310-LEER-LINEA-DEVENGADO.
           READ ENT-DEVENGADO-PF
               AT END
                   SET WS-DEVENGADO-PF-EOF-YES TO TRUE
               NOT AT END
                   IF REG-DEV-FECHA EQUAL WS-PARM-FECHA
                      ADD REG-DEV-IMPORTE TO WS-TOTAL-PFDEVENG
                   END-IF
           END-READ.

       2310-LEER-LINEA-DEVENGADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo mismo para el interes de cuotas de prestamos, que deja
      * CLPRESTA al correr la cobranza.
       2400-LEER-DEVENGADO-PR.
           OPEN INPUT ENT-DEVENGADO-PR.
           IF FS-ENT-DEVENGADO-PR-NFD
              GO TO 2400-LEER-DEVENGADO-PR-EXIT
           END-IF.
           IF NOT FS-ENT-DEVENGADO-PR-OK
              DISPLAY 'ERROR AL ABRIR PRESTAMOS_DEVENGADO.TXT: '
                 FS-ENT-DEVENGADO-PR
              MOVE 8 TO RETURN-CODE
              GO TO 2400-LEER-DEVENGADO-PR-EXIT
           END-IF.
           PERFORM 2410-LEER-LINEA-DEVENGADO-PR
              THRU 2410-LEER-LINEA-DEVENGADO-PR-EXIT
              UNTIL WS-DEVENGADO-PR-EOF-YES.
           CLOSE ENT-DEVENGADO-PR.

       2400-LEER-DEVENGADO-PR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2410-LEER-LINEA-DEVENGADO-PR.
           READ ENT-DEVENGADO-PR
               AT END
                   SET WS-DEVENGADO-PR-EOF-YES TO TRUE
               NOT AT END
                   IF REG-DPR-FECHA EQUAL WS-PARM-FECHA
                      ADD REG-DPR-IMPORTE TO WS-TOTAL-PRDEVENG
                   END-IF
           END-READ.

       2410-LEER-LINEA-DEVENGADO-PR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las transferencias entre cuentas propias en la misma moneda
      * debitan y acreditan por igual: si el dia no empata es que
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PFCONST '        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PFCONST  TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PFVENCE '        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PFVENCE  TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PFINTPAG'        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PFINTPAG TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PFDEVENG'        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PFDEVENG TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PRDESEMB'        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PRDESEMB TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PRCAPITA'        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PRCAPITA TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PRINTERE'        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PRINTERE TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PRIVA   '        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PRIVA    TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PRPUNIT '        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PRPUNIT  TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'IMPDEBCR'        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-IMPDEBCR TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           MOVE 'PRDEVENG'        TO WS-ASI-CONCEPTO.
           MOVE WS-TOTAL-PRDEVENG TO WS-ASI-IMPORTE.
           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-EXIT.

           IF WS-TOTAL-DEBE NOT EQUAL WS-TOTAL-HABER
              DISPLAY 'EL ASIENTO DEL DIA NO BALANCEA: '
                 WS-TOTAL-DEBE ' / ' WS-TOTAL-HABER
