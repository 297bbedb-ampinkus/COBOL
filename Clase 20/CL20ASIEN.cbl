      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 02/09/2026
      * Purpose: CL20ASIEN - Asientos contables de sueldos. Toma el
      *          detalle que dejan las corridas de liquidacion
      *          (CL20LIQ mensual, CL20SAC aguinaldo, CL20FINAL
      *          finales) en LIQUIDACION_CONTABLE.TXT, un renglon
      *          por legajo y concepto con el sector del legajo, y
      *          lo lleva al mayor en el formato comun de asientos
      *          (ASIENTO.CPY) en ASIENTOS_CONTABLES.TXT: el gasto
      *          de cada concepto de haberes y de cada contribucion
      *          patronal por sector (centro de costo), el pasivo
      *          de cada deduccion y contribucion por organismo, y
      *          los sueldos a pagar por el neto. Las cuentas salen
      *          de CUENTAS_SUELDOS.TXT: por concepto y sector, o
      *          por concepto con sector en blanco para todos los
      *          sectores; el renglon NETO dice cual es la cuenta
      *          de sueldos a pagar. Cada concepto genera su linea
      *          al DEBE y al HABER por el mismo importe y la
      *          corrida cierra con las lineas TOTAL D/H.
      *          Antes de grabar controla la corrida: todo concepto
      *          tiene que tener cuenta y lo que queda acreditado
      *          en sueldos a pagar tiene que ser igual a la suma
      *          de los netos de los recibos. Una corrida que no
      *          balancea no se graba (RC 8) y el detalle queda
      *          para corregir y volver a correr; la que se graba
      *          vacia el detalle. El pago lo cancela CL20DEPO al
      *          enviar los depositos.
      *          Uso: CL20ASIEN <FECHA CONTABLE AAAA-MM-DD>
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20ASIEN.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CUENTAS
          ASSIGN TO '../CUENTAS_SUELDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

       SELECT ENT-CONTABLE
          ASSIGN TO '../LIQUIDACION_CONTABLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONTABLE.

       SELECT SAL-CONTABLE
          ASSIGN TO '../LIQUIDACION_CONTABLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTABLE.

       SELECT SAL-ASIENTOS
          ASSIGN TO '../ASIENTOS_CONTABLES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ASIENTOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-CUENTAS.
      * Mapeo de conceptos de sueldos a cuentas del mayor. Conceptos:
      *   BASICO, EXTRAS, BONOS, RETROACT, VACACION, AUSENCIA,
      *   ASIGFAM (mensual); SAC (aguinaldo); FINDIAS, SACPROP,
      *   PREAVISO, INTEGRAC, VACNOGOZ, INDEMNIZ (final);
      *   AP + codigo de DEDUCCIONES.TXT (APJUBI, APOSOC...);
      *   CP + codigo de CONTRIBUCIONES.TXT (CPJUBI, CPARTR...);
      *   RETGANAN, DEVGANAN, ADELANTO; NETO (sueldos a pagar, al
      *   HABER) y SUELDPAG (el pago que asienta CL20DEPO).
       01 REG-CUENTA-SUELDO.
          05 REG-CSU-CONCEPTO               PIC X(08).
      * Sector del legajo; en blanco rige para todos los sectores
          05 REG-CSU-SECTOR                 PIC X(10).
          05 REG-CSU-DEBE                   PIC 9(08).
          05 REG-CSU-HABER                  PIC 9(08).
          05 REG-CSU-DESCRIPCION            PIC X(30).

       FD ENT-CONTABLE.
      * Detalle contable pendiente de asentar (lo graban CL20LIQ,
      * CL20SAC y CL20FINAL)
       01 REG-CONTABLE.
          05 REG-CTB-PERIODO                PIC X(07).
          05 REG-CTB-TIPO                   PIC X(01).
          05 REG-CTB-LEGAJO                 PIC 9(08).
          05 REG-CTB-SECTOR                 PIC X(10).
          05 REG-CTB-CONCEPTO               PIC X(08).
          05 REG-CTB-IMPORTE                PIC 9(8)V9(2).

       FD SAL-CONTABLE.
       01 REG-SAL-CONTABLE                  PIC X(44).

       FD SAL-ASIENTOS.
           COPY ASIENTO.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ENT-CUENTAS                 PIC X(2).
             88 FS-ENT-CUENTAS-OK               VALUE '00'.
             88 FS-ENT-CUENTAS-EOF              VALUE '10'.
             88 FS-ENT-CUENTAS-NFD              VALUE '35'.
          05 FS-ENT-CONTABLE                PIC X(2).
             88 FS-ENT-CONTABLE-OK              VALUE '00'.
             88 FS-ENT-CONTABLE-EOF             VALUE '10'.
             88 FS-ENT-CONTABLE-NFD             VALUE '35'.
          05 FS-SAL-CONTABLE                PIC X(2).
             88 FS-SAL-CONTABLE-OK              VALUE '00'.
          05 FS-SAL-ASIENTOS                PIC X(2).
             88 FS-SAL-ASIENTOS-OK              VALUE '00'.
             88 FS-SAL-ASIENTOS-NFD             VALUE '35'.

      * Fecha contable pedida y su ciclo (AAAAMM)
       01 WS-LINEA-COMANDO          PIC X(20) VALUE SPACES.
       01 WS-PARM-FECHA             PIC X(10) VALUE SPACES.
       01 WS-CICLO-CONTABLE         PIC X(06) VALUE SPACES.

      * Switches de fin de archivo
       01 WS-CUENTAS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES        VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO         VALUE 'FALSE'.
       01 WS-CONTABLE-EOF           PIC X(5) VALUE 'FALSE'.
          88 WS-CONTABLE-EOF-YES       VALUE 'TRUE'.
          88 WS-CONTABLE-EOF-NO        VALUE 'FALSE'.

      * Mapeo concepto/sector -> cuentas del mayor
       77 WS-INDICE-CTA             PIC 9(03) VALUE 1.
       77 WS-CANT-CUENTAS           PIC 9(03) VALUE 0.
       77 WS-FILA-CTA               PIC 9(03) VALUE 0.
       77 WS-FILA-GENERICA          PIC 9(03) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CTA-ITEM OCCURS 100 TIMES.
             10 WS-CTA-CONCEPTO            PIC X(08).
             10 WS-CTA-SECTOR              PIC X(10).
             10 WS-CTA-DEBE                PIC 9(08).
             10 WS-CTA-HABER               PIC 9(08).
      * Cuenta de sueldos a pagar (el HABER del renglon NETO)
       77 WS-CUENTA-A-PAGAR         PIC 9(08) VALUE 0.

      * Importes acumulados por ciclo, concepto y renglon del mapeo
      * (el renglon ya distingue el sector cuando el concepto se
      * abre por centro de costo)
       77 WS-INDICE-ACU             PIC 9(03) VALUE 1.
       77 WS-CANT-ACUMULADOS        PIC 9(03) VALUE 0.
       77 WS-FILA-ACU               PIC 9(03) VALUE 0.
       01 WS-TABLA-ACUMULADOS.
          05 WS-ACU-ITEM OCCURS 300 TIMES.
             10 WS-ACU-CICLO               PIC X(06).
             10 WS-ACU-CONCEPTO            PIC X(08).
             10 WS-ACU-FILA-CTA            PIC 9(03).
             10 WS-ACU-IMPORTE             PIC 9(11)V9(2).
       01 WS-CICLO-RENGLON          PIC X(06) VALUE SPACES.

      * Control de la corrida
       01 WS-CONTROL.
          05 WS-CANT-RENGLONES      PIC 9(06) VALUE 0.
          05 WS-CANT-SIN-CUENTA     PIC 9(06) VALUE 0.
          05 WS-CANT-SIN-LUGAR      PIC 9(06) VALUE 0.
          05 WS-TOTAL-NETOS         PIC 9(12)V9(2) VALUE 0.
          05 WS-PAGAR-HABER         PIC 9(12)V9(2) VALUE 0.
          05 WS-PAGAR-DEBE          PIC 9(12)V9(2) VALUE 0.
       77 WS-SALDO-A-PAGAR          PIC S9(12)V9(2) VALUE 0.
       77 WS-TOTAL-DEBE             PIC 9(12)V9(2) VALUE 0.
       77 WS-TOTAL-HABER            PIC 9(12)V9(2) VALUE 0.
       77 WS-CANT-ASIENTOS          PIC 9(05) VALUE 0.

      * Linea que se esta asentando
       77 WS-ASI-CONCEPTO           PIC X(08) VALUE SPACES.
       77 WS-ASI-CICLO              PIC X(06) VALUE SPACES.
       77 WS-ASI-IMPORTE            PIC 9(11)V9(2) VALUE 0.
       77 WS-ASI-CUENTA-D           PIC 9(08) VALUE 0.
       77 WS-ASI-CUENTA-H           PIC 9(08) VALUE 0.

       01 WS-FECHAS.
           COPY CLFECHAS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-LEER-DETALLE
              THRU 2000-LEER-DETALLE-FIN
              UNTIL WS-CONTABLE-EOF-YES.
           CLOSE ENT-CONTABLE.

           PERFORM 2500-CONTROLAR-CORRIDA
              THRU 2500-CONTROLAR-CORRIDA-FIN.

           PERFORM 3000-EMITIR-ASIENTOS
              THRU 3000-EMITIR-ASIENTOS-FIN.

           PERFORM 3500-VACIAR-DETALLE
              THRU 3500-VACIAR-DETALLE-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-FECHA.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE WS-PARM-FECHA TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF WS-PARM-FECHA EQUAL SPACES
              OR NOT LK-FEC-RETORNO-OK
              DISPLAY 'USO: CL20ASIEN <FECHA CONTABLE AAAA-MM-DD>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-FECHA(1:4) TO WS-CICLO-CONTABLE(1:4).
           MOVE WS-PARM-FECHA(6:2) TO WS-CICLO-CONTABLE(5:2).

      * Sin mapeo no hay asientos: se avisa y no se toca nada.
           OPEN INPUT ENT-CUENTAS.
           IF FS-ENT-CUENTAS-NFD
              DISPLAY 'NO HAY CUENTAS_SUELDOS.TXT: SIN MAPEO NO '
                 'SE GENERAN ASIENTOS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT FS-ENT-CUENTAS-OK
              DISPLAY 'ERROR AL ABRIR CUENTAS_SUELDOS.TXT: '
                 FS-ENT-CUENTAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1100-LEER-CUENTA
              THRU 1100-LEER-CUENTA-FIN
              UNTIL WS-CUENTAS-EOF-YES.
           CLOSE ENT-CUENTAS.

           IF WS-CUENTA-A-PAGAR EQUAL 0
              DISPLAY 'CUENTAS_SUELDOS.TXT SIN RENGLON NETO: NO HAY '
                 'CUENTA DE SUELDOS A PAGAR'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-CONTABLE.
           IF FS-ENT-CONTABLE-NFD
              DISPLAY 'NO HAY LIQUIDACION_CONTABLE.TXT: NADA QUE '
                 'ASENTAR'
              STOP RUN
           END-IF.
           IF NOT FS-ENT-CONTABLE-OK
              DISPLAY 'ERROR AL ABRIR LIQUIDACION_CONTABLE.TXT: '
                 FS-ENT-CONTABLE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-CUENTA.
           READ ENT-CUENTAS
               AT END
                   SET WS-CUENTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CUENTAS LESS THAN 100
                      ADD 1 TO WS-CANT-CUENTAS
                      MOVE REG-CSU-CONCEPTO
                        TO WS-CTA-CONCEPTO(WS-CANT-CUENTAS)
                      MOVE REG-CSU-SECTOR
                        TO WS-CTA-SECTOR(WS-CANT-CUENTAS)
                      MOVE REG-CSU-DEBE
                        TO WS-CTA-DEBE(WS-CANT-CUENTAS)
                      MOVE REG-CSU-HABER
                        TO WS-CTA-HABER(WS-CANT-CUENTAS)
                      IF REG-CSU-CONCEPTO EQUAL 'NETO    '
                         MOVE REG-CSU-HABER TO WS-CUENTA-A-PAGAR
                      END-IF
                   ELSE
                      DISPLAY 'CUENTAS_SUELDOS.TXT: MAS DE 100 '
                         'RENGLONES, SE IGNORA ' REG-CSU-CONCEPTO
                         ' ' REG-CSU-SECTOR
                   END-IF
           END-READ.

       1100-LEER-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-DETALLE.
           READ ENT-CONTABLE
               AT END
                   SET WS-CONTABLE-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-RENGLONES
                   PERFORM 2100-ACUMULAR-RENGLON
                      THRU 2100-ACUMULAR-RENGLON-FIN
           END-READ.

       2000-LEER-DETALLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El NETO no se asienta: es el control contra lo que quedo en
      * sueldos a pagar.
       2100-ACUMULAR-RENGLON.
           IF REG-CTB-CONCEPTO EQUAL 'NETO    '
              ADD REG-CTB-IMPORTE TO WS-TOTAL-NETOS
              GO TO 2100-ACUMULAR-RENGLON-FIN
           END-IF.

           PERFORM 2150-BUSCAR-CUENTA
              THRU 2150-BUSCAR-CUENTA-FIN.
           IF WS-FILA-CTA EQUAL 0
              DISPLAY 'CONCEPTO SIN CUENTA DEL MAYOR: '
                 REG-CTB-CONCEPTO ' SECTOR ' REG-CTB-SECTOR
                 ' LEGAJO ' REG-CTB-LEGAJO
              ADD 1 TO WS-CANT-SIN-CUENTA
              GO TO 2100-ACUMULAR-RENGLON-FIN
           END-IF.

           MOVE REG-CTB-PERIODO(1:4) TO WS-CICLO-RENGLON(1:4).
           MOVE REG-CTB-PERIODO(6:2) TO WS-CICLO-RENGLON(5:2).
           MOVE 0 TO WS-FILA-ACU.
           PERFORM 2170-COMPARAR-ACUMULADO
              THRU 2170-COMPARAR-ACUMULADO-FIN
              VARYING WS-INDICE-ACU FROM 1 BY 1
              UNTIL WS-INDICE-ACU GREATER THAN WS-CANT-ACUMULADOS
                 OR WS-FILA-ACU GREATER THAN 0.
           IF WS-FILA-ACU EQUAL 0
              IF WS-CANT-ACUMULADOS NOT LESS THAN 300
                 DISPLAY 'SIN LUGAR PARA ACUMULAR: ' REG-CTB-CONCEPTO
                    ' SECTOR ' REG-CTB-SECTOR
                 ADD 1 TO WS-CANT-SIN-LUGAR
                 GO TO 2100-ACUMULAR-RENGLON-FIN
              END-IF
              ADD 1 TO WS-CANT-ACUMULADOS
              MOVE WS-CANT-ACUMULADOS TO WS-FILA-ACU
              MOVE WS-CICLO-RENGLON TO WS-ACU-CICLO(WS-FILA-ACU)
              MOVE REG-CTB-CONCEPTO TO WS-ACU-CONCEPTO(WS-FILA-ACU)
              MOVE WS-FILA-CTA      TO WS-ACU-FILA-CTA(WS-FILA-ACU)
              MOVE 0                TO WS-ACU-IMPORTE(WS-FILA-ACU)
           END-IF.
           ADD REG-CTB-IMPORTE TO WS-ACU-IMPORTE(WS-FILA-ACU).

      * Movimiento de sueldos a pagar que deja el concepto.
           IF WS-CTA-HABER(WS-FILA-CTA) EQUAL WS-CUENTA-A-PAGAR
              ADD REG-CTB-IMPORTE TO WS-PAGAR-HABER
           END-IF.
           IF WS-CTA-DEBE(WS-FILA-CTA) EQUAL WS-CUENTA-A-PAGAR
              ADD REG-CTB-IMPORTE TO WS-PAGAR-DEBE
           END-IF.

       2100-ACUMULAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Gana el renglon del concepto para el sector del legajo; si
      * no lo hay, el del concepto con sector en blanco.
       2150-BUSCAR-CUENTA.
           MOVE 0 TO WS-FILA-CTA.
           MOVE 0 TO WS-FILA-GENERICA.
           PERFORM 2160-COMPARAR-CUENTA
              THRU 2160-COMPARAR-CUENTA-FIN
              VARYING WS-INDICE-CTA FROM 1 BY 1
              UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS.
           IF WS-FILA-CTA EQUAL 0
              MOVE WS-FILA-GENERICA TO WS-FILA-CTA
           END-IF.

       2150-BUSCAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2160-COMPARAR-CUENTA.
           IF WS-CTA-CONCEPTO(WS-INDICE-CTA) NOT EQUAL
                 REG-CTB-CONCEPTO
              GO TO 2160-COMPARAR-CUENTA-FIN
           END-IF.

           IF WS-CTA-SECTOR(WS-INDICE-CTA) EQUAL REG-CTB-SECTOR
              AND WS-FILA-CTA EQUAL 0
              MOVE WS-INDICE-CTA TO WS-FILA-CTA
           END-IF.
           IF WS-CTA-SECTOR(WS-INDICE-CTA) EQUAL SPACES
              AND WS-FILA-GENERICA EQUAL 0
              MOVE WS-INDICE-CTA TO WS-FILA-GENERICA
           END-IF.

       2160-COMPARAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2170-COMPARAR-ACUMULADO.
           IF WS-ACU-CICLO(WS-INDICE-ACU) EQUAL WS-CICLO-RENGLON
              AND WS-ACU-CONCEPTO(WS-INDICE-ACU) EQUAL
                 REG-CTB-CONCEPTO
              AND WS-ACU-FILA-CTA(WS-INDICE-ACU) EQUAL WS-FILA-CTA
              MOVE WS-INDICE-ACU TO WS-FILA-ACU
           END-IF.

       2170-COMPARAR-ACUMULADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * La corrida se graba entera o no se graba: todo concepto con
      * cuenta, y sueldos a pagar (haber menos debe) igual a la suma
      * de los netos de los recibos.
       2500-CONTROLAR-CORRIDA.
           IF WS-CANT-RENGLONES EQUAL 0
              DISPLAY 'LIQUIDACION_CONTABLE.TXT VACIO: NADA QUE '
                 'ASENTAR'
              STOP RUN
           END-IF.

           COMPUTE WS-SALDO-A-PAGAR = WS-PAGAR-HABER - WS-PAGAR-DEBE.

           IF WS-CANT-SIN-CUENTA EQUAL 0
              AND WS-CANT-SIN-LUGAR EQUAL 0
              AND WS-SALDO-A-PAGAR EQUAL WS-TOTAL-NETOS
              GO TO 2500-CONTROLAR-CORRIDA-FIN
           END-IF.

           DISPLAY 'LA CORRIDA NO BALANCEA: NO SE GRABAN ASIENTOS'.
           DISPLAY '  RENGLONES SIN CUENTA  : ' WS-CANT-SIN-CUENTA.
           DISPLAY '  RENGLONES SIN LUGAR   : ' WS-CANT-SIN-LUGAR.
           DISPLAY '  SUELDOS A PAGAR       : ' WS-SALDO-A-PAGAR.
           DISPLAY '  NETOS DE LOS RECIBOS  : ' WS-TOTAL-NETOS.
           DISPLAY '  EL DETALLE QUEDA PARA CORREGIR Y VOLVER A CORRER'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2500-CONTROLAR-CORRIDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-EMITIR-ASIENTOS.
           OPEN EXTEND SAL-ASIENTOS.
           IF FS-SAL-ASIENTOS-NFD
              OPEN OUTPUT SAL-ASIENTOS
           END-IF.
           IF NOT FS-SAL-ASIENTOS-OK
              DISPLAY 'ERROR AL ABRIR ASIENTOS_CONTABLES.TXT: '
                 FS-SAL-ASIENTOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3100-ASENTAR-CONCEPTO
              THRU 3100-ASENTAR-CONCEPTO-FIN
              VARYING WS-INDICE-ACU FROM 1 BY 1
              UNTIL WS-INDICE-ACU GREATER THAN WS-CANT-ACUMULADOS.

           MOVE 'TOTAL   '        TO WS-ASI-CONCEPTO.
           MOVE WS-CICLO-CONTABLE TO WS-ASI-CICLO.
           MOVE 0                 TO WS-ASI-CUENTA-D.
           MOVE 0                 TO WS-ASI-CUENTA-H.
           MOVE WS-TOTAL-DEBE     TO WS-ASI-IMPORTE.
           PERFORM 3200-GRABAR-LINEA-D
              THRU 3200-GRABAR-LINEA-D-FIN.
           MOVE WS-TOTAL-HABER    TO WS-ASI-IMPORTE.
           PERFORM 3300-GRABAR-LINEA-H
              THRU 3300-GRABAR-LINEA-H-FIN.

           CLOSE SAL-ASIENTOS.

           DISPLAY 'RENGLONES DEL DETALLE  : ' WS-CANT-RENGLONES.
           DISPLAY 'LINEAS DE ASIENTO      : ' WS-CANT-ASIENTOS.
           DISPLAY 'TOTAL DEBE             : ' WS-TOTAL-DEBE.
           DISPLAY 'TOTAL HABER            : ' WS-TOTAL-HABER.
           DISPLAY 'SUELDOS A PAGAR        : ' WS-TOTAL-NETOS.

       3000-EMITIR-ASIENTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-ASENTAR-CONCEPTO.
           IF WS-ACU-IMPORTE(WS-INDICE-ACU) EQUAL 0
              GO TO 3100-ASENTAR-CONCEPTO-FIN
           END-IF.

           MOVE WS-ACU-FILA-CTA(WS-INDICE-ACU) TO WS-FILA-CTA.
           MOVE WS-ACU-CONCEPTO(WS-INDICE-ACU) TO WS-ASI-CONCEPTO.
           MOVE WS-ACU-CICLO(WS-INDICE-ACU)    TO WS-ASI-CICLO.
           MOVE WS-ACU-IMPORTE(WS-INDICE-ACU)  TO WS-ASI-IMPORTE.
           MOVE WS-CTA-DEBE(WS-FILA-CTA)       TO WS-ASI-CUENTA-D.
           MOVE WS-CTA-HABER(WS-FILA-CTA)      TO WS-ASI-CUENTA-H.
           PERFORM 3200-GRABAR-LINEA-D
              THRU 3200-GRABAR-LINEA-D-FIN.
           PERFORM 3300-GRABAR-LINEA-H
              THRU 3300-GRABAR-LINEA-H-FIN.
           ADD WS-ASI-IMPORTE TO WS-TOTAL-DEBE.
           ADD WS-ASI-IMPORTE TO WS-TOTAL-HABER.

       3100-ASENTAR-CONCEPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3200-GRABAR-LINEA-D.
           MOVE WS-PARM-FECHA     TO FD-ASI-FECHA.
           MOVE ';'               TO FD-ASI-SEP-01 FD-ASI-SEP-02
                                     FD-ASI-SEP-03 FD-ASI-SEP-04
                                     FD-ASI-SEP-05.
           MOVE WS-ASI-CICLO      TO FD-ASI-CICLO.
           MOVE WS-ASI-CONCEPTO   TO FD-ASI-CONCEPTO.
           MOVE 'D'               TO FD-ASI-TIPO.
           MOVE WS-ASI-CUENTA-D   TO FD-ASI-CUENTA.
           MOVE WS-ASI-IMPORTE    TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO.
           ADD 1 TO WS-CANT-ASIENTOS.

       3200-GRABAR-LINEA-D-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3300-GRABAR-LINEA-H.
           MOVE WS-PARM-FECHA     TO FD-ASI-FECHA.
           MOVE ';'               TO FD-ASI-SEP-01 FD-ASI-SEP-02
                                     FD-ASI-SEP-03 FD-ASI-SEP-04
                                     FD-ASI-SEP-05.
           MOVE WS-ASI-CICLO      TO FD-ASI-CICLO.
           MOVE WS-ASI-CONCEPTO   TO FD-ASI-CONCEPTO.
           MOVE 'H'               TO FD-ASI-TIPO.
           MOVE WS-ASI-CUENTA-H   TO FD-ASI-CUENTA.
           MOVE WS-ASI-IMPORTE    TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO.
           ADD 1 TO WS-CANT-ASIENTOS.

       3300-GRABAR-LINEA-H-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Lo asentado sale del detalle pendiente, asi una segunda
      * corrida no lo duplica.
       3500-VACIAR-DETALLE.
           OPEN OUTPUT SAL-CONTABLE.
           IF NOT FS-SAL-CONTABLE-OK
              DISPLAY 'ERROR AL VACIAR LIQUIDACION_CONTABLE.TXT: '
                 FS-SAL-CONTABLE ' (NO VOLVER A CORRER SIN VACIARLO)'
              MOVE 8 TO RETURN-CODE
              GO TO 3500-VACIAR-DETALLE-FIN
           END-IF.
           CLOSE SAL-CONTABLE.

       3500-VACIAR-DETALLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CL20ASIEN.
