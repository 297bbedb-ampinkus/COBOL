      *          TOTALES_CONCEPTO.TXT como una corrida normal. La
      *          liquidacion queda tambien en la historia con tipo S.
      *          Solo cobran los legajos activos del maestro con al
      *          menos un mes liquidado en el semestre. El impuesto
      *          a las ganancias del aguinaldo no se descuenta aca:
      *          el registro S deja sus aportes en la historia y la
      *          liquidacion mensual lo suma al acumulado del anio.
      *          El aguinaldo, las deducciones por codigo y el neto
      *          de cada legajo van tambien, con su sector, al
      *          detalle LIQUIDACION_CONTABLE.TXT que asienta
      *          CL20ASIEN.
      *          Uso: CL20SAC <SEMESTRE AAAA-1 o AAAA-2>
      * Tectonics: cobc
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-BANCO.

       SELECT SAL-CONTABLE
          ASSIGN TO '../LIQUIDACION_CONTABLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTABLE.

      *----------------------------------------------------------------*
       DATA DIVISION.

      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-HISTORIA.
       01 REG-ENT-HISTORIA.
          05 REG-EHI-DEDUCCIONES            PIC 9(8)V9(2).
          05 REG-EHI-NETO                   PIC 9(8)V9(2).
          05 REG-EHI-VACACIONES             PIC 9(8)V9(2).
      * Aportes de seguridad social y retencion del impuesto a las
      * ganancias del registro (negativa = devolucion)
          05 REG-EHI-APORTES                PIC 9(8)V9(2).
          05 REG-EHI-GANANCIAS              PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD SAL-HISTORIA.
       01 REG-HISTORIA.
          05 REG-HIS-DEDUCCIONES            PIC 9(8)V9(2).
          05 REG-HIS-NETO                   PIC 9(8)V9(2).
          05 REG-HIS-VACACIONES             PIC 9(8)V9(2).
      * Aportes de seguridad social y retencion del impuesto a las
      * ganancias del registro (negativa = devolucion)
          05 REG-HIS-APORTES                PIC 9(8)V9(2).
          05 REG-HIS-GANANCIAS              PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD ENT-DEDUCCIONES.
       01 REG-DEDUCCION.
          05 REG-BAN-SEP-02                 PIC X(01).
          05 REG-BAN-NETO                   PIC ZZZZZZ9,99.

       FD SAL-CONTABLE.
      * Detalle contable pendiente de asentar (mismo registro que
      * deja CL20LIQ), con tipo de corrida S
       01 REG-CONTABLE.
          05 REG-CTB-PERIODO                PIC X(07).
          05 REG-CTB-TIPO                   PIC X(01).
          05 REG-CTB-LEGAJO                 PIC 9(08).
          05 REG-CTB-SECTOR                 PIC X(10).
          05 REG-CTB-CONCEPTO               PIC X(08).
          05 REG-CTB-IMPORTE                PIC 9(8)V9(2).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SAL-BANCO                   PIC X(2).
             88 FS-SAL-BANCO-OK                 VALUE '00'.
             88 FS-SAL-BANCO-NFD                VALUE '35'.
          05 FS-SAL-CONTABLE                PIC X(2).
             88 FS-SAL-CONTABLE-OK              VALUE '00'.
             88 FS-SAL-CONTABLE-NFD             VALUE '35'.

      * Semestre pedido (AAAA-1 o AAAA-2) y sus limites
       01 WS-LINEA-COMANDO          PIC X(20) VALUE SPACES.
       77 WS-SAC-BRUTO              PIC 9(8)V9(2) VALUE 0.
       77 WS-DEDUCCION              PIC 9(8)V9(2) VALUE 0.
       77 WS-TOTAL-DEDUCCIONES      PIC 9(8)V9(2) VALUE 0.
      * Aportes de seguridad social del aguinaldo, para el calculo
      * acumulado de ganancias que hace la liquidacion mensual
       77 WS-APORTES-SS             PIC 9(8)V9(2) VALUE 0.
       77 WS-NETO                   PIC 9(8)V9(2) VALUE 0.

      * Renglon del detalle contable en curso
       77 WS-CTB-CONCEPTO           PIC X(08) VALUE SPACES.
       77 WS-CTB-IMPORTE            PIC 9(8)V9(2) VALUE 0.

      * Totales del semestre
       01 WS-TOTALES-SAC.
          05 WS-TOT-BRUTO           PIC 9(10)V9(2) VALUE 0.
           IF FS-SAL-HISTORIA-NFD
              OPEN OUTPUT SAL-HISTORIA
           END-IF.
           OPEN EXTEND SAL-CONTABLE.
           IF FS-SAL-CONTABLE-NFD
              OPEN OUTPUT SAL-CONTABLE
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
       1200-CARGAR-DEDUCCIONES.
      * Sin tabla de deducciones rige el esquema legal basico,
      * igual que en la liquidacion mensual.
           INITIALIZE WS-TABLA-DEDUCCIONES.
           OPEN INPUT ENT-DEDUCCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-DEDUCCIONES-OK
                   MOVE 'OSOC' TO WS-DED-CODIGO(2)
                   MOVE 'Obra social' TO WS-DED-DESCRIPCION(2)
                   MOVE 0,0300 TO WS-DED-PORCENTAJE(2)
                   MOVE 2 TO WS-CANT-DEDUCCIONES
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DEDUCCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-DEDUCCIONES
           EXIT.

      *----------------------------------------------------------------*
      * El impuesto a las ganancias del aguinaldo lo retiene
      * CL20LIQ por escala, con el acumulado del anio: un renglon
      * IMPG de porcentaje plano no se aplica.
       1210-LEER-DEDUCCION.
           READ ENT-DEDUCCIONES
               AT END
                   SET WS-DEDUCCIONES-EOF-YES TO TRUE
                   GO TO 1210-LEER-DEDUCCION-FIN
           END-READ.
           IF REG-DED-CODIGO EQUAL 'IMPG'
              GO TO 1210-LEER-DEDUCCION-FIN
           END-IF.

           IF WS-CANT-DEDUCCIONES LESS THAN 10
              ADD 1 TO WS-CANT-DEDUCCIONES
              MOVE REG-DED-CODIGO
                TO WS-DED-CODIGO(WS-CANT-DEDUCCIONES)
              MOVE REG-DED-DESCRIPCION
                TO WS-DED-DESCRIPCION(WS-CANT-DEDUCCIONES)
              MOVE REG-DED-PORCENTAJE
                TO WS-DED-PORCENTAJE(WS-CANT-DEDUCCIONES)
              MOVE 0 TO WS-DED-TOTAL(WS-CANT-DEDUCCIONES)
           END-IF.

       1210-LEER-DEDUCCION-FIN.
           EXIT.
           MOVE '+' TO WS-REC-SIGNO.
           MOVE WS-SAC-BRUTO TO WS-REC-IMPORTE.
           WRITE REG-RECIBO FROM WS-REC-LINEA.
           MOVE 'SAC     '   TO WS-CTB-CONCEPTO.
           MOVE WS-SAC-BRUTO TO WS-CTB-IMPORTE.
           PERFORM 2700-GRABAR-CONTABLE
              THRU 2700-GRABAR-CONTABLE-FIN.

           MOVE 0 TO WS-TOTAL-DEDUCCIONES.
           MOVE 0 TO WS-APORTES-SS.
           PERFORM 2500-APLICAR-DEDUCCION
              THRU 2500-APLICAR-DEDUCCION-FIN
              VARYING WS-INDICE-DED FROM 1 BY 1
           MOVE '=' TO WS-REC-SIGNO.
           MOVE WS-NETO TO WS-REC-IMPORTE.
           WRITE REG-RECIBO FROM WS-REC-LINEA.
           MOVE 'NETO    ' TO WS-CTB-CONCEPTO.
           MOVE WS-NETO    TO WS-CTB-IMPORTE.
           PERFORM 2700-GRABAR-CONTABLE
              THRU 2700-GRABAR-CONTABLE-FIN.

           MOVE ';' TO REG-BAN-SEP-01 REG-BAN-SEP-02.
           MOVE EMP-ID-EMPLEADO TO REG-BAN-ID-EMPLEADO.
              WS-SAC-BRUTO * WS-DED-PORCENTAJE(WS-INDICE-DED).
           ADD WS-DEDUCCION TO WS-TOTAL-DEDUCCIONES.
           ADD WS-DEDUCCION TO WS-DED-TOTAL(WS-INDICE-DED).
           MOVE 'AP'                         TO WS-CTB-CONCEPTO.
           MOVE WS-DED-CODIGO(WS-INDICE-DED) TO WS-CTB-CONCEPTO(3:4).
           MOVE WS-DEDUCCION                 TO WS-CTB-IMPORTE.
           PERFORM 2700-GRABAR-CONTABLE
              THRU 2700-GRABAR-CONTABLE-FIN.
           EVALUATE WS-DED-CODIGO(WS-INDICE-DED)
               WHEN 'JUBI'
               WHEN 'OSOC'
               WHEN 'PAMI'
                   ADD WS-DEDUCCION TO WS-APORTES-SS
           END-EVALUATE.

           MOVE SPACES TO WS-REC-LINEA.
           MOVE WS-DED-DESCRIPCION(WS-INDICE-DED) TO WS-REC-CONCEPTO.
           MOVE WS-TOTAL-DEDUCCIONES TO REG-HIS-DEDUCCIONES.
           MOVE WS-NETO              TO REG-HIS-NETO.
           MOVE 0                    TO REG-HIS-VACACIONES.
           MOVE WS-APORTES-SS        TO REG-HIS-APORTES.
           MOVE 0                    TO REG-HIS-GANANCIAS.
           WRITE REG-HISTORIA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR LIQUIDACION_HIST.TXT'
       2600-GRABAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2700-GRABAR-CONTABLE.
           IF WS-CTB-IMPORTE EQUAL 0
              GO TO 2700-GRABAR-CONTABLE-FIN
           END-IF.

           MOVE WS-PERIODO-PAGO TO REG-CTB-PERIODO.
           MOVE 'S'             TO REG-CTB-TIPO.
           MOVE EMP-ID-EMPLEADO TO REG-CTB-LEGAJO.
           MOVE EMP-SECTOR      TO REG-CTB-SECTOR.
           MOVE WS-CTB-CONCEPTO TO REG-CTB-CONCEPTO.
           MOVE WS-CTB-IMPORTE  TO REG-CTB-IMPORTE.
           WRITE REG-CONTABLE.
           IF NOT FS-SAL-CONTABLE-OK
              DISPLAY 'ERROR AL GRABAR LIQUIDACION_CONTABLE.TXT: '
                 FS-SAL-CONTABLE
           END-IF.

       2700-GRABAR-CONTABLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2900-GRABAR-TOTALES.
           MOVE ' | ' TO REG-TOT-SEP.
                 SAL-RECIBOS
                 SAL-TOTALES
                 SAL-BANCO
                 SAL-HISTORIA
                 SAL-CONTABLE.

           DISPLAY 'AGUINALDOS LIQUIDADOS : ' WS-CANT-LIQUIDADOS.
           DISPLAY 'ACTIVOS SIN HISTORIA  : ' WS-CANT-SIN-HISTORIA.
