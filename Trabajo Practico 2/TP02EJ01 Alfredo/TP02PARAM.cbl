      * Date: 02/09/2026
      * Purpose: TP02PARAM.CBL - Mantenimiento unico de las tablas de
      *          parametros fechadas. Hasta ahora PRODUCTOS.TXT,
      *          CARGOS.TXT, RUBROS.TXT, IMPUESTOS.TXT, CONCEPTOS.TXT,
      *          MOTIVOS_AJUSTE.TXT (motivos de los ajustes manuales),
      *          UMBRALES_RIESGO.TXT (umbrales del monitoreo de
      *          riesgo de comercios) y ALICUOTAS_RETENCION.TXT
      *          (retenciones impositivas a comercios) se editaban
      *          a mano con un editor de texto; este lote lee las
      *          novedades de
      *          PARAM_NOVEDADES.SEQ (tabla, registro nuevo completo
      *          con su fecha de vigencia y operador firmado via
      *          TP02SIGN, nivel mantenimiento),
      *          exige que la vigencia sea valida y no anterior a hoy
      *          (las versiones se agregan hacia adelante: lo que ya
      *          rigio no se pisa, para poder reproducir cualquier
      *          ciclo viejo), agrega el registro al final de la
      *          tabla que corresponda y deja cada novedad asentada
      *          en PARAM_AUDIT.TXT.
      *          Una version nueva de PRODUCTOS.TXT o CARGOS.TXT que
      *          sube alguna tasa o cargo respecto de la version que
      *          rige antes de ella (o que crea un cargo nuevo) es un
      *          aumento: la norma de defensa del consumidor exige
      *          avisarlo con 60 dias de anticipacion, asi que se
      *          rechaza si su vigencia no esta al menos 60 dias
      *          adelante, y si se carga queda en la cola
      *          AUMENTOS_PREAVISO.TXT para que TP02PREAV mande los
      *          avisos.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUDITORIA.

      *    La misma tabla destino, leida antes de agregar para
      *    encontrar la version que rige hasta la nueva
           SELECT ENT-TABLA
           ASSIGN TO DYNAMIC WS-NOMBRE-TABLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TABLA.

      *    Cola de aumentos a preavisar (se agrega al final)
           SELECT SAL-AUMENTOS
           ASSIGN TO '../AUMENTOS_PREAVISO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUMENTOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD-PARAM.
      * Tabla destino: PRODUCTOS, CARGOS, RUBROS, IMPUESTOS,
      * CONCEPTOS, MOTIVOSAJ, RIESGOCOM o RETENCION
          05 REG-NOV-TABLA             PIC X(10).
      * El registro nuevo completo, tal cual va a la tabla (con su
      * fecha de vigencia adentro, en la posicion de cada layout)
          05 REG-NOV-REGISTRO          PIC X(80).
      * Operador firmado que pide la novedad
          05 REG-NOV-OPERADOR          PIC X(08).
      * Vistas del registro nuevo para las tablas con preaviso de
      * aumentos (layouts PRODUCTOS y CARGOSCH)
       01 REG-NOVEDAD-PRODUCTO.
          05 FILLER                    PIC X(10).
          05 REG-NPR-CODIGO            PIC X(01).
          05 FILLER                    PIC X(10).
          05 REG-NPR-PORC-MINIMO       PIC 9V9(2).
          05 REG-NPR-PORC-PUNIT        PIC 9V9(3).
          05 REG-NPR-PORC-RECARGO      PIC 9V9(3).
          05 FILLER                    PIC X(63).
       01 REG-NOVEDAD-CARGO.
          05 FILLER                    PIC X(10).
          05 REG-NCG-CODIGO            PIC X(04).
          05 FILLER                    PIC X(33).
          05 REG-NCG-PRODUCTO          PIC X(01).
          05 REG-NCG-MONEDA            PIC X(03).
          05 REG-NCG-IMPORTE           PIC 9(8)V9(2).
          05 FILLER                    PIC X(37).

       FD SAL-TABLA.
       01 FD-REGISTRO-TABLA            PIC X(80).

       FD ENT-TABLA.
           COPY PRODUCTOS.
           COPY CARGOSCH.

       FD SAL-AUMENTOS.
           COPY AUMENTO.

       FD SAL-AUDITORIA.
       01 FD-AUDIT-PARAM.
          05 FD-AUD-FECHA              PIC 9(08).
          05 FS-SAL-AUDITORIA                  PIC X(2).
             88 FS-SAL-AUDITORIA-OK                VALUE '00'.
             88 FS-SAL-AUDITORIA-NFD               VALUE '35'.
          05 FS-ENT-TABLA                      PIC X(2).
             88 FS-ENT-TABLA-OK                    VALUE '00'.
             88 FS-ENT-TABLA-NFD                   VALUE '35'.
          05 FS-SAL-AUMENTOS                   PIC X(2).
             88 FS-SAL-AUMENTOS-OK                 VALUE '00'.
             88 FS-SAL-AUMENTOS-NFD                VALUE '35'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 WS-SIGNON.
       01 WS-NOVEDADES-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES                  VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO                   VALUE 'FALSE'.
       01 WS-TABLA-EOF                         PIC X(5) VALUE 'FALSE'.
          88 WS-TABLA-EOF-YES                      VALUE 'TRUE'.
          88 WS-TABLA-EOF-NO                       VALUE 'FALSE'.

      * Control de aumentos: la version que rige hasta la nueva
      * (la de vigencia mas alta anterior a la de la novedad) y si
      * la novedad sube alguna tasa o cargo respecto de ella
       77 WS-DIAS-PREAVISO                     PIC 9(03) VALUE 60.
       77 WS-FECHA-PREAVISO                    PIC X(10) VALUE SPACES.
       77 WS-VIG-ANTERIOR                      PIC X(10) VALUE SPACES.
       77 WS-AGREGADAS-ANTES                   PIC 9(05) VALUE 0.
       01 WS-HAY-ANTERIOR                      PIC X(01) VALUE 'N'.
          88 WS-HAY-ANTERIOR-SI                    VALUE 'S'.
          88 WS-HAY-ANTERIOR-NO                    VALUE 'N'.
       01 WS-ES-AUMENTO                        PIC X(01) VALUE 'N'.
          88 WS-ES-AUMENTO-SI                      VALUE 'S'.
          88 WS-ES-AUMENTO-NO                      VALUE 'N'.
       01 WS-REG-ANTERIOR                      PIC X(80) VALUE SPACES.
       01 WS-ANT-PRODUCTO REDEFINES WS-REG-ANTERIOR.
          05 FILLER                    PIC X(11).
          05 WS-APR-PORC-MINIMO        PIC 9V9(2).
          05 WS-APR-PORC-PUNIT         PIC 9V9(3).
          05 WS-APR-PORC-RECARGO       PIC 9V9(3).
          05 FILLER                    PIC X(58).
       01 WS-ANT-CARGO REDEFINES WS-REG-ANTERIOR.
          05 FILLER                    PIC X(41).
          05 WS-ACG-IMPORTE            PIC 9(8)V9(2).
          05 FILLER                    PIC X(29).

      * Contadores de control del lote
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-AGREGADAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-AUMENTOS                  PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Los conceptos no llevan vigencia: se agregan sin control
      * de fecha
                   MOVE 0 TO WS-POS-VIGENCIA
               WHEN 'MOTIVOSAJ '
                   MOVE '../MOTIVOS_AJUSTE.TXT' TO WS-NOMBRE-TABLA
      * Los motivos de ajuste tampoco llevan vigencia
                   MOVE 0 TO WS-POS-VIGENCIA
               WHEN 'RIESGOCOM '
                   MOVE '../UMBRALES_RIESGO.TXT' TO WS-NOMBRE-TABLA
                   MOVE 26 TO WS-POS-VIGENCIA
               WHEN 'RETENCION '
                   MOVE '../ALICUOTAS_RETENCION.TXT' TO WS-NOMBRE-TABLA
                   MOVE 37 TO WS-POS-VIGENCIA
               WHEN OTHER
                   MOVE 'TABLA DESCONOCIDA' TO FD-AUD-RESULTADO
                   PERFORM 2700-GRABAR-AUDITORIA
              END-IF
           END-IF.

      * Un aumento de tasas o cargos necesita 60 dias de preaviso
      * al titular: la vigencia no puede estar mas cerca.
           PERFORM 2300-CONTROLAR-AUMENTO
              THRU 2300-CONTROLAR-AUMENTO-EXIT.
           IF WS-ES-AUMENTO-SI
              INITIALIZE WS-FECHAS
              SET LK-FEC-SUMAR-DIAS TO TRUE
              MOVE WS-FECHA-HOY     TO LK-FEC-FECHA-1
              MOVE WS-DIAS-PREAVISO TO LK-FEC-DIAS
              CALL 'CLFECHAS' USING WS-FECHAS
              MOVE LK-FEC-RESULTADO TO WS-FECHA-PREAVISO
              IF WS-VIGENCIA LESS THAN WS-FECHA-PREAVISO
                 MOVE 'PREAVISO MENOR A 60 DIAS' TO FD-AUD-RESULTADO
                 PERFORM 2700-GRABAR-AUDITORIA
                    THRU 2700-GRABAR-AUDITORIA-EXIT
                 ADD 1 TO WS-CANT-RECHAZADAS
                 GO TO 2200-PROCESAR-NOVEDAD-EXIT
              END-IF
           END-IF.

           MOVE WS-CANT-AGREGADAS TO WS-AGREGADAS-ANTES.
           PERFORM 2400-AGREGAR-VERSION
              THRU 2400-AGREGAR-VERSION-EXIT.

           IF WS-ES-AUMENTO-SI
              AND WS-CANT-AGREGADAS GREATER THAN WS-AGREGADAS-ANTES
              PERFORM 2500-ENCOLAR-AUMENTO
                 THRU 2500-ENCOLAR-AUMENTO-EXIT
           END-IF.

       2200-PROCESAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca en la tabla destino la version que rige hasta la fecha
      * de la novedad (mismo producto, o mismo cargo y producto) y
      * decide si la novedad es un aumento: en PRODUCTOS, si sube el
      * pago minimo, el punitorio o el recargo; en CARGOS, si sube el
      * importe o si el cargo no existia para ese producto.
       2300-CONTROLAR-AUMENTO.
           SET WS-ES-AUMENTO-NO TO TRUE.
           SET WS-HAY-ANTERIOR-NO TO TRUE.
           MOVE SPACES TO WS-REG-ANTERIOR.
           MOVE SPACES TO WS-VIG-ANTERIOR.

           IF REG-NOV-TABLA NOT EQUAL 'PRODUCTOS '
              AND REG-NOV-TABLA NOT EQUAL 'CARGOS    '
              GO TO 2300-CONTROLAR-AUMENTO-EXIT
           END-IF.

           SET WS-TABLA-EOF-NO TO TRUE.
           OPEN INPUT ENT-TABLA.
           EVALUATE TRUE
               WHEN FS-ENT-TABLA-OK
                   PERFORM 2310-LEER-VERSION
                      THRU 2310-LEER-VERSION-EXIT
                      UNTIL WS-TABLA-EOF-YES
                   CLOSE ENT-TABLA
               WHEN FS-ENT-TABLA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-TABLA
                   DISPLAY 'FILE STATUS: ' FS-ENT-TABLA
           END-EVALUATE.

           IF REG-NOV-TABLA EQUAL 'PRODUCTOS '
      * Un producto nuevo no tiene titulares a quienes avisar
              IF WS-HAY-ANTERIOR-SI
                 AND (REG-NPR-PORC-MINIMO GREATER THAN
                         WS-APR-PORC-MINIMO
                      OR REG-NPR-PORC-PUNIT GREATER THAN
                         WS-APR-PORC-PUNIT
                      OR REG-NPR-PORC-RECARGO GREATER THAN
                         WS-APR-PORC-RECARGO)
                 SET WS-ES-AUMENTO-SI TO TRUE
              END-IF
           ELSE
              IF WS-HAY-ANTERIOR-NO
                 OR REG-NCG-IMPORTE GREATER THAN WS-ACG-IMPORTE
                 SET WS-ES-AUMENTO-SI TO TRUE
              END-IF
           END-IF.

       2300-CONTROLAR-AUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Entre las versiones de la misma clave con vigencia anterior a
      * la de la novedad se queda con la mas alta; a igual vigencia
      * rige la cargada primero, como en los lotes que leen la tabla.
       2310-LEER-VERSION.
           READ ENT-TABLA
               AT END
                   SET WS-TABLA-EOF-YES TO TRUE
                   GO TO 2310-LEER-VERSION-EXIT
           END-READ.

           IF REG-NOV-TABLA EQUAL 'PRODUCTOS '
              IF REG-PROD-CODIGO EQUAL REG-NPR-CODIGO
                 AND (REG-PROD-VIGENCIA-DESDE EQUAL SPACES
                      OR REG-PROD-VIGENCIA-DESDE LESS THAN WS-VIGENCIA)
                 AND (WS-HAY-ANTERIOR-NO
                      OR REG-PROD-VIGENCIA-DESDE GREATER THAN
                         WS-VIG-ANTERIOR)
                 MOVE REG-PRODUCTO TO WS-REG-ANTERIOR
                 MOVE REG-PROD-VIGENCIA-DESDE TO WS-VIG-ANTERIOR
                 SET WS-HAY-ANTERIOR-SI TO TRUE
              END-IF
           ELSE
              IF REG-CARGO-CODIGO EQUAL REG-NCG-CODIGO
                 AND REG-CARGO-PRODUCTO EQUAL REG-NCG-PRODUCTO
                 AND (REG-CARGO-VIGENCIA-DESDE EQUAL SPACES
                      OR REG-CARGO-VIGENCIA-DESDE LESS THAN
                         WS-VIGENCIA)
                 AND (WS-HAY-ANTERIOR-NO
                      OR REG-CARGO-VIGENCIA-DESDE GREATER THAN
                         WS-VIG-ANTERIOR)
                 MOVE REG-CARGO TO WS-REG-ANTERIOR
                 MOVE REG-CARGO-VIGENCIA-DESDE TO WS-VIG-ANTERIOR
                 SET WS-HAY-ANTERIOR-SI TO TRUE
              END-IF
           END-IF.

       2310-LEER-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja el aumento recien cargado en la cola de preavisos. Si la
      * cola no se puede grabar la version ya quedo en la tabla: se
      * avisa para que el preaviso se cargue a mano.
       2500-ENCOLAR-AUMENTO.
           OPEN EXTEND SAL-AUMENTOS.
           IF FS-SAL-AUMENTOS-NFD
              OPEN OUTPUT SAL-AUMENTOS
           END-IF.
           IF NOT FS-SAL-AUMENTOS-OK
              DISPLAY 'ERROR AL ABRIR AUMENTOS_PREAVISO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUMENTOS
              DISPLAY 'EL AUMENTO DE ' REG-NOV-TABLA
                 ' QUEDO SIN PREAVISO: ' REG-NOV-REGISTRO
              MOVE 99 TO RETURN-CODE
              GO TO 2500-ENCOLAR-AUMENTO-EXIT
           END-IF.

           INITIALIZE REG-AUMENTO.
           MOVE REG-NOV-TABLA     TO REG-AUM-TABLA.
           MOVE WS-VIGENCIA       TO REG-AUM-VIGENCIA.
           MOVE WS-FECHA-PROCESO  TO REG-AUM-FECHA-CARGA.
           MOVE REG-NOV-OPERADOR  TO REG-AUM-OPERADOR.
           MOVE WS-REG-ANTERIOR   TO REG-AUM-REG-ANTERIOR.
           MOVE REG-NOV-REGISTRO  TO REG-AUM-REG-NUEVO.
           SET REG-AUM-PENDIENTE TO TRUE.
           WRITE REG-AUMENTO.
           IF FS-SAL-AUMENTOS-OK
              ADD 1 TO WS-CANT-AUMENTOS
           ELSE
              DISPLAY 'ERROR AL GRABAR AUMENTOS_PREAVISO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUMENTOS
              MOVE 99 TO RETURN-CODE
           END-IF.
           CLOSE SAL-AUMENTOS.

       2500-ENCOLAR-AUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-AGREGAR-VERSION.
           OPEN EXTEND SAL-TABLA.
           DISPLAY 'NOVEDADES LEIDAS    : ' WS-CANT-LEIDAS.
           DISPLAY 'VERSIONES AGREGADAS : ' WS-CANT-AGREGADAS.
           DISPLAY 'NOVEDADES RECHAZADAS: ' WS-CANT-RECHAZADAS.
           DISPLAY 'AUMENTOS A PREAVISAR: ' WS-CANT-AUMENTOS.

       3000-FINALIZAR-EXIT.
           EXIT.
