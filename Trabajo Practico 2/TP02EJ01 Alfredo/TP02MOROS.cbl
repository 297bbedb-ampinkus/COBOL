      *          de TP02PLAN) no suman ciclos impagos mientras el plan
      *          siga vigente: el contador queda congelado y el
      *          reporte las marca PLAN DE PAGOS VIGENTE.
      *          Cada corrida deja ademas la foto del mes de cada
      *          cuenta evaluada en MOROSIDAD_HIST.TXT (ciclos
      *          impagos, saldo del resumen, producto y fecha de alta
      *          tomada de EMBOZADO_CONTROL.TXT), con la que TP02ROLL
      *          arma la matriz de transicion entre franjas.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PLANES.

      *    Nombre logico del archivo: ENT-EMBCTRL
      *    Nombre fisico del archivo: ../EMBOZADO_CONTROL.TXT
      *    Fecha de alta de cada tarjeta; la mas antigua de la cuenta
      *    es su fecha de alta para la cohorte. Si no existe, las
      *    cuentas quedan sin fecha de alta.
           SELECT ENT-EMBCTRL
           ASSIGN TO '../EMBOZADO_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EMBCTRL.

      *    Nombre logico del archivo: ENT-HISTORIA / SAL-HISTORIA
      *    Nombre fisico del archivo: ../MOROSIDAD_HIST.TXT
      *    Fotos mensuales de morosidad por cuenta: se lee entera y
      *    se regraba con la foto de esta corrida.
           SELECT ENT-HISTORIA
           ASSIGN TO '../MOROSIDAD_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

           SELECT SAL-HISTORIA
           ASSIGN TO '../MOROSIDAD_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIA.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-MOROSOS
      *    Nombre fisico del archivo: ../MOROSOS.TXT
       FD ENT-PLANES.
           COPY PLANPAGO.

       FD ENT-EMBCTRL.
           COPY EMBCTRL.

       FD ENT-HISTORIA.
           COPY MOROHIST.

       FD SAL-HISTORIA.
       01 FD-SAL-HISTORIA              PIC X(41).

       FD SAL-MOROSIDAD.
       01 FD-SAL-MOROSIDAD-LINEA.
          05 FD-SAL-MOROS-CUENTA       PIC 9(10).
             88 FS-ENT-PLANES-OK                   VALUE '00'.
             88 FS-ENT-PLANES-EOF                  VALUE '10'.
             88 FS-ENT-PLANES-NFD                  VALUE '35'.
          05 FS-ENT-EMBCTRL                    PIC X(2).
             88 FS-ENT-EMBCTRL-OK                  VALUE '00'.
             88 FS-ENT-EMBCTRL-NFD                 VALUE '35'.
          05 FS-ENT-HISTORIA                   PIC X(2).
             88 FS-ENT-HISTORIA-OK                 VALUE '00'.
             88 FS-ENT-HISTORIA-NFD                VALUE '35'.
          05 FS-SAL-HISTORIA                   PIC X(2).
             88 FS-SAL-HISTORIA-OK                 VALUE '00'.

      * Estructura de comunicacion con la rutina MAESTARJ
       01 LK-TARJETA.

      * Fecha del proceso, para el sello de la auditoria de bloqueos
       01 WS-FECHA-PROCESO         PIC 9(8).
      * Periodo de la foto de morosidad (AAAAMM de la corrida) y su
      * numero de mes corrido, para depurar la historia
       77 WS-PERIODO-FOTO                      PIC 9(06) VALUE 0.
       77 WS-MES-CORRIDO                       PIC 9(06) VALUE 0.
       77 WS-MES-CORRIDO-HIST                  PIC 9(06) VALUE 0.
       77 WS-HIST-ANIO                         PIC 9(04) VALUE 0.
       77 WS-HIST-MES                          PIC 9(02) VALUE 0.

      * Switches de fin de carga de cada archivo de entrada
       01 WS-CSV-CARGA-EOF                     PIC X(5) VALUE 'FALSE'.
             10 WS-TARJ-ITEM-CUENTA       PIC 9(10).
             10 WS-TARJ-ITEM-MINIMO       PIC 9(09)V9(02).
             10 WS-TARJ-ITEM-PAGADO       PIC 9(09)V9(02).
             10 WS-TARJ-ITEM-SALDO        PIC 9(10)V9(02).
      * Marca de fila ya sumada al total de su cuenta, para no contar
      * dos veces una tarjeta al agrupar por cuenta
             10 WS-TARJ-ITEM-PROCESADA    PIC X(01).
          88 WS-TIENE-PLAN-SI                      VALUE 'SI'.
          88 WS-TIENE-PLAN-NO                      VALUE 'NO'.

      * Fecha de alta de cada tarjeta, cargada de
      * EMBOZADO_CONTROL.TXT
       01 WS-EMBCTRL-CARGA-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-EMBCTRL-CARGA-EOF-YES              VALUE 'TRUE'.
          88 WS-EMBCTRL-CARGA-EOF-NO               VALUE 'FALSE'.
       77 WS-INDICE-EMB                        PIC 9(04) VALUE 1.
       77 WS-CANT-EMB                          PIC 9(04) VALUE 0.
       01 WS-TABLA-EMBCTRL.
          05 WS-EMB-ITEM OCCURS 5000 TIMES.
             10 WS-EMB-ITEM-TARJETA       PIC X(19).
             10 WS-EMB-ITEM-FECHA-ALTA    PIC 9(08).

      * Historia de fotos de morosidad de los periodos anteriores
      * (y de las cuentas de otros grupos del mismo periodo)
       01 WS-HISTORIA-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-HISTORIA-EOF-YES                   VALUE 'TRUE'.
          88 WS-HISTORIA-EOF-NO                    VALUE 'FALSE'.
       77 WS-INDICE-HIST                       PIC 9(05) VALUE 1.
       77 WS-CANT-HIST                         PIC 9(05) VALUE 0.
       01 WS-TABLA-HISTORIA.
          05 WS-HIST-LINEA OCCURS 26000 TIMES  PIC X(41).
       01 WS-HIST-AUX.
          05 WS-HAU-PERIODO                PIC 9(06).
          05 WS-HAU-CUENTA                 PIC 9(10).
          05 FILLER                        PIC X(25).

      * Foto de esta corrida: una linea por cuenta evaluada
       77 WS-INDICE-FOTO                       PIC 9(04) VALUE 1.
       77 WS-CANT-FOTO                         PIC 9(04) VALUE 0.
       01 WS-TABLA-FOTO.
          05 WS-FOTO-LINEA OCCURS 2000 TIMES   PIC X(41).
       01 WS-FOTO-NUEVA.
          05 WS-FNU-PERIODO                PIC 9(06).
          05 WS-FNU-CUENTA                 PIC 9(10).
          05 WS-FNU-CICLOS                 PIC 9(03).
          05 WS-FNU-SALDO                  PIC 9(11)V9(02).
          05 WS-FNU-PRODUCTO               PIC X(01).
          05 WS-FNU-FECHA-ALTA             PIC 9(08).

      * Tabla de morosidad arrastrada (cuenta, ciclos impagos)
       77 WS-INDICE-MOROS                      PIC 9(04) VALUE 1.
       77 WS-CANT-MOROS                        PIC 9(04) VALUE 0.
       77 WS-CUENTA-PAGADO                     PIC 9(09)V9(02) VALUE 0.
       77 WS-CUENTA-IMPAGO                     PIC 9(09)V9(02) VALUE 0.
       77 WS-CUENTA-CICLOS                     PIC 9(03) VALUE 0.
       77 WS-CUENTA-SALDO                      PIC 9(11)V9(02) VALUE 0.
       77 WS-CUENTA-FECHA-ALTA                 PIC 9(08) VALUE 0.
      * Indice auxiliar para recorrer las filas de la misma cuenta
       77 WS-INDICE-AGRUPA                     PIC 9(04) VALUE 1.
      * Tarjeta e importe del pago del ledger que se esta imputando
           PERFORM 2900-REGRABAR-MOROSIDAD
              THRU 2900-REGRABAR-MOROSIDAD-EXIT.

           PERFORM 2950-REGRABAR-HISTORIA
              THRU 2950-REGRABAR-HISTORIA-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-PERIODO-FOTO.
           DIVIDE WS-PERIODO-FOTO BY 100 GIVING WS-HIST-ANIO
              REMAINDER WS-HIST-MES.
           COMPUTE WS-MES-CORRIDO = WS-HIST-ANIO * 12 + WS-HIST-MES.

           PERFORM 1100-CARGAR-CSV
              THRU 1100-CARGAR-CSV-EXIT.
           PERFORM 1400-CARGAR-PLANES
              THRU 1400-CARGAR-PLANES-EXIT.

           PERFORM 1500-CARGAR-EMBCTRL
              THRU 1500-CARGAR-EMBCTRL-EXIT.

           PERFORM 1600-CARGAR-HISTORIA
              THRU 1600-CARGAR-HISTORIA-EXIT.

           OPEN OUTPUT SAL-MOROSOS.
           IF NOT FS-SAL-MOROSOS-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE MOROSOS'
                        TO WS-TARJ-ITEM-MINIMO(WS-CANT-TARJETAS)
                      MOVE 0
                        TO WS-TARJ-ITEM-PAGADO(WS-CANT-TARJETAS)
                      MOVE FD-CSV-SALDO-TOTAL-PESOS
                        TO WS-TARJ-ITEM-SALDO(WS-CANT-TARJETAS)
                      SET WS-TARJ-ITEM-PROCESADA-NO(WS-CANT-TARJETAS)
                        TO TRUE
                   ELSE
       1410-LEER-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-CARGAR-EMBCTRL.
           OPEN INPUT ENT-EMBCTRL.
           EVALUATE TRUE
               WHEN FS-ENT-EMBCTRL-OK
                   PERFORM 1510-LEER-EMBCTRL
                      THRU 1510-LEER-EMBCTRL-EXIT
                      UNTIL WS-EMBCTRL-CARGA-EOF-YES
                   CLOSE ENT-EMBCTRL
               WHEN FS-ENT-EMBCTRL-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBOZADO_CONTROL.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-EMBCTRL
                   STOP RUN
           END-EVALUATE.

       1500-CARGAR-EMBCTRL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1510-LEER-EMBCTRL.
           READ ENT-EMBCTRL
               AT END
                   SET WS-EMBCTRL-CARGA-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-EMB LESS THAN 5000
                      ADD 1 TO WS-CANT-EMB
                      MOVE REG-EMBC-TARJETA
                        TO WS-EMB-ITEM-TARJETA(WS-CANT-EMB)
                      MOVE REG-EMBC-FECHA-ALTA
                        TO WS-EMB-ITEM-FECHA-ALTA(WS-CANT-EMB)
                   ELSE
                      DISPLAY 'EMBOZADO_CONTROL.TXT TIENE MAS DE 5000 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1510-LEER-EMBCTRL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Carga la historia de fotos: las de mas de doce periodos atras
      * se depuran. Si la historia no entra en la tabla no se sigue:
      * regrabarla perderia periodos.
       1600-CARGAR-HISTORIA.
           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   PERFORM 1610-LEER-HISTORIA
                      THRU 1610-LEER-HISTORIA-EXIT
                      UNTIL WS-HISTORIA-EOF-YES
                   CLOSE ENT-HISTORIA
               WHEN FS-ENT-HISTORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MOROSIDAD_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
                   STOP RUN
           END-EVALUATE.

       1600-CARGAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1610-LEER-HISTORIA.
           READ ENT-HISTORIA
               AT END
                   SET WS-HISTORIA-EOF-YES TO TRUE
                   GO TO 1610-LEER-HISTORIA-EXIT
           END-READ.

           DIVIDE REG-MHI-PERIODO BY 100 GIVING WS-HIST-ANIO
              REMAINDER WS-HIST-MES.
           COMPUTE WS-MES-CORRIDO-HIST =
              WS-HIST-ANIO * 12 + WS-HIST-MES.

           IF WS-MES-CORRIDO-HIST + 12 LESS THAN WS-MES-CORRIDO
              GO TO 1610-LEER-HISTORIA-EXIT
           END-IF.

           IF WS-CANT-HIST NOT LESS THAN 26000
              DISPLAY 'MOROSIDAD_HIST.TXT TIENE MAS DE 26000 '
                 'LINEAS: NO SE PUEDE REGRABAR SIN PERDER PERIODOS'
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-HIST.
           MOVE REG-MOROSIDAD-HIST TO WS-HIST-LINEA(WS-CANT-HIST).

       1610-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-CUENTAS.
      * Recorro la tabla de tarjetas agrupando por cuenta: la primera
             TO WS-CUENTA-ACTUAL.
           MOVE 0 TO WS-CUENTA-MINIMO.
           MOVE 0 TO WS-CUENTA-PAGADO.
           MOVE 0 TO WS-CUENTA-SALDO.
           MOVE 0 TO WS-CUENTA-FECHA-ALTA.

           PERFORM 2150-SUMAR-FILA-CUENTA
              THRU 2150-SUMAR-FILA-CUENTA-EXIT
                TO WS-CUENTA-MINIMO
              ADD WS-TARJ-ITEM-PAGADO(WS-INDICE-AGRUPA)
                TO WS-CUENTA-PAGADO
              ADD WS-TARJ-ITEM-SALDO(WS-INDICE-AGRUPA)
                TO WS-CUENTA-SALDO
              PERFORM 2160-BUSCAR-FECHA-ALTA
                 THRU 2160-BUSCAR-FECHA-ALTA-EXIT
                 VARYING WS-INDICE-EMB FROM 1 BY 1
                 UNTIL WS-INDICE-EMB GREATER THAN WS-CANT-EMB
              SET WS-TARJ-ITEM-PROCESADA-SI(WS-INDICE-AGRUPA) TO TRUE
           END-IF.

       2150-SUMAR-FILA-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La fecha de alta de la cuenta es la de su tarjeta mas antigua
      * (las renovaciones y reemplazos entran con fecha posterior).
       2160-BUSCAR-FECHA-ALTA.
           IF WS-EMB-ITEM-TARJETA(WS-INDICE-EMB) NOT EQUAL
                 WS-TARJ-ITEM-TARJETA(WS-INDICE-AGRUPA)
              OR WS-EMB-ITEM-FECHA-ALTA(WS-INDICE-EMB) EQUAL 0
              GO TO 2160-BUSCAR-FECHA-ALTA-EXIT
           END-IF.

           IF WS-CUENTA-FECHA-ALTA EQUAL 0
              OR WS-EMB-ITEM-FECHA-ALTA(WS-INDICE-EMB) LESS THAN
                 WS-CUENTA-FECHA-ALTA
              MOVE WS-EMB-ITEM-FECHA-ALTA(WS-INDICE-EMB)
                TO WS-CUENTA-FECHA-ALTA
           END-IF.

       2160-BUSCAR-FECHA-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-EVALUAR-CUENTA.
      * Si lo pagado no cubre el pago minimo del ciclo, la cuenta suma
           PERFORM 2300-GRABAR-MOROSO
              THRU 2300-GRABAR-MOROSO-EXIT.

           PERFORM 2500-AGREGAR-FOTO
              THRU 2500-AGREGAR-FOTO-EXIT.

           IF WS-CUENTA-CICLOS NOT LESS THAN WS-CICLOS-BLOQUEO
              PERFORM 2400-BLOQUEAR-CUENTA
                 THRU 2400-BLOQUEAR-CUENTA-EXIT
       2450-BLOQUEAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Foto del mes de la cuenta: el producto sale del master (la
      * primera tarjeta de la cuenta); sin titular queda en blanco.
       2500-AGREGAR-FOTO.
           IF WS-CANT-FOTO NOT LESS THAN 2000
              DISPLAY 'FOTO DE MOROSIDAD LLENA, SE IGNORA LA CUENTA '
                 WS-CUENTA-ACTUAL
              GO TO 2500-AGREGAR-FOTO-EXIT
           END-IF.

           INITIALIZE LK-TARJETA.
           SET LK-MODO-CONSULTA TO TRUE.
           MOVE WS-CUENTA-ACTUAL TO LK-NUMERO-CUENTA-I.
           CALL 'MAESTARJ' USING LK-TARJETA.

           MOVE WS-PERIODO-FOTO      TO WS-FNU-PERIODO.
           MOVE WS-CUENTA-ACTUAL     TO WS-FNU-CUENTA.
           MOVE WS-CUENTA-CICLOS     TO WS-FNU-CICLOS.
           MOVE WS-CUENTA-SALDO      TO WS-FNU-SALDO.
           MOVE WS-CUENTA-FECHA-ALTA TO WS-FNU-FECHA-ALTA.
           IF LK-RETORNO-OK
              MOVE LK-PRODUCTO-O TO WS-FNU-PRODUCTO
           ELSE
              MOVE SPACE TO WS-FNU-PRODUCTO
           END-IF.

           ADD 1 TO WS-CANT-FOTO.
           MOVE WS-FOTO-NUEVA TO WS-FOTO-LINEA(WS-CANT-FOTO).

       2500-AGREGAR-FOTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Regrabo MOROSIDAD.TXT entero con los ciclos impagos
      * actualizados de cada cuenta, para que la proxima corrida
       2910-GRABAR-CUENTA-MOROSIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Regrabo la historia de fotos: las lineas anteriores, salvo las
      * del periodo de esta corrida de las cuentas que se acaban de
      * evaluar (se reemplazan), y a continuacion la foto nueva.
       2950-REGRABAR-HISTORIA.
           OPEN OUTPUT SAL-HISTORIA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR MOROSIDAD_HIST.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
              STOP RUN
           END-IF.

           PERFORM 2960-GRABAR-HISTORIA-ANT
              THRU 2960-GRABAR-HISTORIA-ANT-EXIT
              VARYING WS-INDICE-HIST FROM 1 BY 1
              UNTIL WS-INDICE-HIST GREATER THAN WS-CANT-HIST.

           PERFORM 2980-GRABAR-FOTO
              THRU 2980-GRABAR-FOTO-EXIT
              VARYING WS-INDICE-FOTO FROM 1 BY 1
              UNTIL WS-INDICE-FOTO GREATER THAN WS-CANT-FOTO.

           CLOSE SAL-HISTORIA.

       2950-REGRABAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2960-GRABAR-HISTORIA-ANT.
           MOVE WS-HIST-LINEA(WS-INDICE-HIST) TO WS-HIST-AUX.
           IF WS-HAU-PERIODO EQUAL WS-PERIODO-FOTO
              SET WS-FILA-ENCONTRADA-NO TO TRUE
              PERFORM 2970-COMPARAR-FOTO
                 THRU 2970-COMPARAR-FOTO-EXIT
                 VARYING WS-INDICE-FOTO FROM 1 BY 1
                 UNTIL WS-INDICE-FOTO GREATER THAN WS-CANT-FOTO
                    OR WS-FILA-ENCONTRADA-SI
              IF WS-FILA-ENCONTRADA-SI
                 GO TO 2960-GRABAR-HISTORIA-ANT-EXIT
              END-IF
           END-IF.

           MOVE WS-HIST-LINEA(WS-INDICE-HIST) TO FD-SAL-HISTORIA.
           WRITE FD-SAL-HISTORIA.

       2960-GRABAR-HISTORIA-ANT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2970-COMPARAR-FOTO.
           MOVE WS-FOTO-LINEA(WS-INDICE-FOTO) TO WS-FOTO-NUEVA.
           IF WS-FNU-CUENTA EQUAL WS-HAU-CUENTA
              SET WS-FILA-ENCONTRADA-SI TO TRUE
           END-IF.

       2970-COMPARAR-FOTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2980-GRABAR-FOTO.
           MOVE WS-FOTO-LINEA(WS-INDICE-FOTO) TO FD-SAL-HISTORIA.
           WRITE FD-SAL-HISTORIA.

       2980-GRABAR-FOTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-MOROSOS
           DISPLAY 'CUENTAS EVALUADAS   : ' WS-CANT-CUENTAS.
           DISPLAY 'CUENTAS MOROSAS     : ' WS-CANT-MOROSAS.
           DISPLAY 'TARJETAS BLOQUEADAS : ' WS-CANT-BLOQUEADAS.
           DISPLAY 'CUENTAS EN LA FOTO  : ' WS-CANT-FOTO.

       3000-FINALIZAR-EXIT.
           EXIT.
