      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02ROLL.CBL - Reporte mensual de riesgo: matriz de
      *          transicion (roll-rate) entre franjas de morosidad.
      *          Compara la foto del periodo pedido contra la del mes
      *          anterior en MOROSIDAD_HIST.TXT (la que graba
      *          TP02MOROS en cada corrida) y cuenta, por cantidad de
      *          cuentas y por saldo, cuantas pasaron de cada franja
      *          (al dia, 30, 60, 90+, o cuenta nueva) a cada franja
      *          del periodo, a quebranto (castigadas en el periodo
      *          segun QUEBRANTOS.TXT) o fuera de la cartera (no
      *          aparecen en la foto del periodo). El saldo de cada
      *          movimiento es el de la foto del mes anterior; el de
      *          las cuentas nuevas, el del periodo. Las cuentas ya
      *          castigadas antes del mes anterior no se cuentan.
      *          La matriz sale para el total de la cartera, por
      *          producto y por cohorte (trimestre de alta de la
      *          cuenta), en ROLL_RATE_<AAAAMM>.TXT, con el porcentaje
      *          de cada celda sobre su fila, en cantidad y en saldo.
      *          Codigo de retorno: 0 sin novedades, 4 si no hay foto
      *          del mes anterior (todas las cuentas salen como
      *          nuevas) o si no entraron todos los segmentos, 99 si
      *          no hay foto del periodo o no se pudo emitir.
      *          Uso: TP02ROLL <PERIODO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02ROLL.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-HISTORIA
      *    Nombre fisico del archivo: ../MOROSIDAD_HIST.TXT
           SELECT ENT-HISTORIA
           ASSIGN TO '../MOROSIDAD_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

      *    Nombre logico del archivo: ENT-QUEBRANTOS
      *    Nombre fisico del archivo: ../QUEBRANTOS.TXT
      *    Si no existe, no hubo quebrantos.
           SELECT ENT-QUEBRANTOS
           ASSIGN TO '../QUEBRANTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-QUEBRANTOS.

      *****ARCHIVO DE SALIDA
      *    Nombre logico del archivo: SAL-REPORTE
      *    Nombre fisico del archivo: ../ROLL_RATE_<AAAAMM>.TXT
           SELECT SAL-REPORTE
           ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-HISTORIA.
           COPY MOROHIST.

       FD ENT-QUEBRANTOS.
           COPY QUEBRANT.

       FD SAL-REPORTE.
       01 FD-REPORTE-LINEA             PIC X(150).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-HISTORIA                   PIC X(2).
             88 FS-ENT-HISTORIA-OK                 VALUE '00'.
             88 FS-ENT-HISTORIA-NFD                VALUE '35'.
          05 FS-ENT-QUEBRANTOS                 PIC X(2).
             88 FS-ENT-QUEBRANTOS-OK               VALUE '00'.
             88 FS-ENT-QUEBRANTOS-NFD              VALUE '35'.
          05 FS-SAL-REPORTE                    PIC X(2).
             88 FS-SAL-REPORTE-OK                  VALUE '00'.

      * Switches de fin de archivo
       01 WS-HISTORIA-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-HISTORIA-EOF-YES                   VALUE 'TRUE'.
          88 WS-HISTORIA-EOF-NO                    VALUE 'FALSE'.
       01 WS-QUEBRANTOS-EOF                    PIC X(5) VALUE 'FALSE'.
          88 WS-QUEBRANTOS-EOF-YES                 VALUE 'TRUE'.
          88 WS-QUEBRANTOS-EOF-NO                  VALUE 'FALSE'.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-PERIODO              PIC X(06) VALUE SPACES.
       01 WS-PARM-PERIODO-R REDEFINES WS-PARM-PERIODO.
          05 WS-PARM-ANIO              PIC X(04).
          05 WS-PARM-MES               PIC X(02).
       01 WS-NOMBRE-REPORTE            PIC X(40) VALUE SPACES.

      * Periodo pedido y mes anterior (AAAAMM)
       77 WS-PERIODO-ACTUAL                    PIC 9(06) VALUE 0.
       77 WS-PERIODO-ANTERIOR                  PIC 9(06) VALUE 0.
       77 WS-PER-ANIO                          PIC 9(04) VALUE 0.
       77 WS-PER-MES                           PIC 9(02) VALUE 0.

      * Fotos del periodo y del mes anterior
       77 WS-INDICE-ANT                        PIC 9(04) VALUE 1.
       77 WS-CANT-ANT                          PIC 9(04) VALUE 0.
       01 WS-TABLA-ANTERIOR.
          05 WS-ANT-ITEM OCCURS 5000 TIMES.
             10 WS-ANT-ITEM-CUENTA        PIC 9(10).
             10 WS-ANT-ITEM-CICLOS        PIC 9(03).
             10 WS-ANT-ITEM-SALDO         PIC 9(11)V9(02).
             10 WS-ANT-ITEM-PRODUCTO      PIC X(01).
             10 WS-ANT-ITEM-FECHA-ALTA    PIC 9(08).
       77 WS-INDICE-ACT                        PIC 9(04) VALUE 1.
       77 WS-CANT-ACT                          PIC 9(04) VALUE 0.
       01 WS-TABLA-ACTUAL.
          05 WS-ACT-ITEM OCCURS 5000 TIMES.
             10 WS-ACT-ITEM-CUENTA        PIC 9(10).
             10 WS-ACT-ITEM-CICLOS        PIC 9(03).
             10 WS-ACT-ITEM-SALDO         PIC 9(11)V9(02).
             10 WS-ACT-ITEM-PRODUCTO      PIC X(01).
             10 WS-ACT-ITEM-FECHA-ALTA    PIC 9(08).
      * Marca de cuenta ya vista en la foto anterior
             10 WS-ACT-ITEM-VISTA         PIC X(01).
                88 WS-ACT-ITEM-VISTA-SI       VALUE 'S'.
                88 WS-ACT-ITEM-VISTA-NO       VALUE 'N'.

      * Cuentas castigadas y periodo (AAAAMM) del quebranto
       77 WS-INDICE-QUE                        PIC 9(04) VALUE 1.
       77 WS-CANT-QUE                          PIC 9(04) VALUE 0.
       01 WS-TABLA-QUEBRANTOS.
          05 WS-QUE-ITEM OCCURS 5000 TIMES.
             10 WS-QUE-ITEM-CUENTA        PIC 9(10).
             10 WS-QUE-ITEM-PERIODO       PIC 9(06).
       01 WS-QUE-FECHA                         PIC X(10).
       01 WS-QUE-FECHA-R REDEFINES WS-QUE-FECHA.
          05 WS-QFE-ANIO                   PIC 9(04).
          05 FILLER                        PIC X(01).
          05 WS-QFE-MES                    PIC 9(02).
          05 FILLER                        PIC X(03).

      * Indica si la busqueda en curso encontro su fila
       01 WS-FILA-HALLADA                      PIC X(03) VALUE 'NO'.
          88 WS-FILA-HALLADA-SI                    VALUE 'SI'.
          88 WS-FILA-HALLADA-NO                    VALUE 'NO'.
      * Cuenta que se busca y periodo de su quebranto (cero si no
      * fue castigada)
       77 WS-CUENTA-BUSCADA                    PIC 9(10) VALUE 0.
       77 WS-PERIODO-QUEBRANTO                 PIC 9(06) VALUE 0.

      * Franjas de la matriz. Origen: 1 al dia, 2 30 dias, 3 60
      * dias, 4 90+ dias, 5 cuenta nueva. Destino: 1 a 4 igual,
      * 5 quebranto, 6 fuera de la cartera.
       77 WS-FRANJA-CICLOS                     PIC 9(03) VALUE 0.
       77 WS-FRANJA                            PIC 9(01) VALUE 0.
       01 WS-MOVIMIENTO.
          05 WS-MOV-ORIGEN                 PIC 9(01).
          05 WS-MOV-DESTINO                PIC 9(01).
          05 WS-MOV-SALDO                  PIC 9(11)V9(02).
          05 WS-MOV-PRODUCTO               PIC X(01).
          05 WS-MOV-FECHA-ALTA             PIC 9(08).
       01 WS-MOV-FECHA-ALTA-R REDEFINES WS-MOVIMIENTO.
          05 FILLER                        PIC X(16).
          05 WS-MOV-ALTA-ANIO              PIC 9(04).
          05 WS-MOV-ALTA-MES               PIC 9(02).
          05 FILLER                        PIC X(02).
       77 WS-TRIMESTRE                         PIC 9(01) VALUE 0.

      * Matrices por segmento. La clave ordena el reporte: tipo 1
      * total de la cartera, 2 producto, 3 cohorte de alta (AAAA-Tn,
      * 0000-T0 sin fecha de alta).
       77 WS-INDICE-SEG                        PIC 9(03) VALUE 1.
       77 WS-INDICE-SEG-2                      PIC 9(03) VALUE 1.
       77 WS-CANT-SEG                          PIC 9(03) VALUE 0.
       77 WS-INDICE-FILA                       PIC 9(01) VALUE 1.
       77 WS-INDICE-COL                        PIC 9(01) VALUE 1.
       01 WS-CLAVE-SEG.
          05 WS-CLS-TIPO                   PIC X(01).
          05 WS-CLS-CODIGO                 PIC X(07).
       01 WS-CLAVE-COHORTE.
          05 WS-CCO-ANIO                   PIC 9(04).
          05 FILLER                        PIC X(02) VALUE '-T'.
          05 WS-CCO-TRIMESTRE              PIC 9(01).
       01 WS-TABLA-SEGMENTOS.
          05 WS-SEG-ITEM OCCURS 100 TIMES.
             10 WS-SEG-ITEM-CLAVE         PIC X(08).
             10 WS-SEG-ITEM-EMITIDO       PIC X(01).
                88 WS-SEG-ITEM-EMITIDO-SI     VALUE 'S'.
                88 WS-SEG-ITEM-EMITIDO-NO     VALUE 'N'.
             10 WS-SEG-FILA OCCURS 5 TIMES.
                15 WS-SEG-CELDA OCCURS 6 TIMES.
                   20 WS-SEG-CANT         PIC 9(07).
                   20 WS-SEG-SALDO        PIC 9(13)V9(02).

      * Totales de la fila que se esta emitiendo
       77 WS-FILA-CANT                         PIC 9(07) VALUE 0.
       77 WS-FILA-SALDO                        PIC 9(13)V9(02) VALUE 0.
       77 WS-PORCENTAJE                        PIC 9(03)V9(02) VALUE 0.

      * Lineas del reporte
       01 WS-LINEA-REPORTE                     PIC X(150) VALUE SPACES.
       01 WS-REP-SEPARADOR                     PIC X(150) VALUE ALL '='.
       01 WS-REP-TITULO.
          05 FILLER                    PIC X(40) VALUE
             'MATRIZ DE TRANSICION DE MOROSIDAD - MES '.
          05 WS-RTI-ANTERIOR           PIC 9(06).
          05 FILLER                    PIC X(03) VALUE ' A '.
          05 WS-RTI-ACTUAL             PIC 9(06).
       01 WS-REP-SEGMENTO.
          05 FILLER                    PIC X(10) VALUE 'SEGMENTO: '.
          05 WS-RSE-TIPO               PIC X(18).
          05 WS-RSE-NOMBRE             PIC X(20).
       01 WS-REP-ENCABEZADO.
          05 FILLER                    PIC X(16) VALUE 'DESDE'.
          05 FILLER                    PIC X(19) VALUE
             '             AL DIA'.
          05 FILLER                    PIC X(19) VALUE
             '            30 DIAS'.
          05 FILLER                    PIC X(19) VALUE
             '            60 DIAS'.
          05 FILLER                    PIC X(19) VALUE
             '           90+ DIAS'.
          05 FILLER                    PIC X(19) VALUE
             '          QUEBRANTO'.
          05 FILLER                    PIC X(19) VALUE
             '      FUERA CARTERA'.
          05 FILLER                    PIC X(19) VALUE
             '              TOTAL'.
       01 WS-REP-CANT.
          05 WS-RCA-ORIGEN             PIC X(09).
          05 FILLER                    PIC X(07) VALUE 'CANT'.
          05 WS-RCA-COL OCCURS 7 TIMES.
             10 FILLER                 PIC X(08) VALUE SPACES.
             10 WS-RCA-VALOR           PIC ZZZ.ZZZ.ZZ9.
       01 WS-REP-SALDO.
          05 FILLER                    PIC X(09) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'SALDO'.
          05 WS-RSA-COL OCCURS 7 TIMES.
             10 FILLER                 PIC X(01) VALUE SPACES.
             10 WS-RSA-VALOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-REP-PORC-CANT.
          05 FILLER                    PIC X(09) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE '% CANT'.
          05 WS-RPC-COL OCCURS 7 TIMES.
             10 FILLER                 PIC X(13) VALUE SPACES.
             10 WS-RPC-VALOR           PIC ZZ9,99.
       01 WS-REP-PORC-SALDO.
          05 FILLER                    PIC X(09) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE '% SALDO'.
          05 WS-RPS-COL OCCURS 7 TIMES.
             10 FILLER                 PIC X(13) VALUE SPACES.
             10 WS-RPS-VALOR           PIC ZZ9,99.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-CUENTAS-ANT               PIC 9(05) VALUE 0.
          05 WS-CANT-CUENTAS-ACT               PIC 9(05) VALUE 0.
          05 WS-CANT-NUEVAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-QUEBRADAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-FUERA                     PIC 9(05) VALUE 0.
          05 WS-CANT-YA-CASTIGADAS             PIC 9(05) VALUE 0.
          05 WS-CANT-SEG-PERDIDOS              PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-ANTERIOR
              THRU 2000-PROCESAR-ANTERIOR-EXIT
              VARYING WS-INDICE-ANT FROM 1 BY 1
              UNTIL WS-INDICE-ANT GREATER THAN WS-CANT-ANT.

           PERFORM 2200-PROCESAR-NUEVA
              THRU 2200-PROCESAR-NUEVA-EXIT
              VARYING WS-INDICE-ACT FROM 1 BY 1
              UNTIL WS-INDICE-ACT GREATER THAN WS-CANT-ACT.

           PERFORM 3000-EMITIR-REPORTE
              THRU 3000-EMITIR-REPORTE-EXIT.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-PERIODO.
           IF WS-PARM-PERIODO NOT NUMERIC
              OR WS-PARM-MES LESS THAN '01'
              OR WS-PARM-MES GREATER THAN '12'
              DISPLAY 'USO: TP02ROLL <PERIODO AAAAMM>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-PERIODO TO WS-PERIODO-ACTUAL.
           DIVIDE WS-PERIODO-ACTUAL BY 100 GIVING WS-PER-ANIO
              REMAINDER WS-PER-MES.
           IF WS-PER-MES EQUAL 1
              SUBTRACT 1 FROM WS-PER-ANIO
              COMPUTE WS-PERIODO-ANTERIOR = WS-PER-ANIO * 100 + 12
           ELSE
              COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-ACTUAL - 1
           END-IF.

           PERFORM 1100-CARGAR-HISTORIA
              THRU 1100-CARGAR-HISTORIA-EXIT.

           IF WS-CANT-ACT EQUAL 0
              DISPLAY 'NO HAY FOTO DE MOROSIDAD DEL PERIODO '
                 WS-PARM-PERIODO ': CORRER TP02MOROS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-CANT-ANT EQUAL 0
              DISPLAY 'NO HAY FOTO DE MOROSIDAD DEL PERIODO '
                 WS-PERIODO-ANTERIOR ': TODAS LAS CUENTAS SALEN '
                 'COMO NUEVAS'
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 1200-CARGAR-QUEBRANTOS
              THRU 1200-CARGAR-QUEBRANTOS-EXIT.

           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING '../ROLL_RATE_' WS-PARM-PERIODO '.TXT'
              DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE.
           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-REPORTE
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-HISTORIA.
           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   PERFORM 1110-LEER-HISTORIA
                      THRU 1110-LEER-HISTORIA-EXIT
                      UNTIL WS-HISTORIA-EOF-YES
                   CLOSE ENT-HISTORIA
               WHEN FS-ENT-HISTORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MOROSIDAD_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo interesan las fotos del periodo pedido y del mes anterior.
      * Si alguna no entra en su tabla la matriz saldria incompleta,
      * asi que no se sigue.
       1110-LEER-HISTORIA.
           READ ENT-HISTORIA
               AT END
                   SET WS-HISTORIA-EOF-YES TO TRUE
                   GO TO 1110-LEER-HISTORIA-EXIT
           END-READ.

           EVALUATE REG-MHI-PERIODO
               WHEN WS-PERIODO-ACTUAL
                   IF WS-CANT-ACT NOT LESS THAN 5000
                      DISPLAY 'LA FOTO DEL PERIODO TIENE MAS DE 5000 '
                         'CUENTAS'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-ACT
                   MOVE REG-MHI-CUENTA
                     TO WS-ACT-ITEM-CUENTA(WS-CANT-ACT)
                   MOVE REG-MHI-CICLOS
                     TO WS-ACT-ITEM-CICLOS(WS-CANT-ACT)
                   MOVE REG-MHI-SALDO
                     TO WS-ACT-ITEM-SALDO(WS-CANT-ACT)
                   MOVE REG-MHI-PRODUCTO
                     TO WS-ACT-ITEM-PRODUCTO(WS-CANT-ACT)
                   MOVE REG-MHI-FECHA-ALTA
                     TO WS-ACT-ITEM-FECHA-ALTA(WS-CANT-ACT)
                   SET WS-ACT-ITEM-VISTA-NO(WS-CANT-ACT) TO TRUE
                   ADD 1 TO WS-CANT-CUENTAS-ACT
               WHEN WS-PERIODO-ANTERIOR
                   IF WS-CANT-ANT NOT LESS THAN 5000
                      DISPLAY 'LA FOTO DEL MES ANTERIOR TIENE MAS DE '
                         '5000 CUENTAS'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-ANT
                   MOVE REG-MHI-CUENTA
                     TO WS-ANT-ITEM-CUENTA(WS-CANT-ANT)
                   MOVE REG-MHI-CICLOS
                     TO WS-ANT-ITEM-CICLOS(WS-CANT-ANT)
                   MOVE REG-MHI-SALDO
                     TO WS-ANT-ITEM-SALDO(WS-CANT-ANT)
                   MOVE REG-MHI-PRODUCTO
                     TO WS-ANT-ITEM-PRODUCTO(WS-CANT-ANT)
                   MOVE REG-MHI-FECHA-ALTA
                     TO WS-ANT-ITEM-FECHA-ALTA(WS-CANT-ANT)
                   ADD 1 TO WS-CANT-CUENTAS-ANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1110-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-QUEBRANTOS.
           OPEN INPUT ENT-QUEBRANTOS.
           EVALUATE TRUE
               WHEN FS-ENT-QUEBRANTOS-OK
                   PERFORM 1210-LEER-QUEBRANTO
                      THRU 1210-LEER-QUEBRANTO-EXIT
                      UNTIL WS-QUEBRANTOS-EOF-YES
                   CLOSE ENT-QUEBRANTOS
               WHEN FS-ENT-QUEBRANTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR QUEBRANTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-QUEBRANTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-QUEBRANTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-QUEBRANTO.
           READ ENT-QUEBRANTOS
               AT END
                   SET WS-QUEBRANTOS-EOF-YES TO TRUE
                   GO TO 1210-LEER-QUEBRANTO-EXIT
           END-READ.

           IF WS-CANT-QUE NOT LESS THAN 5000
              DISPLAY 'QUEBRANTOS.TXT TIENE MAS DE 5000 REGISTROS, '
                 'SE IGNORAN LOS EXCEDENTES'
              GO TO 1210-LEER-QUEBRANTO-EXIT
           END-IF.

           MOVE REG-QUE-FECHA TO WS-QUE-FECHA.
           ADD 1 TO WS-CANT-QUE.
           MOVE REG-QUE-CUENTA TO WS-QUE-ITEM-CUENTA(WS-CANT-QUE).
           COMPUTE WS-QUE-ITEM-PERIODO(WS-CANT-QUE) =
              WS-QFE-ANIO * 100 + WS-QFE-MES.

       1210-LEER-QUEBRANTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada cuenta de la foto anterior va a la franja que tiene en la
      * foto del periodo, a quebranto si se castigo en el periodo, o
      * fuera de la cartera si ya no aparece.
       2000-PROCESAR-ANTERIOR.
           MOVE WS-ANT-ITEM-CUENTA(WS-INDICE-ANT) TO WS-CUENTA-BUSCADA.
           PERFORM 2050-BUSCAR-QUEBRANTO
              THRU 2050-BUSCAR-QUEBRANTO-EXIT.

           IF WS-PERIODO-QUEBRANTO NOT EQUAL 0
              AND WS-PERIODO-QUEBRANTO NOT GREATER THAN
                  WS-PERIODO-ANTERIOR
              ADD 1 TO WS-CANT-YA-CASTIGADAS
              GO TO 2000-PROCESAR-ANTERIOR-EXIT
           END-IF.

           MOVE WS-ANT-ITEM-CICLOS(WS-INDICE-ANT) TO WS-FRANJA-CICLOS.
           PERFORM 2300-CALCULAR-FRANJA
              THRU 2300-CALCULAR-FRANJA-EXIT.
           MOVE WS-FRANJA TO WS-MOV-ORIGEN.
           MOVE WS-ANT-ITEM-SALDO(WS-INDICE-ANT) TO WS-MOV-SALDO.
           MOVE WS-ANT-ITEM-PRODUCTO(WS-INDICE-ANT) TO WS-MOV-PRODUCTO.
           MOVE WS-ANT-ITEM-FECHA-ALTA(WS-INDICE-ANT)
             TO WS-MOV-FECHA-ALTA.

           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2110-COMPARAR-ACTUAL
              THRU 2110-COMPARAR-ACTUAL-EXIT
              VARYING WS-INDICE-ACT FROM 1 BY 1
              UNTIL WS-INDICE-ACT GREATER THAN WS-CANT-ACT
                 OR WS-FILA-HALLADA-SI.
           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-ACT
              SET WS-ACT-ITEM-VISTA-SI(WS-INDICE-ACT) TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-PERIODO-QUEBRANTO EQUAL WS-PERIODO-ACTUAL
                   MOVE 5 TO WS-MOV-DESTINO
                   ADD 1 TO WS-CANT-QUEBRADAS
               WHEN WS-FILA-HALLADA-SI
                   MOVE WS-ACT-ITEM-CICLOS(WS-INDICE-ACT)
                     TO WS-FRANJA-CICLOS
                   PERFORM 2300-CALCULAR-FRANJA
                      THRU 2300-CALCULAR-FRANJA-EXIT
                   MOVE WS-FRANJA TO WS-MOV-DESTINO
               WHEN OTHER
                   MOVE 6 TO WS-MOV-DESTINO
                   ADD 1 TO WS-CANT-FUERA
           END-EVALUATE.

           PERFORM 2800-ACUMULAR-MOVIMIENTO
              THRU 2800-ACUMULAR-MOVIMIENTO-EXIT.

       2000-PROCESAR-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en WS-PERIODO-QUEBRANTO el periodo del quebranto de
      * WS-CUENTA-BUSCADA, o cero si la cuenta no fue castigada.
       2050-BUSCAR-QUEBRANTO.
           MOVE 0 TO WS-PERIODO-QUEBRANTO.
           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2060-COMPARAR-QUEBRANTO
              THRU 2060-COMPARAR-QUEBRANTO-EXIT
              VARYING WS-INDICE-QUE FROM 1 BY 1
              UNTIL WS-INDICE-QUE GREATER THAN WS-CANT-QUE
                 OR WS-FILA-HALLADA-SI.
           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-QUE
              MOVE WS-QUE-ITEM-PERIODO(WS-INDICE-QUE)
                TO WS-PERIODO-QUEBRANTO
           END-IF.

      * Un quebranto posterior al periodo pedido no cuenta todavia
           IF WS-PERIODO-QUEBRANTO GREATER THAN WS-PERIODO-ACTUAL
              MOVE 0 TO WS-PERIODO-QUEBRANTO
           END-IF.

       2050-BUSCAR-QUEBRANTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2060-COMPARAR-QUEBRANTO.
           IF WS-CUENTA-BUSCADA EQUAL WS-QUE-ITEM-CUENTA(WS-INDICE-QUE)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2060-COMPARAR-QUEBRANTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2110-COMPARAR-ACTUAL.
           IF WS-CUENTA-BUSCADA EQUAL WS-ACT-ITEM-CUENTA(WS-INDICE-ACT)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2110-COMPARAR-ACTUAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las cuentas del periodo que no estaban en la foto anterior
      * entran por la fila de cuentas nuevas, con su saldo actual.
       2200-PROCESAR-NUEVA.
           IF WS-ACT-ITEM-VISTA-SI(WS-INDICE-ACT)
              GO TO 2200-PROCESAR-NUEVA-EXIT
           END-IF.

           MOVE WS-ACT-ITEM-CUENTA(WS-INDICE-ACT) TO WS-CUENTA-BUSCADA.
           PERFORM 2050-BUSCAR-QUEBRANTO
              THRU 2050-BUSCAR-QUEBRANTO-EXIT.

           IF WS-PERIODO-QUEBRANTO NOT EQUAL 0
              AND WS-PERIODO-QUEBRANTO NOT GREATER THAN
                  WS-PERIODO-ANTERIOR
              ADD 1 TO WS-CANT-YA-CASTIGADAS
              GO TO 2200-PROCESAR-NUEVA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-NUEVAS.
           MOVE 5 TO WS-MOV-ORIGEN.
           MOVE WS-ACT-ITEM-SALDO(WS-INDICE-ACT) TO WS-MOV-SALDO.
           MOVE WS-ACT-ITEM-PRODUCTO(WS-INDICE-ACT) TO WS-MOV-PRODUCTO.
           MOVE WS-ACT-ITEM-FECHA-ALTA(WS-INDICE-ACT)
             TO WS-MOV-FECHA-ALTA.

           IF WS-PERIODO-QUEBRANTO EQUAL WS-PERIODO-ACTUAL
              MOVE 5 TO WS-MOV-DESTINO
              ADD 1 TO WS-CANT-QUEBRADAS
           ELSE
              MOVE WS-ACT-ITEM-CICLOS(WS-INDICE-ACT)
                TO WS-FRANJA-CICLOS
              PERFORM 2300-CALCULAR-FRANJA
                 THRU 2300-CALCULAR-FRANJA-EXIT
              MOVE WS-FRANJA TO WS-MOV-DESTINO
           END-IF.

           PERFORM 2800-ACUMULAR-MOVIMIENTO
              THRU 2800-ACUMULAR-MOVIMIENTO-EXIT.

       2200-PROCESAR-NUEVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Franja de atraso segun los ciclos impagos, con el mismo
      * criterio del reporte de TP02MOROS.
       2300-CALCULAR-FRANJA.
           EVALUATE WS-FRANJA-CICLOS
               WHEN 0
                   MOVE 1 TO WS-FRANJA
               WHEN 1
                   MOVE 2 TO WS-FRANJA
               WHEN 2
                   MOVE 3 TO WS-FRANJA
               WHEN OTHER
                   MOVE 4 TO WS-FRANJA
           END-EVALUATE.

       2300-CALCULAR-FRANJA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Suma el movimiento en la matriz del total, en la de su
      * producto y en la de su cohorte de alta.
       2800-ACUMULAR-MOVIMIENTO.
           MOVE '1'    TO WS-CLS-TIPO.
           MOVE SPACES TO WS-CLS-CODIGO.
           PERFORM 2850-SUMAR-SEGMENTO
              THRU 2850-SUMAR-SEGMENTO-EXIT.

           MOVE '2'             TO WS-CLS-TIPO.
           MOVE SPACES          TO WS-CLS-CODIGO.
           MOVE WS-MOV-PRODUCTO TO WS-CLS-CODIGO.
           PERFORM 2850-SUMAR-SEGMENTO
              THRU 2850-SUMAR-SEGMENTO-EXIT.

           IF WS-MOV-FECHA-ALTA EQUAL 0
              MOVE 0 TO WS-CCO-ANIO
              MOVE 0 TO WS-CCO-TRIMESTRE
           ELSE
              MOVE WS-MOV-ALTA-ANIO TO WS-CCO-ANIO
              COMPUTE WS-TRIMESTRE = (WS-MOV-ALTA-MES + 2) / 3
              MOVE WS-TRIMESTRE TO WS-CCO-TRIMESTRE
           END-IF.
           MOVE '3'              TO WS-CLS-TIPO.
           MOVE WS-CLAVE-COHORTE TO WS-CLS-CODIGO.
           PERFORM 2850-SUMAR-SEGMENTO
              THRU 2850-SUMAR-SEGMENTO-EXIT.

       2800-ACUMULAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2850-SUMAR-SEGMENTO.
           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2860-COMPARAR-SEGMENTO
              THRU 2860-COMPARAR-SEGMENTO-EXIT
              VARYING WS-INDICE-SEG FROM 1 BY 1
              UNTIL WS-INDICE-SEG GREATER THAN WS-CANT-SEG
                 OR WS-FILA-HALLADA-SI.

           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-SEG
           ELSE
              IF WS-CANT-SEG NOT LESS THAN 100
                 ADD 1 TO WS-CANT-SEG-PERDIDOS
                 GO TO 2850-SUMAR-SEGMENTO-EXIT
              END-IF
              ADD 1 TO WS-CANT-SEG
              MOVE WS-CANT-SEG TO WS-INDICE-SEG
              INITIALIZE WS-SEG-ITEM(WS-INDICE-SEG)
              MOVE WS-CLAVE-SEG TO WS-SEG-ITEM-CLAVE(WS-INDICE-SEG)
              SET WS-SEG-ITEM-EMITIDO-NO(WS-INDICE-SEG) TO TRUE
           END-IF.

           ADD 1 TO WS-SEG-CANT(WS-INDICE-SEG, WS-MOV-ORIGEN,
              WS-MOV-DESTINO).
           ADD WS-MOV-SALDO TO WS-SEG-SALDO(WS-INDICE-SEG,
              WS-MOV-ORIGEN, WS-MOV-DESTINO).

       2850-SUMAR-SEGMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2860-COMPARAR-SEGMENTO.
           IF WS-CLAVE-SEG EQUAL WS-SEG-ITEM-CLAVE(WS-INDICE-SEG)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2860-COMPARAR-SEGMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Los segmentos salen ordenados por clave: el total, los
      * productos y las cohortes de la mas vieja a la mas nueva.
       3000-EMITIR-REPORTE.
           MOVE WS-PERIODO-ANTERIOR TO WS-RTI-ANTERIOR.
           MOVE WS-PERIODO-ACTUAL   TO WS-RTI-ACTUAL.
           MOVE WS-REP-TITULO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3100-EMITIR-SIGUIENTE
              THRU 3100-EMITIR-SIGUIENTE-EXIT
              WS-CANT-SEG TIMES.

       3000-EMITIR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-EMITIR-SIGUIENTE.
           MOVE 0 TO WS-INDICE-SEG.
           PERFORM 3110-ELEGIR-MENOR
              THRU 3110-ELEGIR-MENOR-EXIT
              VARYING WS-INDICE-SEG-2 FROM 1 BY 1
              UNTIL WS-INDICE-SEG-2 GREATER THAN WS-CANT-SEG.

           SET WS-SEG-ITEM-EMITIDO-SI(WS-INDICE-SEG) TO TRUE.
           MOVE WS-SEG-ITEM-CLAVE(WS-INDICE-SEG) TO WS-CLAVE-SEG.

           MOVE SPACES TO WS-RSE-NOMBRE.
           EVALUATE WS-CLS-TIPO
               WHEN '1'
                   MOVE 'TOTAL CARTERA' TO WS-RSE-TIPO
               WHEN '2'
                   MOVE 'PRODUCTO' TO WS-RSE-TIPO
                   EVALUATE WS-CLS-CODIGO(1:1)
                       WHEN 'C'
                           MOVE 'CLASICA' TO WS-RSE-NOMBRE
                       WHEN 'G'
                           MOVE 'GOLD' TO WS-RSE-NOMBRE
                       WHEN 'B'
                           MOVE 'BLACK' TO WS-RSE-NOMBRE
                       WHEN SPACE
                           MOVE 'SIN PRODUCTO' TO WS-RSE-NOMBRE
                       WHEN OTHER
                           MOVE WS-CLS-CODIGO TO WS-RSE-NOMBRE
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'COHORTE DE ALTA' TO WS-RSE-TIPO
                   IF WS-CLS-CODIGO EQUAL '0000-T0'
                      MOVE 'SIN FECHA DE ALTA' TO WS-RSE-NOMBRE
                   ELSE
                      MOVE WS-CLS-CODIGO TO WS-RSE-NOMBRE
                   END-IF
           END-EVALUATE.

           MOVE WS-REP-SEPARADOR TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE WS-REP-SEGMENTO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE WS-REP-ENCABEZADO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3200-EMITIR-FILA
              THRU 3200-EMITIR-FILA-EXIT
              VARYING WS-INDICE-FILA FROM 1 BY 1
              UNTIL WS-INDICE-FILA GREATER THAN 5.

       3100-EMITIR-SIGUIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3110-ELEGIR-MENOR.
           IF WS-SEG-ITEM-EMITIDO-SI(WS-INDICE-SEG-2)
              GO TO 3110-ELEGIR-MENOR-EXIT
           END-IF.

           IF WS-INDICE-SEG EQUAL 0
              MOVE WS-INDICE-SEG-2 TO WS-INDICE-SEG
           ELSE
              IF WS-SEG-ITEM-CLAVE(WS-INDICE-SEG-2) LESS THAN
                    WS-SEG-ITEM-CLAVE(WS-INDICE-SEG)
                 MOVE WS-INDICE-SEG-2 TO WS-INDICE-SEG
              END-IF
           END-IF.

       3110-ELEGIR-MENOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cuatro lineas por franja de origen: cantidad, saldo y el
      * porcentaje de cada celda sobre el total de la fila.
       3200-EMITIR-FILA.
           MOVE 0 TO WS-FILA-CANT.
           MOVE 0 TO WS-FILA-SALDO.
           PERFORM 3210-SUMAR-CELDA
              THRU 3210-SUMAR-CELDA-EXIT
              VARYING WS-INDICE-COL FROM 1 BY 1
              UNTIL WS-INDICE-COL GREATER THAN 6.

           EVALUATE WS-INDICE-FILA
               WHEN 1
                   MOVE 'AL DIA'   TO WS-RCA-ORIGEN
               WHEN 2
                   MOVE '30 DIAS'  TO WS-RCA-ORIGEN
               WHEN 3
                   MOVE '60 DIAS'  TO WS-RCA-ORIGEN
               WHEN 4
                   MOVE '90+ DIAS' TO WS-RCA-ORIGEN
               WHEN OTHER
                   MOVE 'NUEVAS'   TO WS-RCA-ORIGEN
           END-EVALUATE.

           PERFORM 3220-ARMAR-CELDA
              THRU 3220-ARMAR-CELDA-EXIT
              VARYING WS-INDICE-COL FROM 1 BY 1
              UNTIL WS-INDICE-COL GREATER THAN 6.

           MOVE WS-FILA-CANT  TO WS-RCA-VALOR(7).
           MOVE WS-FILA-SALDO TO WS-RSA-VALOR(7).
           IF WS-FILA-CANT GREATER THAN 0
              MOVE 100 TO WS-RPC-VALOR(7)
           ELSE
              MOVE 0 TO WS-RPC-VALOR(7)
           END-IF.
           IF WS-FILA-SALDO GREATER THAN 0
              MOVE 100 TO WS-RPS-VALOR(7)
           ELSE
              MOVE 0 TO WS-RPS-VALOR(7)
           END-IF.

           MOVE WS-REP-CANT TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE WS-REP-SALDO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE WS-REP-PORC-CANT TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE WS-REP-PORC-SALDO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3200-EMITIR-FILA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3210-SUMAR-CELDA.
           ADD WS-SEG-CANT(WS-INDICE-SEG, WS-INDICE-FILA, WS-INDICE-COL)
              TO WS-FILA-CANT.
           ADD WS-SEG-SALDO(WS-INDICE-SEG, WS-INDICE-FILA,
              WS-INDICE-COL) TO WS-FILA-SALDO.

       3210-SUMAR-CELDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3220-ARMAR-CELDA.
           MOVE WS-SEG-CANT(WS-INDICE-SEG, WS-INDICE-FILA,
              WS-INDICE-COL) TO WS-RCA-VALOR(WS-INDICE-COL).
           MOVE WS-SEG-SALDO(WS-INDICE-SEG, WS-INDICE-FILA,
              WS-INDICE-COL) TO WS-RSA-VALOR(WS-INDICE-COL).

           MOVE 0 TO WS-PORCENTAJE.
           IF WS-FILA-CANT GREATER THAN 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                 WS-SEG-CANT(WS-INDICE-SEG, WS-INDICE-FILA,
                    WS-INDICE-COL) * 100 / WS-FILA-CANT
           END-IF.
           MOVE WS-PORCENTAJE TO WS-RPC-VALOR(WS-INDICE-COL).

           MOVE 0 TO WS-PORCENTAJE.
           IF WS-FILA-SALDO GREATER THAN 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                 WS-SEG-SALDO(WS-INDICE-SEG, WS-INDICE-FILA,
                    WS-INDICE-COL) * 100 / WS-FILA-SALDO
           END-IF.
           MOVE WS-PORCENTAJE TO WS-RPS-VALOR(WS-INDICE-COL).

       3220-ARMAR-CELDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.
           MOVE WS-LINEA-REPORTE TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-REPORTE
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINEA-REPORTE.

       3900-GRABAR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           CLOSE SAL-REPORTE.

           IF WS-CANT-SEG-PERDIDOS GREATER THAN 0
              DISPLAY 'TABLA DE SEGMENTOS LLENA: FALTAN SEGMENTOS EN '
                 'EL REPORTE'
              IF RETURN-CODE LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY 'CUENTAS MES ANTERIOR : ' WS-CANT-CUENTAS-ANT.
           DISPLAY 'CUENTAS DEL PERIODO  : ' WS-CANT-CUENTAS-ACT.
           DISPLAY 'CUENTAS NUEVAS       : ' WS-CANT-NUEVAS.
           DISPLAY 'PASADAS A QUEBRANTO  : ' WS-CANT-QUEBRADAS.
           DISPLAY 'FUERA DE LA CARTERA  : ' WS-CANT-FUERA.
           DISPLAY 'YA CASTIGADAS        : ' WS-CANT-YA-CASTIGADAS.
           DISPLAY 'SEGMENTOS EMITIDOS   : ' WS-CANT-SEG.
           DISPLAY 'REPORTE              : ' WS-NOMBRE-REPORTE.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02ROLL.
