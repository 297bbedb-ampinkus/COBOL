      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02ESTCO.CBL - Estado de cuenta mensual de
      *          comercios. Para que el comercio no tenga que
      *          conciliar liquidacion por liquidacion, junta todo lo
      *          del mes pedido por comercio y moneda: del historico
      *          LIQ_HISTORIA.TXT (que agrega TP02COMER) las ventas
      *          brutas, comisiones, retenciones impositivas,
      *          contracargos, saldo anterior descontado y neto
      *          liquidado; del control LIQ_TRANSFERENCIAS.TXT
      *          (TP02LIQTR) los pagos realizados por transferencia;
      *          y de LIQ_RETENIDAS.TXT lo que no se pago por comercio
      *          suspendido. Emite ESTADO_COMERCIOS_<AAAAMM>.TXT con
      *          un estado por comercio, con la razon social, el CUIT
      *          y el CBU del maestro COMERCIOS.VSAM.
      *          Codigo de retorno: 0 sin novedades, 4 si hubo
      *          comercios fuera del maestro (salen igual, sin
      *          datos), 99 si no se pudo emitir.
      *          Uso: TP02ESTCO <PERIODO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02ESTCO.
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
      *    Nombre fisico del archivo: ../LIQ_HISTORIA.TXT
           SELECT ENT-HISTORIA
           ASSIGN TO '../LIQ_HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

      *    Nombre logico del archivo: ENT-CONTROL
      *    Nombre fisico del archivo: ../LIQ_TRANSFERENCIAS.TXT
      *    Si no existe, no se pago nada por transferencia.
           SELECT ENT-CONTROL
           ASSIGN TO '../LIQ_TRANSFERENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONTROL.

      *    Nombre logico del archivo: ENT-RETENIDAS
      *    Nombre fisico del archivo: ../LIQ_RETENIDAS.TXT
      *    Si no existe, no hubo liquidaciones retenidas.
           SELECT ENT-RETENIDAS
           ASSIGN TO '../LIQ_RETENIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RETENIDAS.

      *    Nombre logico del archivo: COMERCIOS
      *    Nombre fisico del archivo: ../COMERCIOS.VSAM
           SELECT COMERCIOS
           ASSIGN TO '../COMERCIOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COM-ID-COMERCIO
           FILE STATUS IS FS-COMERCIOS.

      *****ARCHIVO DE SALIDA
      *    Nombre logico del archivo: SAL-ESTADO
      *    Nombre fisico del archivo: ../ESTADO_COMERCIOS_<AAAAMM>.TXT
           SELECT SAL-ESTADO
           ASSIGN TO DYNAMIC WS-NOMBRE-ESTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ESTADO.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-HISTORIA.
           COPY LIQHIST.

       FD ENT-CONTROL.
      * Mismo formato que graba TP02LIQTR en LIQ_TRANSFERENCIAS.TXT
       01 REG-CONTROL.
          05 REG-CTL-NRO-OPERACION     PIC 9(10).
          05 FILLER                    PIC X(01).
          05 REG-CTL-FECHA             PIC X(10).
          05 FILLER                    PIC X(01).
          05 REG-CTL-ID-COMERCIO       PIC 9(6).
          05 FILLER                    PIC X(01).
          05 REG-CTL-CBU               PIC X(22).
          05 FILLER                    PIC X(01).
          05 REG-CTL-MONEDA            PIC X(03).
          05 FILLER                    PIC X(01).
          05 REG-CTL-IMPORTE           PIC 9(10)V9(02).

       FD ENT-RETENIDAS.
      * Mismo formato que graba TP02LIQTR en LIQ_RETENIDAS.TXT
       01 REG-RETENIDA.
          05 REG-RTN-FECHA             PIC X(10).
          05 FILLER                    PIC X(01).
          05 REG-RTN-ID-COMERCIO       PIC 9(6).
          05 FILLER                    PIC X(01).
          05 REG-RTN-CBU               PIC X(22).
          05 FILLER                    PIC X(01).
          05 REG-RTN-MONEDA            PIC X(03).
          05 FILLER                    PIC X(01).
          05 REG-RTN-IMPORTE           PIC 9(10)V9(02).
          05 FILLER                    PIC X(01).
          05 REG-RTN-MOTIVO            PIC X(02).
          05 FILLER                    PIC X(01).
          05 REG-RTN-REFERENCIA        PIC X(12).

       FD COMERCIOS.
           COPY COMERCIO.

       FD SAL-ESTADO.
       01 FD-ESTADO-LINEA              PIC X(80).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-HISTORIA                   PIC X(2).
             88 FS-ENT-HISTORIA-OK                 VALUE '00'.
             88 FS-ENT-HISTORIA-NFD                VALUE '35'.
          05 FS-ENT-CONTROL                    PIC X(2).
             88 FS-ENT-CONTROL-OK                  VALUE '00'.
             88 FS-ENT-CONTROL-NFD                 VALUE '35'.
          05 FS-ENT-RETENIDAS                  PIC X(2).
             88 FS-ENT-RETENIDAS-OK                VALUE '00'.
             88 FS-ENT-RETENIDAS-NFD               VALUE '35'.
          05 FS-COMERCIOS                      PIC X(2).
             88 FS-COMERCIOS-OK                    VALUE '00'.
          05 FS-SAL-ESTADO                     PIC X(2).
             88 FS-SAL-ESTADO-OK                   VALUE '00'.

      * Switches de fin de archivo
       01 WS-HISTORIA-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-HISTORIA-EOF-YES                   VALUE 'TRUE'.
          88 WS-HISTORIA-EOF-NO                    VALUE 'FALSE'.
       01 WS-CONTROL-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-CONTROL-EOF-YES                    VALUE 'TRUE'.
          88 WS-CONTROL-EOF-NO                     VALUE 'FALSE'.
       01 WS-RETENIDAS-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-RETENIDAS-EOF-YES                  VALUE 'TRUE'.
          88 WS-RETENIDAS-EOF-NO                   VALUE 'FALSE'.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-PERIODO              PIC X(06) VALUE SPACES.
       01 WS-PARM-PERIODO-R REDEFINES WS-PARM-PERIODO.
          05 WS-PARM-ANIO              PIC X(04).
          05 WS-PARM-MES               PIC X(02).
       01 WS-NOMBRE-ESTADO             PIC X(40) VALUE SPACES.

      * Clave del movimiento que se esta sumando
       77 WS-CLAVE-ID                          PIC 9(6) VALUE 0.
       77 WS-CLAVE-MONEDA                      PIC X(03) VALUE SPACES.

      * Totales del mes por comercio y moneda
       77 WS-INDICE-EST                        PIC 9(04) VALUE 1.
       77 WS-INDICE-EST-2                      PIC 9(04) VALUE 1.
       77 WS-CANT-EST                          PIC 9(04) VALUE 0.
       01 WS-TABLA-ESTADO.
          05 WS-EST-ITEM OCCURS 2000 TIMES.
             10 WS-EST-ITEM-ID            PIC 9(6).
             10 WS-EST-ITEM-MONEDA        PIC X(03).
             10 WS-EST-ITEM-CANT-LIQ      PIC 9(04).
             10 WS-EST-ITEM-CANT-CONS     PIC 9(07).
             10 WS-EST-ITEM-BRUTO         PIC 9(11)V9(02).
             10 WS-EST-ITEM-COMISION      PIC 9(11)V9(02).
             10 WS-EST-ITEM-RETENCIONES   PIC 9(11)V9(02).
             10 WS-EST-ITEM-CONTRACARGOS  PIC 9(11)V9(02).
             10 WS-EST-ITEM-ARRASTRE      PIC 9(11)V9(02).
             10 WS-EST-ITEM-NETO          PIC 9(11)V9(02).
             10 WS-EST-ITEM-CANT-PAGOS    PIC 9(04).
             10 WS-EST-ITEM-PAGADO        PIC 9(11)V9(02).
             10 WS-EST-ITEM-RETENIDO      PIC 9(11)V9(02).
             10 WS-EST-ITEM-EMITIDO       PIC X(01).
                88 WS-EST-ITEM-EMITIDO-SI     VALUE 'S'.
       01 WS-FILA-HALLADA                      PIC X(03) VALUE 'NO'.
          88 WS-FILA-HALLADA-SI                    VALUE 'SI'.
          88 WS-FILA-HALLADA-NO                    VALUE 'NO'.

      * Comercio del estado que se esta emitiendo
       77 WS-COMERCIO-EN-CURSO                 PIC 9(6) VALUE 0.

      * Lineas del estado de cuenta
       01 WS-LINEA-ESTADO                      PIC X(80) VALUE SPACES.
       01 WS-EST-LINEA-IMPORTE.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-ELI-LEYENDA            PIC X(32).
          05 FILLER                    PIC X(02) VALUE ': '.
          05 WS-ELI-SIGNO              PIC X(01).
          05 WS-ELI-IMPORTE            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-EST-LINEA-CANTIDAD.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-ELC-LEYENDA            PIC X(32).
          05 FILLER                    PIC X(02) VALUE ': '.
          05 WS-ELC-CANTIDAD           PIC ZZZ.ZZ9.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LIQ-LEIDAS                PIC 9(07) VALUE 0.
          05 WS-CANT-PAGOS-LEIDOS              PIC 9(07) VALUE 0.
          05 WS-CANT-RETEN-LEIDAS              PIC 9(07) VALUE 0.
          05 WS-CANT-ESTADOS                   PIC 9(05) VALUE 0.
          05 WS-CANT-SIN-MAESTRO               PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-LEER-HISTORIA
              THRU 2000-LEER-HISTORIA-EXIT
              UNTIL WS-HISTORIA-EOF-YES.

           PERFORM 2100-CARGAR-PAGOS
              THRU 2100-CARGAR-PAGOS-EXIT.

           PERFORM 2200-CARGAR-RETENIDAS
              THRU 2200-CARGAR-RETENIDAS-EXIT.

           PERFORM 3000-EMITIR-ESTADO
              THRU 3000-EMITIR-ESTADO-EXIT
              VARYING WS-INDICE-EST FROM 1 BY 1
              UNTIL WS-INDICE-EST GREATER THAN WS-CANT-EST.

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
              DISPLAY 'USO: TP02ESTCO <PERIODO AAAAMM>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   CONTINUE
               WHEN FS-ENT-HISTORIA-NFD
                   DISPLAY 'NO HAY LIQ_HISTORIA.TXT: NADA QUE INFORMAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LIQ_HISTORIA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT COMERCIOS.
           IF NOT FS-COMERCIOS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE COMERCIOS'
              DISPLAY 'FILE STATUS: ' FS-COMERCIOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-NOMBRE-ESTADO.
           STRING '../ESTADO_COMERCIOS_' WS-PARM-PERIODO '.TXT'
              DELIMITED BY SIZE INTO WS-NOMBRE-ESTADO.
           OPEN OUTPUT SAL-ESTADO.
           IF NOT FS-SAL-ESTADO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-ESTADO
              DISPLAY 'FILE STATUS: ' FS-SAL-ESTADO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo interesan las liquidaciones del mes pedido.
       2000-LEER-HISTORIA.
           READ ENT-HISTORIA
               AT END
                   SET WS-HISTORIA-EOF-YES TO TRUE
                   CLOSE ENT-HISTORIA
                   GO TO 2000-LEER-HISTORIA-EXIT
           END-READ.

           IF REG-LQH-FECHA(1:4) NOT EQUAL WS-PARM-ANIO
              OR REG-LQH-FECHA(6:2) NOT EQUAL WS-PARM-MES
              GO TO 2000-LEER-HISTORIA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LIQ-LEIDAS.
           MOVE REG-LQH-ID-COMERCIO TO WS-CLAVE-ID.
           MOVE REG-LQH-MONEDA      TO WS-CLAVE-MONEDA.
           PERFORM 2900-UBICAR-ESTADO
              THRU 2900-UBICAR-ESTADO-EXIT.

           ADD 1 TO WS-EST-ITEM-CANT-LIQ(WS-INDICE-EST).
           ADD REG-LQH-CANTIDAD
              TO WS-EST-ITEM-CANT-CONS(WS-INDICE-EST).
           ADD REG-LQH-BRUTO TO WS-EST-ITEM-BRUTO(WS-INDICE-EST).
           ADD REG-LQH-COMISION
              TO WS-EST-ITEM-COMISION(WS-INDICE-EST).
           ADD REG-LQH-RETENCIONES
              TO WS-EST-ITEM-RETENCIONES(WS-INDICE-EST).
           ADD REG-LQH-CONTRACARGOS
              TO WS-EST-ITEM-CONTRACARGOS(WS-INDICE-EST).
           ADD REG-LQH-ARRASTRE-ANT
              TO WS-EST-ITEM-ARRASTRE(WS-INDICE-EST).
           ADD REG-LQH-NETO-PAGAR TO WS-EST-ITEM-NETO(WS-INDICE-EST).

       2000-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pagos mandados por transferencia en el mes (fecha del lote
      * que armo TP02LIQTR).
       2100-CARGAR-PAGOS.
           OPEN INPUT ENT-CONTROL.
           EVALUATE TRUE
               WHEN FS-ENT-CONTROL-OK
                   PERFORM 2110-LEER-PAGO
                      THRU 2110-LEER-PAGO-EXIT
                      UNTIL WS-CONTROL-EOF-YES
                   CLOSE ENT-CONTROL
               WHEN FS-ENT-CONTROL-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LIQ_TRANSFERENCIAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONTROL
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2100-CARGAR-PAGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2110-LEER-PAGO.
           READ ENT-CONTROL
               AT END
                   SET WS-CONTROL-EOF-YES TO TRUE
                   GO TO 2110-LEER-PAGO-EXIT
           END-READ.

           IF REG-CTL-FECHA(1:4) NOT EQUAL WS-PARM-ANIO
              OR REG-CTL-FECHA(6:2) NOT EQUAL WS-PARM-MES
              GO TO 2110-LEER-PAGO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PAGOS-LEIDOS.
           MOVE REG-CTL-ID-COMERCIO TO WS-CLAVE-ID.
           MOVE REG-CTL-MONEDA      TO WS-CLAVE-MONEDA.
           PERFORM 2900-UBICAR-ESTADO
              THRU 2900-UBICAR-ESTADO-EXIT.

           ADD 1 TO WS-EST-ITEM-CANT-PAGOS(WS-INDICE-EST).
           ADD REG-CTL-IMPORTE TO WS-EST-ITEM-PAGADO(WS-INDICE-EST).

       2110-LEER-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Liquidaciones del mes no pagadas por comercio suspendido.
       2200-CARGAR-RETENIDAS.
           OPEN INPUT ENT-RETENIDAS.
           EVALUATE TRUE
               WHEN FS-ENT-RETENIDAS-OK
                   PERFORM 2210-LEER-RETENIDA
                      THRU 2210-LEER-RETENIDA-EXIT
                      UNTIL WS-RETENIDAS-EOF-YES
                   CLOSE ENT-RETENIDAS
               WHEN FS-ENT-RETENIDAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LIQ_RETENIDAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RETENIDAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2200-CARGAR-RETENIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-LEER-RETENIDA.
           READ ENT-RETENIDAS
               AT END
                   SET WS-RETENIDAS-EOF-YES TO TRUE
                   GO TO 2210-LEER-RETENIDA-EXIT
           END-READ.

           IF REG-RTN-FECHA(1:4) NOT EQUAL WS-PARM-ANIO
              OR REG-RTN-FECHA(6:2) NOT EQUAL WS-PARM-MES
              GO TO 2210-LEER-RETENIDA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-RETEN-LEIDAS.
           MOVE REG-RTN-ID-COMERCIO TO WS-CLAVE-ID.
           MOVE REG-RTN-MONEDA      TO WS-CLAVE-MONEDA.
           PERFORM 2900-UBICAR-ESTADO
              THRU 2900-UBICAR-ESTADO-EXIT.

           ADD REG-RTN-IMPORTE TO WS-EST-ITEM-RETENIDO(WS-INDICE-EST).

       2210-LEER-RETENIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ubica (o agrega) la fila del comercio y moneda de la clave.
      * Un estado incompleto engana al comercio: si la tabla no
      * alcanza, no se emite.
       2900-UBICAR-ESTADO.
           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2910-COMPARAR-ESTADO
              THRU 2910-COMPARAR-ESTADO-EXIT
              VARYING WS-INDICE-EST FROM 1 BY 1
              UNTIL WS-INDICE-EST GREATER THAN WS-CANT-EST
                 OR WS-FILA-HALLADA-SI.

           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-EST
              GO TO 2900-UBICAR-ESTADO-EXIT
           END-IF.

           IF WS-CANT-EST NOT LESS THAN 2000
              DISPLAY 'MAS DE 2000 COMERCIOS Y MONEDAS EN EL MES: '
                 'NO SE PUEDEN EMITIR LOS ESTADOS SIN PERDER'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-EST.
           MOVE WS-CANT-EST TO WS-INDICE-EST.
           INITIALIZE WS-EST-ITEM(WS-INDICE-EST).
           MOVE WS-CLAVE-ID     TO WS-EST-ITEM-ID(WS-INDICE-EST).
           MOVE WS-CLAVE-MONEDA TO WS-EST-ITEM-MONEDA(WS-INDICE-EST).
           MOVE 'N' TO WS-EST-ITEM-EMITIDO(WS-INDICE-EST).

       2900-UBICAR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2910-COMPARAR-ESTADO.
           IF WS-EST-ITEM-ID(WS-INDICE-EST) EQUAL WS-CLAVE-ID
              AND WS-EST-ITEM-MONEDA(WS-INDICE-EST) EQUAL
                 WS-CLAVE-MONEDA
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2910-COMPARAR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La primera fila todavia no emitida de un comercio abre su
      * estado, que junta todas sus monedas.
       3000-EMITIR-ESTADO.
           IF WS-EST-ITEM-EMITIDO-SI(WS-INDICE-EST)
              GO TO 3000-EMITIR-ESTADO-EXIT
           END-IF.

           MOVE WS-EST-ITEM-ID(WS-INDICE-EST) TO WS-COMERCIO-EN-CURSO.
           MOVE WS-COMERCIO-EN-CURSO TO COM-ID-COMERCIO.
           READ COMERCIOS KEY IS COM-ID-COMERCIO.
           IF NOT FS-COMERCIOS-OK
              DISPLAY 'COMERCIO ' WS-COMERCIO-EN-CURSO ' FUERA DEL '
                 'MAESTRO (FILE STATUS ' FS-COMERCIOS '): EL ESTADO '
                 'SALE SIN SUS DATOS'
              ADD 1 TO WS-CANT-SIN-MAESTRO
              MOVE 'COMERCIO FUERA DEL MAESTRO' TO COM-RAZON-SOCIAL
              MOVE SPACES TO COM-CUIT
              MOVE SPACES TO COM-CBU
           END-IF.

           MOVE ALL '=' TO WS-LINEA-ESTADO.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           STRING 'ESTADO DE CUENTA MENSUAL - PERIODO '
              WS-PARM-MES '/' WS-PARM-ANIO
              DELIMITED BY SIZE INTO WS-LINEA-ESTADO.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'COMERCIO: ' TO WS-LINEA-ESTADO.
           MOVE WS-COMERCIO-EN-CURSO TO WS-LINEA-ESTADO(11:).
           MOVE COM-RAZON-SOCIAL TO WS-LINEA-ESTADO(19:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'CUIT: ' TO WS-LINEA-ESTADO.
           MOVE COM-CUIT TO WS-LINEA-ESTADO(11:).
           MOVE 'CBU: ' TO WS-LINEA-ESTADO(30:).
           MOVE COM-CBU TO WS-LINEA-ESTADO(35:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE ALL '=' TO WS-LINEA-ESTADO.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3100-EMITIR-MONEDA
              THRU 3100-EMITIR-MONEDA-EXIT
              VARYING WS-INDICE-EST-2 FROM WS-INDICE-EST BY 1
              UNTIL WS-INDICE-EST-2 GREATER THAN WS-CANT-EST.

           MOVE SPACES TO WS-LINEA-ESTADO.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           ADD 1 TO WS-CANT-ESTADOS.

       3000-EMITIR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Bloque de una moneda del comercio en curso.
       3100-EMITIR-MONEDA.
           IF WS-EST-ITEM-ID(WS-INDICE-EST-2) NOT EQUAL
                 WS-COMERCIO-EN-CURSO
              GO TO 3100-EMITIR-MONEDA-EXIT
           END-IF.
           SET WS-EST-ITEM-EMITIDO-SI(WS-INDICE-EST-2) TO TRUE.

           MOVE 'MONEDA: ' TO WS-LINEA-ESTADO.
           MOVE WS-EST-ITEM-MONEDA(WS-INDICE-EST-2)
             TO WS-LINEA-ESTADO(9:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 'LIQUIDACIONES DEL MES' TO WS-ELC-LEYENDA.
           MOVE WS-EST-ITEM-CANT-LIQ(WS-INDICE-EST-2)
             TO WS-ELC-CANTIDAD.
           PERFORM 3200-GRABAR-CANTIDAD
              THRU 3200-GRABAR-CANTIDAD-EXIT.
           MOVE 'CONSUMOS LIQUIDADOS' TO WS-ELC-LEYENDA.
           MOVE WS-EST-ITEM-CANT-CONS(WS-INDICE-EST-2)
             TO WS-ELC-CANTIDAD.
           PERFORM 3200-GRABAR-CANTIDAD
              THRU 3200-GRABAR-CANTIDAD-EXIT.

           MOVE 'VENTAS BRUTAS' TO WS-ELI-LEYENDA.
           MOVE SPACE TO WS-ELI-SIGNO.
           MOVE WS-EST-ITEM-BRUTO(WS-INDICE-EST-2) TO WS-ELI-IMPORTE.
           PERFORM 3300-GRABAR-IMPORTE
              THRU 3300-GRABAR-IMPORTE-EXIT.
           MOVE 'COMISIONES' TO WS-ELI-LEYENDA.
           MOVE '-' TO WS-ELI-SIGNO.
           MOVE WS-EST-ITEM-COMISION(WS-INDICE-EST-2)
             TO WS-ELI-IMPORTE.
           PERFORM 3300-GRABAR-IMPORTE
              THRU 3300-GRABAR-IMPORTE-EXIT.
           MOVE 'RETENCIONES IMPOSITIVAS' TO WS-ELI-LEYENDA.
           MOVE '-' TO WS-ELI-SIGNO.
           MOVE WS-EST-ITEM-RETENCIONES(WS-INDICE-EST-2)
             TO WS-ELI-IMPORTE.
           PERFORM 3300-GRABAR-IMPORTE
              THRU 3300-GRABAR-IMPORTE-EXIT.
           MOVE 'CONTRACARGOS' TO WS-ELI-LEYENDA.
           MOVE '-' TO WS-ELI-SIGNO.
           MOVE WS-EST-ITEM-CONTRACARGOS(WS-INDICE-EST-2)
             TO WS-ELI-IMPORTE.
           PERFORM 3300-GRABAR-IMPORTE
              THRU 3300-GRABAR-IMPORTE-EXIT.
           MOVE 'SALDO ANTERIOR DESCONTADO' TO WS-ELI-LEYENDA.
           MOVE '-' TO WS-ELI-SIGNO.
           MOVE WS-EST-ITEM-ARRASTRE(WS-INDICE-EST-2)
             TO WS-ELI-IMPORTE.
           PERFORM 3300-GRABAR-IMPORTE
              THRU 3300-GRABAR-IMPORTE-EXIT.
           MOVE 'NETO LIQUIDADO' TO WS-ELI-LEYENDA.
           MOVE SPACE TO WS-ELI-SIGNO.
           MOVE WS-EST-ITEM-NETO(WS-INDICE-EST-2) TO WS-ELI-IMPORTE.
           PERFORM 3300-GRABAR-IMPORTE
              THRU 3300-GRABAR-IMPORTE-EXIT.

           MOVE 'PAGOS POR TRANSFERENCIA' TO WS-ELC-LEYENDA.
           MOVE WS-EST-ITEM-CANT-PAGOS(WS-INDICE-EST-2)
             TO WS-ELC-CANTIDAD.
           PERFORM 3200-GRABAR-CANTIDAD
              THRU 3200-GRABAR-CANTIDAD-EXIT.
           MOVE 'PAGOS REALIZADOS' TO WS-ELI-LEYENDA.
           MOVE SPACE TO WS-ELI-SIGNO.
           MOVE WS-EST-ITEM-PAGADO(WS-INDICE-EST-2) TO WS-ELI-IMPORTE.
           PERFORM 3300-GRABAR-IMPORTE
              THRU 3300-GRABAR-IMPORTE-EXIT.
           IF WS-EST-ITEM-RETENIDO(WS-INDICE-EST-2) GREATER THAN 0
              MOVE 'RETENIDO POR SUSPENSION' TO WS-ELI-LEYENDA
              MOVE SPACE TO WS-ELI-SIGNO
              MOVE WS-EST-ITEM-RETENIDO(WS-INDICE-EST-2)
                TO WS-ELI-IMPORTE
              PERFORM 3300-GRABAR-IMPORTE
                 THRU 3300-GRABAR-IMPORTE-EXIT
           END-IF.

           MOVE ALL '-' TO WS-LINEA-ESTADO.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3100-EMITIR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-GRABAR-CANTIDAD.
           MOVE WS-EST-LINEA-CANTIDAD TO WS-LINEA-ESTADO.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3200-GRABAR-CANTIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-GRABAR-IMPORTE.
           MOVE WS-EST-LINEA-IMPORTE TO WS-LINEA-ESTADO.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3300-GRABAR-IMPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.
           WRITE FD-ESTADO-LINEA FROM WS-LINEA-ESTADO.
           IF NOT FS-SAL-ESTADO-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-ESTADO
              DISPLAY 'FILE STATUS: ' FS-SAL-ESTADO
           END-IF.
           MOVE SPACES TO WS-LINEA-ESTADO.

       3900-GRABAR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           CLOSE SAL-ESTADO
                 COMERCIOS.

           DISPLAY 'LIQUIDACIONES DEL PERIODO : ' WS-CANT-LIQ-LEIDAS.
           DISPLAY 'PAGOS DEL PERIODO         : ' WS-CANT-PAGOS-LEIDOS.
           DISPLAY 'RETENIDAS DEL PERIODO     : ' WS-CANT-RETEN-LEIDAS.
           DISPLAY 'ESTADOS EMITIDOS          : ' WS-CANT-ESTADOS.
           DISPLAY 'COMERCIOS FUERA DEL MAESTRO: ' WS-CANT-SIN-MAESTRO.

           IF WS-CANT-SIN-MAESTRO GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02ESTCO.
