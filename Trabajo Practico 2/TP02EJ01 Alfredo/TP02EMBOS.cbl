      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02EMBOS.CBL - Lote nocturno de embozado. Recorre
      *          el log de control EMBOZADO_CONTROL.TXT, donde
      *          MAESTARJ asienta cada alta (mostrador, renovaciones
      *          de TP02RENOV y reemplazos de TP02REPLA), y por cada
      *          tarjeta pendiente de envio arma el detalle del
      *          plastico en EMBOZADO.TXT con el formato fijo del
      *          fabricante: nombre a embozar (NOMBRE APELLIDO),
      *          numero, vencimiento MM/AA, producto para el diseno
      *          y domicilio de entrega con codigo postal, tomados
      *          del master al momento del envio. Cada tarjeta
      *          enviada queda en estado E con el lote (la fecha del
      *          proceso), de modo que ninguna sale dos veces; las
      *          que ya no existen o se cerraron antes de salir
      *          quedan anuladas. Sin pendientes no se toca el
      *          EMBOZADO.TXT anterior.
      *          Uso: TP02EMBOS
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02EMBOS.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENT-CONTROL
           ASSIGN TO '../EMBOZADO_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONTROL.

           SELECT SAL-CONTROL
           ASSIGN TO '../EMBOZADO_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTROL.

           SELECT SAL-EMBOZADO
           ASSIGN TO '../EMBOZADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EMBOZADO.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-CONTROL.
           COPY EMBCTRL.

       FD SAL-CONTROL.
       01 FD-SAL-CONTROL               PIC X(74).

       FD SAL-EMBOZADO.
           COPY EMBOZADO.

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-CONTROL                    PIC X(2).
             88 FS-ENT-CONTROL-OK                  VALUE '00'.
             88 FS-ENT-CONTROL-EOF                 VALUE '10'.
             88 FS-ENT-CONTROL-NFD                 VALUE '35'.
          05 FS-SAL-CONTROL                    PIC X(2).
             88 FS-SAL-CONTROL-OK                  VALUE '00'.
          05 FS-SAL-EMBOZADO                   PIC X(2).
             88 FS-SAL-EMBOZADO-OK                 VALUE '00'.

      * Estructura de comunicacion con el master de tarjetas
       01 LK-TARJETA.
           COPY MAESTARJ.

       01 WS-CONTROL-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-CONTROL-EOF-YES                    VALUE 'TRUE'.
          88 WS-CONTROL-EOF-NO                     VALUE 'FALSE'.

      * Log de control entero en memoria, para regrabarlo con los
      * estados del envio
       77 WS-INDICE-CTRL                       PIC 9(04) VALUE 1.
       77 WS-CANT-CONTROL                      PIC 9(04) VALUE 0.
       01 WS-TABLA-CONTROL.
          05 WS-CTRL-LINEA OCCURS 2000 TIMES   PIC X(74).

      * Emisor que figura en la cabecera del lote
       01 WS-EMISOR                    PIC X(20)
          VALUE 'GAUCHOS CON COBOL'.

       01 WS-FECHA-PROCESO             PIC 9(08) VALUE 0.

      * Vencimiento del master (yyyy-mm-dd) y su version embozada
       01 WS-VENCIMIENTO.
          05 WS-VTO-ANIO               PIC X(04).
          05 FILLER                    PIC X(01).
          05 WS-VTO-MES                PIC X(02).
          05 FILLER                    PIC X(01).
          05 WS-VTO-DIA                PIC X(02).
       01 WS-VENCE-EMBOZADO.
          05 WS-VE-MES                 PIC X(02).
          05 FILLER                    PIC X(01) VALUE '/'.
          05 WS-VE-ANIO                PIC X(02).

       01 WS-CONTADORES.
          05 WS-CANT-PENDIENTES                PIC 9(06) VALUE 0.
          05 WS-CANT-ENVIADAS                  PIC 9(06) VALUE 0.
          05 WS-CANT-ANULADAS                  PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-PENDIENTES
              THRU 2000-PROCESAR-PENDIENTES-EXIT.

           PERFORM 2900-REGRABAR-CONTROL
              THRU 2900-REGRABAR-CONTROL-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           OPEN INPUT ENT-CONTROL.
           EVALUATE TRUE
               WHEN FS-ENT-CONTROL-OK
                   PERFORM 1100-LEER-CONTROL
                      THRU 1100-LEER-CONTROL-EXIT
                      UNTIL WS-CONTROL-EOF-YES
                   CLOSE ENT-CONTROL
               WHEN FS-ENT-CONTROL-NFD
                   DISPLAY 'NO HAY TARJETAS PARA EMBOZAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBOZADO_CONTROL.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONTROL
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Sin pendientes no se pisa el lote anterior, que puede no
      * haber sido retirado todavia por el fabricante.
           IF WS-CANT-PENDIENTES EQUAL 0
              DISPLAY 'NO HAY TARJETAS PARA EMBOZAR'
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-EMBOZADO.
           IF NOT FS-SAL-EMBOZADO-OK
              DISPLAY 'ERROR AL ABRIR EMBOZADO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-EMBOZADO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REG-EMBOZADO.
           SET REG-EMB-CABECERA TO TRUE.
           MOVE WS-FECHA-PROCESO TO REG-EMB-CAB-LOTE.
           MOVE WS-EMISOR        TO REG-EMB-CAB-EMISOR.
           WRITE REG-EMBOZADO.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-CONTROL.
           READ ENT-CONTROL
               AT END
                   SET WS-CONTROL-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CONTROL LESS THAN 2000
                      ADD 1 TO WS-CANT-CONTROL
                      MOVE REG-EMB-CONTROL
                        TO WS-CTRL-LINEA(WS-CANT-CONTROL)
                      IF REG-EMBC-PENDIENTE
                         ADD 1 TO WS-CANT-PENDIENTES
                      END-IF
                   ELSE
      * Regrabar el log sin los excedentes perderia su control de
      * envio: la corrida se corta sin mandar nada.
                      DISPLAY 'EL LOG DE EMBOZADO TIENE MAS DE 2000 '
                         'TARJETAS: NO SE ARMA EL LOTE'
                      CLOSE ENT-CONTROL
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1100-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-PENDIENTES.
           PERFORM 2100-EMBOZAR-TARJETA
              THRU 2100-EMBOZAR-TARJETA-EXIT
              VARYING WS-INDICE-CTRL FROM 1 BY 1
              UNTIL WS-INDICE-CTRL GREATER THAN WS-CANT-CONTROL.

       2000-PROCESAR-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada pendiente sale con los datos que tiene hoy el master (un
      * cambio de domicilio posterior al alta ya viaja corregido).
       2100-EMBOZAR-TARJETA.
           MOVE WS-CTRL-LINEA(WS-INDICE-CTRL) TO REG-EMB-CONTROL.

           IF NOT REG-EMBC-PENDIENTE
              GO TO 2100-EMBOZAR-TARJETA-EXIT
           END-IF.

           INITIALIZE LK-TARJETA.
           SET LK-MODO-LEER TO TRUE.
           MOVE REG-EMBC-TARJETA TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.

           IF NOT LK-RETORNO-OK
              SET REG-EMBC-ANULADA TO TRUE
              MOVE 'TARJETA INEXISTENTE' TO REG-EMBC-MOTIVO
              PERFORM 2200-ACTUALIZAR-CONTROL
                 THRU 2200-ACTUALIZAR-CONTROL-EXIT
              GO TO 2100-EMBOZAR-TARJETA-EXIT
           END-IF.

           IF LK-ESTADO-O-CERRADA
              SET REG-EMBC-ANULADA TO TRUE
              MOVE 'CERRADA ANTES DEL EMBOZADO' TO REG-EMBC-MOTIVO
              PERFORM 2200-ACTUALIZAR-CONTROL
                 THRU 2200-ACTUALIZAR-CONTROL-EXIT
              GO TO 2100-EMBOZAR-TARJETA-EXIT
           END-IF.

           MOVE SPACES TO REG-EMBOZADO.
           SET REG-EMB-DETALLE TO TRUE.
           MOVE LK-NUMERO-O TO REG-EMB-TARJETA.
           STRING LK-NOMBRE-O   DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  LK-APELLIDO-O DELIMITED BY '  '
             INTO REG-EMB-NOMBRE.

           MOVE LK-FECHA-VENCIMIENTO-O TO WS-VENCIMIENTO.
           IF WS-VENCIMIENTO NOT EQUAL SPACES
              MOVE WS-VTO-MES       TO WS-VE-MES
              MOVE WS-VTO-ANIO(3:2) TO WS-VE-ANIO
              MOVE WS-VENCE-EMBOZADO TO REG-EMB-VENCE
           END-IF.

           MOVE LK-PRODUCTO-O  TO REG-EMB-PRODUCTO.
           MOVE LK-DIRECCION-O TO REG-EMB-DIRECCION.
           MOVE LK-CODIGO-O    TO REG-EMB-CODIGO-POSTAL.
           WRITE REG-EMBOZADO.
           IF NOT FS-SAL-EMBOZADO-OK
              DISPLAY 'ERROR AL GRABAR EMBOZADO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-EMBOZADO
              GO TO 2100-EMBOZAR-TARJETA-EXIT
           END-IF.

           SET REG-EMBC-ENVIADA TO TRUE.
           MOVE WS-FECHA-PROCESO TO REG-EMBC-LOTE.
           PERFORM 2200-ACTUALIZAR-CONTROL
              THRU 2200-ACTUALIZAR-CONTROL-EXIT.

       2100-EMBOZAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-ACTUALIZAR-CONTROL.
           MOVE REG-EMB-CONTROL TO WS-CTRL-LINEA(WS-INDICE-CTRL).
           IF REG-EMBC-ENVIADA
              ADD 1 TO WS-CANT-ENVIADAS
           ELSE
              ADD 1 TO WS-CANT-ANULADAS
              DISPLAY 'EMBOZADO ANULADO: ' REG-EMBC-TARJETA ' '
                 REG-EMBC-MOTIVO
           END-IF.

       2200-ACTUALIZAR-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-REGRABAR-CONTROL.
           MOVE SPACES TO REG-EMBOZADO.
           SET REG-EMB-PIE TO TRUE.
           MOVE WS-FECHA-PROCESO TO REG-EMB-PIE-LOTE.
           MOVE WS-CANT-ENVIADAS TO REG-EMB-PIE-CANTIDAD.
           WRITE REG-EMBOZADO.
           CLOSE SAL-EMBOZADO.

           OPEN OUTPUT SAL-CONTROL.
           IF NOT FS-SAL-CONTROL-OK
              DISPLAY 'ERROR AL REGRABAR EMBOZADO_CONTROL.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONTROL
              MOVE 99 TO RETURN-CODE
              GO TO 2900-REGRABAR-CONTROL-EXIT
           END-IF.

           PERFORM 2910-GRABAR-CONTROL
              THRU 2910-GRABAR-CONTROL-EXIT
              VARYING WS-INDICE-CTRL FROM 1 BY 1
              UNTIL WS-INDICE-CTRL GREATER THAN WS-CANT-CONTROL.

           CLOSE SAL-CONTROL.

       2900-REGRABAR-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2910-GRABAR-CONTROL.
           WRITE FD-SAL-CONTROL FROM WS-CTRL-LINEA(WS-INDICE-CTRL).

       2910-GRABAR-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           DISPLAY 'LOTE DE EMBOZADO       : ' WS-FECHA-PROCESO.
           DISPLAY 'TARJETAS PENDIENTES    : ' WS-CANT-PENDIENTES.
           DISPLAY 'TARJETAS ENVIADAS      : ' WS-CANT-ENVIADAS.
           DISPLAY 'EMBOZADOS ANULADOS     : ' WS-CANT-ANULADAS.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02EMBOS.
