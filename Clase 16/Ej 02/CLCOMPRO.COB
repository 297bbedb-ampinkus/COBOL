      *----------------------------------------------------------------*
      *  Purpose: CLCOMPRO - Comprobantes de transferencia para el
      *           cliente. CLPOSTEO (transferencias posteadas) y
      *           CLINTERB (creditos interbancarios aceptados) dejan
      *           los datos de cada comprobante sin numerar en
      *           COMPROBANTES_PEND.TXT. En modo EMITIR este programa
      *           les asigna el numero correlativo siguiente al
      *           ultimo del registro COMPROBANTES.TXT, los agrega al
      *           registro, los imprime al final de
      *           COMPROBANTES_IMPRESION.TXT
      *           (operacion, fecha y hora, las dos cuentas con sus
      *           titulares, concepto con su descripcion de
      *           CONCEPTOS.TXT, importe y moneda, cotizacion si hubo
      *           cambio de moneda y comision cobrada) y vacia la
      *           cola. En modo REIMPRIMIR busca en el registro los
      *           comprobantes de la operacion pedida y los vuelve a
      *           imprimir, marcados como reimpresion, en
      *           COMPROBANTES_REIMPRESION.TXT (RC 4 si no hay).
      *           Uso: CLCOMPRO EMITIR
      *                CLCOMPRO REIMPRIMIR <NRO OPERACION>
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCOMPRO.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-PENDIENTES
           ASSIGN TO '../COMPROBANTES_PEND.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PENDIENTES.

       SELECT SAL-PENDIENTES
           ASSIGN TO '../COMPROBANTES_PEND.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PENDIENTES.

      * Registro de todos los comprobantes emitidos, con su numero
       SELECT ENT-REGISTRO
           ASSIGN TO '../COMPROBANTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-REGISTRO.

       SELECT SAL-REGISTRO
           ASSIGN TO '../COMPROBANTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REGISTRO.

      * Tabla de conceptos con su descripcion, la misma que valida
      * CLVALTRAN
       SELECT ENT-CONCEPTOS
           ASSIGN TO '../CONCEPTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONCEPTOS.

       SELECT SAL-IMPRESION
           ASSIGN TO '../COMPROBANTES_IMPRESION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-IMPRESION.

       SELECT SAL-REIMPRESION
           ASSIGN TO '../COMPROBANTES_REIMPRESION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REIMPRESION.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PENDIENTES.
       01 REG-ENT-PENDIENTE                   PIC X(212).

       FD SAL-PENDIENTES.
       01 REG-SAL-PENDIENTE                   PIC X(212).

       FD ENT-REGISTRO.
       01 REG-ENT-REGISTRO                    PIC X(212).

       FD SAL-REGISTRO.
       01 REG-SAL-REGISTRO                    PIC X(212).

       FD ENT-CONCEPTOS.
       01 REG-ENT-CONCEPTOS.
          05 REG-ENT-CONCEPTOS-COD            PIC X(03).
          05 REG-ENT-CONCEPTOS-DESCRIPCION    PIC X(30).

       FD SAL-IMPRESION.
       01 REG-IMPRESION-LINEA                 PIC X(78).

       FD SAL-REIMPRESION.
       01 REG-REIMPRESION-LINEA               PIC X(78).

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-PENDIENTES                PIC X(2).
             88 FS-ENT-PENDIENTES-OK          VALUE '00'.
             88 FS-ENT-PENDIENTES-EOF         VALUE '10'.
             88 FS-ENT-PENDIENTES-NFD         VALUE '35'.
          05 FS-SAL-PENDIENTES                PIC X(2).
             88 FS-SAL-PENDIENTES-OK          VALUE '00'.
          05 FS-ENT-REGISTRO                  PIC X(2).
             88 FS-ENT-REGISTRO-OK            VALUE '00'.
             88 FS-ENT-REGISTRO-EOF           VALUE '10'.
             88 FS-ENT-REGISTRO-NFD           VALUE '35'.
          05 FS-SAL-REGISTRO                  PIC X(2).
             88 FS-SAL-REGISTRO-OK            VALUE '00'.
             88 FS-SAL-REGISTRO-NFD           VALUE '35'.
          05 FS-ENT-CONCEPTOS                 PIC X(2).
             88 FS-ENT-CONCEPTOS-OK           VALUE '00'.
             88 FS-ENT-CONCEPTOS-EOF          VALUE '10'.
             88 FS-ENT-CONCEPTOS-NFD          VALUE '35'.
          05 FS-SAL-IMPRESION                 PIC X(2).
             88 FS-SAL-IMPRESION-OK           VALUE '00'.
             88 FS-SAL-IMPRESION-NFD          VALUE '35'.
          05 FS-SAL-REIMPRESION               PIC X(2).
             88 FS-SAL-REIMPRESION-OK         VALUE '00'.

      * Comprobante en curso (de la cola o del registro)
           COPY COMPROB.

      * Modo pedido y operacion a reimprimir
       01 WS-LINEA-COMANDO                    PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                        PIC X(10) VALUE SPACES.
          88 WS-MODO-EMITIR                   VALUE 'EMITIR'.
          88 WS-MODO-REIMPRIMIR               VALUE 'REIMPRIMIR'.
      * El numero de operacion llega sin ceros a la izquierda: se
      * alinea a derecha y se completa con ceros
       01 WS-PARM-OPERACION                   PIC X(10) VALUE SPACES
                                              JUSTIFIED RIGHT.
       01 WS-PARM-OPERACION-R REDEFINES WS-PARM-OPERACION.
          05 WS-OPERACION-PEDIDA              PIC 9(10).

      * Switches de fin de archivo
       01 WS-PENDIENTES-EOF                   PIC X(05) VALUE 'FALSE'.
          88 WS-PENDIENTES-EOF-YES            VALUE 'TRUE'.
          88 WS-PENDIENTES-EOF-NO             VALUE 'FALSE'.
       01 WS-REGISTRO-EOF                     PIC X(05) VALUE 'FALSE'.
          88 WS-REGISTRO-EOF-YES              VALUE 'TRUE'.
          88 WS-REGISTRO-EOF-NO               VALUE 'FALSE'.
       01 WS-CONCEPTOS-EOF                    PIC X(05) VALUE 'FALSE'.
          88 WS-CONCEPTOS-EOF-YES             VALUE 'TRUE'.
          88 WS-CONCEPTOS-EOF-NO              VALUE 'FALSE'.

      * Conceptos con su descripcion
       77 WS-INDICE-CONCEPTO                  PIC 9(02) VALUE 1.
       77 WS-CANT-CONCEPTOS                   PIC 9(02) VALUE 0.
       01 WS-TABLA-CONCEPTOS.
          05 WS-CONCEPTO OCCURS 20 TIMES.
             10 WS-CONCEPTO-COD               PIC X(03).
             10 WS-CONCEPTO-DESCRIPCION       PIC X(30).
       77 WS-DESCRIPCION-CONCEPTO             PIC X(36) VALUE SPACES.

      * Ultimo numero de comprobante emitido
       77 WS-ULTIMO-NUMERO                    PIC 9(08) VALUE 0.

      * Lineas del comprobante
       01 WS-CPB-SEPARADOR                    PIC X(78) VALUE ALL '='.
       01 WS-CPB-TITULO.
          05 FILLER                    PIC X(28)
             VALUE 'COMPROBANTE DE TRANSFERENCIA'.
          05 FILLER                    PIC X(34) VALUE SPACES.
          05 FILLER                    PIC X(05) VALUE 'NRO: '.
          05 WS-CPB-TIT-NUMERO         PIC 9(08).
       01 WS-CPB-OPERACION.
          05 FILLER                    PIC X(12) VALUE 'OPERACION : '.
          05 WS-CPB-OPE-NUMERO         PIC 9(10).
          05 FILLER                    PIC X(10) VALUE '   FECHA: '.
          05 WS-CPB-OPE-FECHA          PIC X(10).
          05 FILLER                    PIC X(09) VALUE '   HORA: '.
          05 WS-CPB-OPE-HORA           PIC X(08).
       01 WS-CPB-CUENTA.
          05 WS-CPB-CTA-LEYENDA        PIC X(12).
          05 WS-CPB-CTA-NUMERO         PIC X(22).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-CPB-CTA-TITULAR        PIC X(30).
       01 WS-CPB-CONCEPTO.
          05 FILLER                    PIC X(12) VALUE 'CONCEPTO  : '.
          05 WS-CPB-CON-CODIGO         PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CPB-CON-DESCRIPCION    PIC X(36).
       01 WS-CPB-IMPORTE.
          05 WS-CPB-IMP-LEYENDA        PIC X(12).
          05 WS-CPB-IMP-MONEDA         PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CPB-IMP-IMPORTE        PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-CPB-CAMBIO.
          05 FILLER                    PIC X(12) VALUE 'ACREDITADO: '.
          05 WS-CPB-CAM-MONEDA         PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CPB-CAM-IMPORTE        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(14)
             VALUE '  COTIZACION: '.
          05 WS-CPB-CAM-COTIZACION     PIC ZZZ9,9999.
       01 WS-CPB-REFERENCIA.
          05 FILLER                    PIC X(12) VALUE 'REFERENCIA: '.
          05 WS-CPB-REF-TEXTO          PIC X(20).

      * Linea a imprimir y a que archivo va
       01 WS-LINEA-IMPRESION                  PIC X(78) VALUE SPACES.
       01 WS-REIMPRESION                      PIC X(02) VALUE 'NO'.
          88 WS-REIMPRESION-SI                VALUE 'SI'.
          88 WS-REIMPRESION-NO                VALUE 'NO'.

       01 WS-CONTADORES.
          05 WS-CANT-EMITIDOS                 PIC 9(05) VALUE 0.
          05 WS-CANT-REIMPRESOS               PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           IF WS-MODO-EMITIR
              PERFORM 2000-EMITIR
                 THRU 2000-EMITIR-EXIT
           ELSE
              PERFORM 3000-REIMPRIMIR
                 THRU 3000-REIMPRIMIR-EXIT
           END-IF.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-OPERACION.
           IF NOT WS-MODO-EMITIR AND NOT WS-MODO-REIMPRIMIR
              PERFORM 1010-MOSTRAR-USO
                 THRU 1010-MOSTRAR-USO-EXIT
           END-IF.

           IF WS-MODO-REIMPRIMIR
              IF WS-PARM-OPERACION EQUAL SPACES
                 PERFORM 1010-MOSTRAR-USO
                    THRU 1010-MOSTRAR-USO-EXIT
              END-IF
              INSPECT WS-PARM-OPERACION
                 REPLACING LEADING SPACE BY '0'
              IF WS-PARM-OPERACION NOT NUMERIC
                 PERFORM 1010-MOSTRAR-USO
                    THRU 1010-MOSTRAR-USO-EXIT
              END-IF
           END-IF.

      * Sin CONCEPTOS.TXT uso la misma lista por defecto que
      * CLVALTRAN.
           OPEN INPUT ENT-CONCEPTOS.
           EVALUATE TRUE
               WHEN FS-ENT-CONCEPTOS-OK
                   PERFORM 1100-LEER-CONCEPTO
                      THRU 1100-LEER-CONCEPTO-EXIT
                      UNTIL WS-CONCEPTOS-EOF-YES
                   CLOSE ENT-CONCEPTOS
               WHEN FS-ENT-CONCEPTOS-NFD
                   PERFORM 1150-CARGAR-CONCEPTOS-DEFAULT
                      THRU 1150-CARGAR-CONCEPTOS-DEFAULT-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONCEPTOS.TXT: '
                       FS-ENT-CONCEPTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1010-MOSTRAR-USO.
           DISPLAY 'USO: CLCOMPRO EMITIR'.
           DISPLAY '     CLCOMPRO REIMPRIMIR <NRO OPERACION>'.
           MOVE 99 TO RETURN-CODE.
           STOP RUN.

       1010-MOSTRAR-USO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-CONCEPTO.
           READ ENT-CONCEPTOS
               AT END
                   SET WS-CONCEPTOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CONCEPTOS LESS THAN 20
                      ADD 1 TO WS-CANT-CONCEPTOS
                      MOVE REG-ENT-CONCEPTOS-COD
                        TO WS-CONCEPTO-COD(WS-CANT-CONCEPTOS)
                      MOVE REG-ENT-CONCEPTOS-DESCRIPCION
                        TO WS-CONCEPTO-DESCRIPCION(WS-CANT-CONCEPTOS)
                   ELSE
                      DISPLAY 'CONCEPTOS.TXT TIENE MAS DE 20 CODIGOS, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1100-LEER-CONCEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1150-CARGAR-CONCEPTOS-DEFAULT.
           MOVE 'VAR' TO WS-CONCEPTO-COD(1).
           MOVE 'Varios'      TO WS-CONCEPTO-DESCRIPCION(1).
           MOVE 'ALQ' TO WS-CONCEPTO-COD(2).
           MOVE 'Alquiler'    TO WS-CONCEPTO-DESCRIPCION(2).
           MOVE 'FAC' TO WS-CONCEPTO-COD(3).
           MOVE 'Factura'     TO WS-CONCEPTO-DESCRIPCION(3).
           MOVE 'HON' TO WS-CONCEPTO-COD(4).
           MOVE 'Honorarios'  TO WS-CONCEPTO-DESCRIPCION(4).
           MOVE 'SUE' TO WS-CONCEPTO-COD(5).
           MOVE 'Sueldos'     TO WS-CONCEPTO-DESCRIPCION(5).
           MOVE 'BEC' TO WS-CONCEPTO-COD(6).
           MOVE 'Becas'       TO WS-CONCEPTO-DESCRIPCION(6).
           MOVE 'TAR' TO WS-CONCEPTO-COD(7).
           MOVE 'Pago de tarjeta' TO WS-CONCEPTO-DESCRIPCION(7).
           MOVE 7 TO WS-CANT-CONCEPTOS.

       1150-CARGAR-CONCEPTOS-DEFAULT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-EMITIR.
      * El ultimo numero emitido sale del registro: la numeracion
      * sigue entre corridas.
           OPEN INPUT ENT-REGISTRO.
           EVALUATE TRUE
               WHEN FS-ENT-REGISTRO-OK
                   PERFORM 2010-LEER-ULTIMO
                      THRU 2010-LEER-ULTIMO-EXIT
                      UNTIL WS-REGISTRO-EOF-YES
                   CLOSE ENT-REGISTRO
               WHEN FS-ENT-REGISTRO-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COMPROBANTES.TXT: '
                       FS-ENT-REGISTRO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-PENDIENTES.
           EVALUATE TRUE
               WHEN FS-ENT-PENDIENTES-OK
                   CONTINUE
               WHEN FS-ENT-PENDIENTES-NFD
                   DISPLAY 'NO HAY COMPROBANTES PENDIENTES DE EMITIR'
                   GO TO 2000-EMITIR-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COMPROBANTES_PEND.TXT: '
                       FS-ENT-PENDIENTES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN EXTEND SAL-REGISTRO.
           IF FS-SAL-REGISTRO-NFD
              OPEN OUTPUT SAL-REGISTRO
           END-IF.
           IF NOT FS-SAL-REGISTRO-OK
              DISPLAY 'ERROR AL ABRIR COMPROBANTES.TXT: '
                  FS-SAL-REGISTRO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * La impresion se acumula: una corrida vacia no pisa lo que
      * todavia no se entrego.
           OPEN EXTEND SAL-IMPRESION.
           IF FS-SAL-IMPRESION-NFD
              OPEN OUTPUT SAL-IMPRESION
           END-IF.
           IF NOT FS-SAL-IMPRESION-OK
              DISPLAY 'ERROR AL ABRIR COMPROBANTES_IMPRESION.TXT: '
                  FS-SAL-IMPRESION
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-REIMPRESION-NO TO TRUE.
           PERFORM 2100-EMITIR-COMPROBANTE
              THRU 2100-EMITIR-COMPROBANTE-EXIT
              UNTIL WS-PENDIENTES-EOF-YES.

           CLOSE ENT-PENDIENTES.
           CLOSE SAL-REGISTRO.
           CLOSE SAL-IMPRESION.

      * Todo lo pendiente quedo numerado en el registro: la cola se
      * vacia para que la proxima corrida no lo vuelva a emitir.
           OPEN OUTPUT SAL-PENDIENTES.
           IF NOT FS-SAL-PENDIENTES-OK
              DISPLAY 'ERROR AL VACIAR COMPROBANTES_PEND.TXT: '
                  FS-SAL-PENDIENTES
              MOVE 99 TO RETURN-CODE
           ELSE
              CLOSE SAL-PENDIENTES
           END-IF.

       2000-EMITIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2010-LEER-ULTIMO.
           READ ENT-REGISTRO INTO REG-COMPROBANTE
               AT END
                   SET WS-REGISTRO-EOF-YES TO TRUE
               NOT AT END
                   IF REG-CPB-NUMERO GREATER THAN WS-ULTIMO-NUMERO
                      MOVE REG-CPB-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
           END-READ.

       2010-LEER-ULTIMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-EMITIR-COMPROBANTE.
           READ ENT-PENDIENTES INTO REG-COMPROBANTE
               AT END
                   SET WS-PENDIENTES-EOF-YES TO TRUE
                   GO TO 2100-EMITIR-COMPROBANTE-EXIT
           END-READ.

           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-NUMERO TO REG-CPB-NUMERO.

           WRITE REG-SAL-REGISTRO FROM REG-COMPROBANTE.
           IF NOT FS-SAL-REGISTRO-OK
              DISPLAY 'ERROR AL GRABAR COMPROBANTES.TXT: '
                  FS-SAL-REGISTRO
           END-IF.

           PERFORM 2500-IMPRIMIR-COMPROBANTE
              THRU 2500-IMPRIMIR-COMPROBANTE-EXIT.
           ADD 1 TO WS-CANT-EMITIDOS.

       2100-EMITIR-COMPROBANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-IMPRIMIR-COMPROBANTE.
           MOVE WS-CPB-SEPARADOR TO WS-LINEA-IMPRESION.
           PERFORM 2590-ESCRIBIR-LINEA THRU 2590-ESCRIBIR-LINEA-EXIT.

           MOVE REG-CPB-NUMERO TO WS-CPB-TIT-NUMERO.
           MOVE WS-CPB-TITULO TO WS-LINEA-IMPRESION.
           PERFORM 2590-ESCRIBIR-LINEA THRU 2590-ESCRIBIR-LINEA-EXIT.

           IF WS-REIMPRESION-SI
              MOVE '*** REIMPRESION ***' TO WS-LINEA-IMPRESION
              PERFORM 2590-ESCRIBIR-LINEA
                 THRU 2590-ESCRIBIR-LINEA-EXIT
           END-IF.

           MOVE REG-CPB-NRO-OPERACION TO WS-CPB-OPE-NUMERO.
           MOVE REG-CPB-FECHA TO WS-CPB-OPE-FECHA.
           MOVE REG-CPB-HORA TO WS-CPB-OPE-HORA.
           MOVE WS-CPB-OPERACION TO WS-LINEA-IMPRESION.
           PERFORM 2590-ESCRIBIR-LINEA THRU 2590-ESCRIBIR-LINEA-EXIT.

           MOVE 'ORIGEN    : ' TO WS-CPB-CTA-LEYENDA.
           MOVE REG-CPB-CUENTA-DEBITO TO WS-CPB-CTA-NUMERO.
           MOVE REG-CPB-TITULAR-DEBITO TO WS-CPB-CTA-TITULAR.
           MOVE WS-CPB-CUENTA TO WS-LINEA-IMPRESION.
           PERFORM 2590-ESCRIBIR-LINEA THRU 2590-ESCRIBIR-LINEA-EXIT.

           MOVE 'DESTINO   : ' TO WS-CPB-CTA-LEYENDA.
           MOVE REG-CPB-CUENTA-CREDITO TO WS-CPB-CTA-NUMERO.
           MOVE REG-CPB-TITULAR-CREDITO TO WS-CPB-CTA-TITULAR.
           MOVE WS-CPB-CUENTA TO WS-LINEA-IMPRESION.
           PERFORM 2590-ESCRIBIR-LINEA THRU 2590-ESCRIBIR-LINEA-EXIT.

           PERFORM 2550-DESCRIBIR-CONCEPTO
              THRU 2550-DESCRIBIR-CONCEPTO-EXIT.
           MOVE REG-CPB-COD-CONCEPTO TO WS-CPB-CON-CODIGO.
           MOVE WS-DESCRIPCION-CONCEPTO TO WS-CPB-CON-DESCRIPCION.
           MOVE WS-CPB-CONCEPTO TO WS-LINEA-IMPRESION.
           PERFORM 2590-ESCRIBIR-LINEA THRU 2590-ESCRIBIR-LINEA-EXIT.

           MOVE 'IMPORTE   : ' TO WS-CPB-IMP-LEYENDA.
           MOVE REG-CPB-MONEDA TO WS-CPB-IMP-MONEDA.
           MOVE REG-CPB-IMPORTE TO WS-CPB-IMP-IMPORTE.
           MOVE WS-CPB-IMPORTE TO WS-LINEA-IMPRESION.
           PERFORM 2590-ESCRIBIR-LINEA THRU 2590-ESCRIBIR-LINEA-EXIT.

      * Con cambio de moneda se muestra lo acreditado en la moneda
      * del destino y la cotizacion aplicada.
           IF REG-CPB-COTIZACION GREATER THAN 0
              MOVE REG-CPB-MONEDA-DESTINO TO WS-CPB-CAM-MONEDA
              MOVE REG-CPB-IMPORTE-DESTINO TO WS-CPB-CAM-IMPORTE
              MOVE REG-CPB-COTIZACION TO WS-CPB-CAM-COTIZACION
              MOVE WS-CPB-CAMBIO TO WS-LINEA-IMPRESION
              PERFORM 2590-ESCRIBIR-LINEA
                 THRU 2590-ESCRIBIR-LINEA-EXIT
           END-IF.

           MOVE 'COMISION  : ' TO WS-CPB-IMP-LEYENDA.
           MOVE REG-CPB-MONEDA TO WS-CPB-IMP-MONEDA.
           MOVE REG-CPB-COMISION TO WS-CPB-IMP-IMPORTE.
           MOVE WS-CPB-IMPORTE TO WS-LINEA-IMPRESION.
           PERFORM 2590-ESCRIBIR-LINEA THRU 2590-ESCRIBIR-LINEA-EXIT.

           IF REG-CPB-REFERENCIA NOT EQUAL SPACES
              MOVE REG-CPB-REFERENCIA TO WS-CPB-REF-TEXTO
              MOVE WS-CPB-REFERENCIA TO WS-LINEA-IMPRESION
              PERFORM 2590-ESCRIBIR-LINEA
                 THRU 2590-ESCRIBIR-LINEA-EXIT
           END-IF.

       2500-IMPRIMIR-COMPROBANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Los interbancarios no traen concepto: se describen como
      * transferencia recibida.
       2550-DESCRIBIR-CONCEPTO.
           MOVE SPACES TO WS-DESCRIPCION-CONCEPTO.
           IF REG-CPB-INTERBANCARIA
              MOVE 'TRANSFERENCIA RECIBIDA DE OTRO BANCO'
                TO WS-DESCRIPCION-CONCEPTO
              GO TO 2550-DESCRIBIR-CONCEPTO-EXIT
           END-IF.

           PERFORM 2560-COMPARAR-CONCEPTO
              THRU 2560-COMPARAR-CONCEPTO-EXIT
              VARYING WS-INDICE-CONCEPTO FROM 1 BY 1
              UNTIL WS-INDICE-CONCEPTO GREATER THAN WS-CANT-CONCEPTOS.

       2550-DESCRIBIR-CONCEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2560-COMPARAR-CONCEPTO.
           IF REG-CPB-COD-CONCEPTO EQUAL
                 WS-CONCEPTO-COD(WS-INDICE-CONCEPTO)
              MOVE WS-CONCEPTO-DESCRIPCION(WS-INDICE-CONCEPTO)
                TO WS-DESCRIPCION-CONCEPTO
           END-IF.

       2560-COMPARAR-CONCEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2590-ESCRIBIR-LINEA.
           IF WS-REIMPRESION-SI
              WRITE REG-REIMPRESION-LINEA FROM WS-LINEA-IMPRESION
           ELSE
              WRITE REG-IMPRESION-LINEA FROM WS-LINEA-IMPRESION
           END-IF.
           MOVE SPACES TO WS-LINEA-IMPRESION.

       2590-ESCRIBIR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-REIMPRIMIR.
           OPEN INPUT ENT-REGISTRO.
           EVALUATE TRUE
               WHEN FS-ENT-REGISTRO-OK
                   CONTINUE
               WHEN FS-ENT-REGISTRO-NFD
                   DISPLAY 'NO HAY COMPROBANTES EMITIDOS'
                   MOVE 4 TO RETURN-CODE
                   GO TO 3000-REIMPRIMIR-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COMPROBANTES.TXT: '
                       FS-ENT-REGISTRO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-REIMPRESION.
           IF NOT FS-SAL-REIMPRESION-OK
              DISPLAY 'ERROR AL ABRIR COMPROBANTES_REIMPRESION.TXT: '
                  FS-SAL-REIMPRESION
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-REIMPRESION-SI TO TRUE.
           PERFORM 3100-BUSCAR-COMPROBANTE
              THRU 3100-BUSCAR-COMPROBANTE-EXIT
              UNTIL WS-REGISTRO-EOF-YES.

           CLOSE ENT-REGISTRO.
           CLOSE SAL-REIMPRESION.

           IF WS-CANT-REIMPRESOS EQUAL 0
              DISPLAY 'NO HAY COMPROBANTE PARA LA OPERACION '
                  WS-OPERACION-PEDIDA
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-REIMPRIMIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un numero de operacion propio y uno de la camara pueden
      * coincidir: se reimprimen todos los comprobantes que lo
      * lleven.
       3100-BUSCAR-COMPROBANTE.
           READ ENT-REGISTRO INTO REG-COMPROBANTE
               AT END
                   SET WS-REGISTRO-EOF-YES TO TRUE
                   GO TO 3100-BUSCAR-COMPROBANTE-EXIT
           END-READ.

           IF REG-CPB-NRO-OPERACION EQUAL WS-OPERACION-PEDIDA
              PERFORM 2500-IMPRIMIR-COMPROBANTE
                 THRU 2500-IMPRIMIR-COMPROBANTE-EXIT
              ADD 1 TO WS-CANT-REIMPRESOS
           END-IF.

       3100-BUSCAR-COMPROBANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           IF WS-MODO-EMITIR
              DISPLAY 'COMPROBANTES EMITIDOS : ' WS-CANT-EMITIDOS
              DISPLAY 'ULTIMO NUMERO         : ' WS-ULTIMO-NUMERO
           ELSE
              DISPLAY 'COMPROBANTES REIMPRESOS: ' WS-CANT-REIMPRESOS
           END-IF.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLCOMPRO.
