          05 ENVIO-RESUMEN                 PIC X(01).
          05 EMAIL-TITULAR                 PIC X(40).
          05 GRUPO-CICLO                   PIC 9(01).
          05 DOMICILIO-DEVUELTO            PIC X(01).

       FD SAL-REPORTE.
       01 FD-LINEA-REPORTE              PIC X(110).
       01 WS-TABLA-EXPORT.
          05 WS-CANT-EXPORT            PIC 9(05) COMP VALUE 0.
          05 WS-EXP-ITEM OCCURS 5000 TIMES.
             10 WS-EXP-ITEM-REG        PIC X(182).
             10 WS-EXP-ITEM-VISTA      PIC X(01).

      * Registro de trabajo con el layout del master, para armar
          05 WS-EXP-ENVIO              PIC X(01).
          05 WS-EXP-EMAIL              PIC X(40).
          05 WS-EXP-GRUPO              PIC 9(01).
          05 WS-EXP-DOMDEV             PIC X(01).

      * Nombre del campo que difiere, para el reporte
       77 WS-CAMPO-DIFERENTE           PIC X(15) VALUE SPACES.
           MOVE REG-EXPORT-ENVIO          TO WS-EXP-ENVIO.
           MOVE REG-EXPORT-EMAIL          TO WS-EXP-EMAIL.
           MOVE REG-EXPORT-GRUPO          TO WS-EXP-GRUPO.
           MOVE REG-EXPORT-DOMDEV         TO WS-EXP-DOMDEV.

       2200-ARMAR-REGISTRO-EXIT.
           EXIT.
              PERFORM 3450-REPORTAR-DIFERENCIA
                 THRU 3450-REPORTAR-DIFERENCIA-EXIT
           END-IF.
           IF WS-EXP-DOMDEV NOT EQUAL DOMICILIO-DEVUELTO
              MOVE 'DOM-DEVUELTO' TO WS-CAMPO-DIFERENTE
              PERFORM 3450-REPORTAR-DIFERENCIA
                 THRU 3450-REPORTAR-DIFERENCIA-EXIT
           END-IF.

       3400-COMPARAR-CAMPOS-EXIT.
           EXIT.
