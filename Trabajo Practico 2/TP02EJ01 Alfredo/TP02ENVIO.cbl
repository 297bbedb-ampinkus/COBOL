      *          ENVIO_CONTROL.TXT dice cuantos resumenes y cuantas
      *          hojas fueron por cada canal, para facturarle a la
      *          imprenta lo que corresponde.
      *          Una tarjeta con el domicilio marcado como devuelto
      *          por el correo (TP02CORRE) no va a la imprenta: si
      *          tiene correo cargado el resumen sale por email, y si
      *          no queda retenido hasta que se corrija la direccion.
      *          Uso: TP02ENVIO <CICLO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
             10 WS-PREF-ITEM-TARJETA      PIC X(19).
             10 WS-PREF-ITEM-ENVIO        PIC X(01).
             10 WS-PREF-ITEM-EMAIL        PIC X(40).
             10 WS-PREF-ITEM-DOMDEV       PIC X(01).

      * Tarjeta del resumen que se esta particionando y su canal
       77 WS-TARJETA-ACTUAL                    PIC X(19) VALUE SPACES.
          05 WS-RES-EMAIL                      PIC 9(05) VALUE 0.
          05 WS-LIN-EMAIL                      PIC 9(07) VALUE 0.
          05 WS-RES-SIN-PREF                   PIC 9(05) VALUE 0.
          05 WS-RES-DEVUELTO-EMAIL             PIC 9(05) VALUE 0.
          05 WS-RES-RETENIDOS                  PIC 9(05) VALUE 0.

      * Linea de control armada
       01 WS-CONTROL-TEXTO.
                        TO WS-PREF-ITEM-ENVIO(WS-CANT-PREF)
                      MOVE REG-EXPORT-EMAIL
                        TO WS-PREF-ITEM-EMAIL(WS-CANT-PREF)
                      MOVE REG-EXPORT-DOMDEV
                        TO WS-PREF-ITEM-DOMDEV(WS-CANT-PREF)
                   ELSE
                      DISPLAY 'TARJETAS_EXPORT.TXT TIENE MAS DE 2000 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
              MOVE 'P' TO WS-ENVIO-ACTUAL
           END-IF.

      * Domicilio devuelto por el correo: no se vuelve a mandar papel
      * a la direccion mala. Con correo cargado el resumen sale solo
      * por email; sin correo queda retenido (canal R, ninguna
      * salida) hasta que se registre el cambio de domicilio.
           IF WS-PREF-ITEM-DOMDEV(WS-FILA-PREF) EQUAL 'S'
              AND (WS-ENVIO-ACTUAL EQUAL 'P' OR 'A')
              IF WS-EMAIL-ACTUAL NOT EQUAL SPACES
                 MOVE 'E' TO WS-ENVIO-ACTUAL
                 ADD 1 TO WS-RES-DEVUELTO-EMAIL
              ELSE
                 MOVE 'R' TO WS-ENVIO-ACTUAL
                 ADD 1 TO WS-RES-RETENIDOS
                 DISPLAY 'RESUMEN RETENIDO POR DOMICILIO DEVUELTO: '
                    WS-TARJETA-ACTUAL
              END-IF
           END-IF.

       2300-BUSCAR-PREFERENCIA-EXIT.
           EXIT.

           MOVE ' RESUMENES' TO WS-CONTROL-TEXTO(36:10).
           WRITE FD-CONTROL-LINEA FROM WS-CONTROL-TEXTO.

           MOVE SPACES TO WS-CONTROL-TEXTO.
           MOVE 'DOMIC. DEVUELTO (A EMAIL):    ' TO WS-CTL-LEYENDA.
           MOVE WS-RES-DEVUELTO-EMAIL TO WS-CTL-RESUMENES.
           MOVE ' RESUMENES' TO WS-CONTROL-TEXTO(36:10).
           WRITE FD-CONTROL-LINEA FROM WS-CONTROL-TEXTO.

           MOVE SPACES TO WS-CONTROL-TEXTO.
           MOVE 'DOMIC. DEVUELTO (RETENIDOS):  ' TO WS-CTL-LEYENDA.
           MOVE WS-RES-RETENIDOS TO WS-CTL-RESUMENES.
           MOVE ' RESUMENES' TO WS-CONTROL-TEXTO(36:10).
           WRITE FD-CONTROL-LINEA FROM WS-CONTROL-TEXTO.

       2900-GRABAR-CONTROL-EXIT.
           EXIT.

           DISPLAY 'RESUMENES A PAPEL : ' WS-RES-PAPEL.
           DISPLAY 'RESUMENES A EMAIL : ' WS-RES-EMAIL.
           DISPLAY 'SIN PREFERENCIA   : ' WS-RES-SIN-PREF.
           DISPLAY 'DOMIC. DEV. EMAIL : ' WS-RES-DEVUELTO-EMAIL.
           DISPLAY 'DOMIC. DEV. RETEN.: ' WS-RES-RETENIDOS.

       3000-FINALIZAR-EXIT.
           EXIT.
