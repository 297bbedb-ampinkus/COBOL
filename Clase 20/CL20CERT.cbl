      *          empresa en CERTIFICADOS_RESUMEN.TXT para el
      *          contador. Con un legajo como segundo parametro
      *          reimprime solo ese certificado. Las tijeras de RRHH
      *          quedan jubiladas. El impuesto a las ganancias sale
      *          de lo retenido y devuelto segun la historia, no de
      *          un porcentaje de DEDUCCIONES.TXT.
      *          Uso: CL20CERT <ANIO AAAA> [LEGAJO]
      * Tectonics: cobc
      ******************************************************************
      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-HISTORIA.
       01 REG-HISTORIA.
          05 REG-HIS-DEDUCCIONES            PIC 9(8)V9(2).
          05 REG-HIS-NETO                   PIC 9(8)V9(2).
          05 REG-HIS-VACACIONES             PIC 9(8)V9(2).
      * Aportes de seguridad social y retencion del impuesto a las
      * ganancias del registro (negativa = devolucion); los
      * registros anteriores a la retencion por escala no los traen
          05 REG-HIS-APORTES                PIC 9(8)V9(2).
          05 REG-HIS-GANANCIAS              PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD ENT-DEDUCCIONES.
       01 REG-DEDUCCION.
             10 WS-LEG-BRUTO               PIC 9(10)V9(2).
             10 WS-LEG-SAC                 PIC 9(10)V9(2).
             10 WS-LEG-NETO                PIC 9(10)V9(2).
             10 WS-LEG-GAN-RETENIDO        PIC 9(10)V9(2).
             10 WS-LEG-GAN-DEVUELTO        PIC 9(10)V9(2).
             10 WS-LEG-DED OCCURS 10 TIMES.
                15 WS-LEG-DED-TOTAL        PIC 9(10)V9(2).

                   MOVE 'OSOC' TO WS-DED-CODIGO(2)
                   MOVE 'Obra social' TO WS-DED-DESCRIPCION(2)
                   MOVE 0,0300 TO WS-DED-PORCENTAJE(2)
                   MOVE 2 TO WS-CANT-DEDUCCIONES
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DEDUCCIONES.TXT'
                   STOP RUN
           EXIT.

      *----------------------------------------------------------------*
      * Ganancias no se reconstruye con porcentaje: sale de lo
      * efectivamente retenido en la historia (ver 2200).
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
           END-IF.

       1210-LEER-DEDUCCION-FIN.
           EXIT.
           ADD REG-HIS-BRUTO TO WS-LEG-BRUTO(WS-FILA-LEG).
           ADD REG-HIS-NETO  TO WS-LEG-NETO(WS-FILA-LEG).

      * Impuesto a las ganancias tal como se retuvo o devolvio.
           IF REG-HIS-GANANCIAS IS NUMERIC
              IF REG-HIS-GANANCIAS GREATER THAN 0
                 ADD REG-HIS-GANANCIAS
                    TO WS-LEG-GAN-RETENIDO(WS-FILA-LEG)
              ELSE
                 SUBTRACT REG-HIS-GANANCIAS
                    FROM WS-LEG-GAN-DEVUELTO(WS-FILA-LEG)
              END-IF
           END-IF.

      * Cada deduccion se reconstruye con el porcentaje vigente y
      * el mismo redondeo mensual del recibo.
           PERFORM 2300-ACUMULAR-DEDUCCION
              VARYING WS-INDICE-DED FROM 1 BY 1
              UNTIL WS-INDICE-DED GREATER THAN WS-CANT-DEDUCCIONES.

           IF WS-LEG-GAN-RETENIDO(WS-INDICE-LEG) GREATER THAN 0
              MOVE 'RETENCION GANANCIAS' TO WS-CER-CONCEPTO
              MOVE '-' TO WS-CER-SIGNO
              MOVE WS-LEG-GAN-RETENIDO(WS-INDICE-LEG)
                TO WS-CER-IMPORTE
              WRITE REG-CERTIFICADO FROM WS-CER-LINEA
           END-IF.
           IF WS-LEG-GAN-DEVUELTO(WS-INDICE-LEG) GREATER THAN 0
              MOVE 'DEVOLUCION GANANCIAS' TO WS-CER-CONCEPTO
              MOVE '+' TO WS-CER-SIGNO
              MOVE WS-LEG-GAN-DEVUELTO(WS-INDICE-LEG)
                TO WS-CER-IMPORTE
              WRITE REG-CERTIFICADO FROM WS-CER-LINEA
           END-IF.

           MOVE 'NETO PAGADO' TO WS-CER-CONCEPTO.
           MOVE '=' TO WS-CER-SIGNO.
           MOVE WS-LEG-NETO(WS-INDICE-LEG) TO WS-CER-IMPORTE.
