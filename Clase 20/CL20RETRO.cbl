      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-ESCALAFON.
       01 REG-ESCALAFON.
          05 REG-HIS-DEDUCCIONES            PIC 9(8)V9(2).
          05 REG-HIS-NETO                   PIC 9(8)V9(2).
          05 REG-HIS-VACACIONES             PIC 9(8)V9(2).
      * Aportes de seguridad social y retencion del impuesto a las
      * ganancias del registro (negativa = devolucion)
          05 REG-HIS-APORTES                PIC 9(8)V9(2).
          05 REG-HIS-GANANCIAS              PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD ENT-CONTROL.
       01 REG-ENT-CONTROL.
