          05 ENT-EMP-CBU                    PIC X(22).
      * Categoria del escalafon del legajo
          05 ENT-EMP-CATEGORIA              PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 ENT-EMP-CUIL                   PIC 9(11).

       FD ENT-DATOS-EXTRA.
       01 ENT-DATOS-EXTRA-REG.
