      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       WORKING-STORAGE SECTION.

