          05 ENT-EMP-CBU                    PIC X(22).
      * Categoria del escalafon del legajo
          05 ENT-EMP-CATEGORIA              PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 ENT-EMP-CUIL                   PIC 9(11).

       FD SAL-EMPLEADOS.
       01 SAL-EMPLEADOS-REG.
      * CBU del empleado para el deposito del sueldo
          05 SAL-EMP-CBU                    PIC X(22).
          05 SAL-EMP-CATEGORIA              PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 SAL-EMP-CUIL                   PIC 9(11).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
