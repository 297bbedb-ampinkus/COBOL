          05 ENT-EMP-CBU                    PIC X(22).
      * Categoria del escalafon del legajo
          05 ENT-EMP-CATEGORIA              PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 ENT-EMP-CUIL                   PIC 9(11).

       FD SAL-EMPLEADOS.
      * Los datos del archivo de empleados
      * CBU del empleado para el deposito del sueldo
           05 SAL-EMP-CBU                    PIC X(22).
           05 SAL-EMP-CATEGORIA              PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
           05 SAL-EMP-CUIL                   PIC 9(11).
      * Agrego los datos extra por si existen
           05 SAL-EMP-TIPO-DOC               PIC X(03).
           05 SAL-EMP-NRO-DOC                PIC X(08).
