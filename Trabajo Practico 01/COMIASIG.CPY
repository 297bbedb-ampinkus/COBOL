      ******************************************************************
      * CPY de COMISIONES_ASIGNADAS.TXT: la comision de cada alumno en
      * cada materia del ciclo, la lista de espera y las bajas. Lo
      * regraba completo TP01COMIS en cada corrida; de una corrida a
      * la otra es lo que permite promover la lista de espera cuando
      * alguien se da de baja.
      ******************************************************************
       01 FD-ASIGNACION.
           05 FD-ASG-CICLO             PIC X(06).
           05 FD-ASG-MATERIA           PIC X(30).
      * Comision asignada. En espera: la comision pedida, o en
      * blanco si al alumno le sirve cualquiera de la materia.
           05 FD-ASG-COMISION          PIC X(02).
      * Legajo del alumno (en cero si la inscripcion no lo traia)
           05 FD-ASG-LEGAJO            PIC 9(06).
           05 FD-ASG-APE-NOM           PIC X(40).
      * Estado: A asignado, E en lista de espera, B baja
           05 FD-ASG-ESTADO            PIC X(01).
              88 FD-ASG-ASIGNADO          VALUE 'A'.
              88 FD-ASG-ESPERA            VALUE 'E'.
              88 FD-ASG-BAJA              VALUE 'B'.
      * Promedio de la historia con el que se le dio prioridad
           05 FD-ASG-PROMEDIO          PIC 9(2)V9(2).
      * Orden de llegada a la lista de espera
           05 FD-ASG-ORDEN             PIC 9(05).
