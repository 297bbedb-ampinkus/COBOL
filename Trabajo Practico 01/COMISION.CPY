      ******************************************************************
      * CPY de COMISIONES.TXT: las comisiones de cada materia en cada
      * ciclo lectivo, con su horario, aula y cupo. Lo mantiene la
      * secretaria academica a mano, igual que CORRELATIVAS.TXT. Una
      * comision cursa hasta dos veces por semana; el segundo horario
      * va con dia 0 si no se usa.
      ******************************************************************
       01 FD-COMISION.
           05 FD-COM-MATERIA           PIC X(30).
      * Ciclo lectivo (AAAA-N)
           05 FD-COM-CICLO             PIC X(06).
           05 FD-COM-COMISION          PIC X(02).
           05 FD-COM-HORARIO OCCURS 2 TIMES.
      * Dia de la semana: 1 lunes ... 6 sabado (0 sin horario)
              10 FD-COM-DIA            PIC 9(01).
      * Hora de comienzo y de fin, HHMM
              10 FD-COM-DESDE          PIC 9(04).
              10 FD-COM-HASTA          PIC 9(04).
           05 FD-COM-AULA              PIC X(10).
      * Cantidad de bancos del aula para la comision
           05 FD-COM-CUPO              PIC 9(03).
