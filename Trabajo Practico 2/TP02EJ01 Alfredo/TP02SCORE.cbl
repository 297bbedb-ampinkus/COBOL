          05 FD-SCO-ADELANTOS          PIC 9(02).

       FD SAL-PENDIENTES.
       01 FD-SAL-PENDIENTE             PIC X(222).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       77 WS-CANT-CAMBIOS                      PIC 9(04) VALUE 0.
       01 WS-TABLA-CAMBIOS.
          05 WS-CAMB-ITEM OCCURS 500 TIMES.
             10 WS-CAMB-LINEA             PIC X(222).

      * Contadores de control del batch
       01 WS-CONTADORES.
