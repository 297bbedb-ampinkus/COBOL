           COPY CAMBPEND.

       FD SAL-PENDIENTES.
       01 FD-SAL-PENDIENTE             PIC X(222).

       FD ENT-REVISIONES.
       01 REG-REVISION.
       77 WS-FILA-CAMB                         PIC 9(04) VALUE 0.
       01 WS-TABLA-CAMBIOS.
          05 WS-CAMB-ITEM OCCURS 500 TIMES.
             10 WS-CAMB-LINEA             PIC X(222).
             10 WS-CAMB-BORRAR            PIC X(01).

      * Lineas del listado de revision
