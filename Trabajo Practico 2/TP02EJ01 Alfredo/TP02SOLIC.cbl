      *          MAESTARJ) y este lote los encola numerados y en
      *          estado P en CAMBIOS_PENDIENTES.TXT, a la espera de
      *          la firma de un segundo operador (TP02REVIS) antes de
      *          que TP02APLIC los ejecute. El alta de una cuenta
      *          nueva trae ademas el documento del titular, que
      *          MAESTARJ valida al aplicarla y con el que ata la
      *          cuenta al maestro de clientes.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
          05 REG-SOL-PRODUCTO          PIC X(01).
          05 REG-SOL-ENVIO             PIC X(01).
          05 REG-SOL-EMAIL             PIC X(40).
      * Documento del titular para el alta de una cuenta nueva
          05 REG-SOL-TIPO-DOC          PIC X(04).
          05 REG-SOL-NUMERO-DOC        PIC 9(11).

       FD ENT-PENDIENTES.
           COPY CAMBPEND.

       FD SAL-PENDIENTES.
       01 FD-SAL-PENDIENTE             PIC X(222).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
      * Score de comportamiento: arranca en cero, lo estampa
      * TP02SCORE sobre la cola
          05 WS-CN-SCORE               PIC 9(03).
          05 WS-CN-TIPO-DOC            PIC X(04).
          05 WS-CN-NUMERO-DOC          PIC 9(11).

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
      * solicitante, en el mismo orden de la cola.
           MOVE REG-SOLICITUD(9:181)   TO WS-CN-RESTO.
           MOVE 0                      TO WS-CN-SCORE.
           MOVE REG-SOL-TIPO-DOC       TO WS-CN-TIPO-DOC.
           MOVE REG-SOL-NUMERO-DOC     TO WS-CN-NUMERO-DOC.

           WRITE FD-SAL-PENDIENTE FROM WS-CAMBIO-NUEVO.
           IF NOT FS-SAL-PENDIENTES-OK
