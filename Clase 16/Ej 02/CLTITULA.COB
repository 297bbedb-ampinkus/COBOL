      *----------------------------------------------------------------*
      *  Purpose: CLTITULA - Modulo invocable de titulares de cuenta
      *           (mismo esquema CALL que CLVALCBU). Lee en
      *           CUENTAS_TITULARES.TXT las personas titulares de la
      *           cuenta recibida y las devuelve en orden de
      *           prelacion, con sus nombres ya armados para mostrar.
      *           En la funcion F verifica ademas que los documentos
      *           de quienes firman un pedido cubran el regimen de
      *           firmas de la cuenta: todos los titulares conjuntos
      *           o, si la cuenta no tiene conjuntos, cualquiera de
      *           los indistintos. El archivo lo mantiene CLCTAMNT y
      *           se relee en cada llamada.
      *           Codigos de retorno:
      *             00 - ok (en F: las firmas alcanzan)
      *             10 - la cuenta no tiene titulares cargados
      *             20 - faltan firmas
      *             30 - funcion invalida
      *             99 - error al abrir CUENTAS_TITULARES.TXT
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLTITULA.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Titulares de cada cuenta. Si no existe, ninguna cuenta tiene
      * titulares cargados.
       SELECT ENT-TITULARES
           ASSIGN TO '../CUENTAS_TITULARES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TITULARES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-TITULARES.
           COPY COTITUL.

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-TITULARES                 PIC X(2).
             88 FS-ENT-TITULARES-OK           VALUE '00'.
             88 FS-ENT-TITULARES-EOF          VALUE '10'.
             88 FS-ENT-TITULARES-NFD          VALUE '35'.

       01 WS-TITULARES-EOF                    PIC X(05) VALUE 'FALSE'.
          88 WS-TITULARES-EOF-YES                 VALUE 'TRUE'.
          88 WS-TITULARES-EOF-NO                  VALUE 'FALSE'.

       01 WS-FIRMO                            PIC X(02) VALUE 'NO'.
          88 WS-FIRMO-SI                          VALUE 'SI'.
          88 WS-FIRMO-NO                          VALUE 'NO'.

       77 WS-INDICE-TIT                       PIC 9(01) VALUE 1.
       77 WS-INDICE-AUX                       PIC 9(01) VALUE 1.
       77 WS-INDICE-FIRMA                     PIC 9(01) VALUE 1.
       77 WS-CANT-CONJUNTOS                   PIC 9(01) VALUE 0.
       77 WS-PUNTERO-NOMBRES                  PIC 9(03) VALUE 1.

      * Renglon auxiliar para ordenar por prelacion
       01 WS-TIT-AUX.
          05 WS-TIT-AUX-ORDEN                 PIC 9(02).
          05 WS-TIT-AUX-TIPO-DOC              PIC X(04).
          05 WS-TIT-AUX-NUMERO-DOC            PIC 9(11).
          05 WS-TIT-AUX-NOMBRE                PIC X(30).
          05 WS-TIT-AUX-ROL                   PIC X(01).

       LINKAGE SECTION.
      * ESTRUCTURA DE DATOS DE COMUNICACION RUTINA CLTITULA
       01 LK-TIT-AREA.
           COPY CLTITULA.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-TIT-AREA.

       MAIN-PROCEDURE.
           SET LK-TIT-RETORNO-OK TO TRUE.
           MOVE 0      TO LK-TIT-CANT.
           MOVE SPACES TO LK-TIT-NOMBRES.
           MOVE SPACES TO LK-TIT-FALTANTE.

           IF NOT LK-TIT-LISTAR
              AND NOT LK-TIT-VERIFICAR
              SET LK-TIT-FUNCION-INVALIDA TO TRUE
              GOBACK
           END-IF.

           PERFORM 1000-CARGAR-TITULARES
              THRU 1000-CARGAR-TITULARES-EXIT.
           IF LK-TIT-ERROR
              GOBACK
           END-IF.

           IF LK-TIT-CANT EQUAL 0
              SET LK-TIT-SIN-TITULARES TO TRUE
              GOBACK
           END-IF.

           PERFORM 2000-ORDENAR-TITULARES
              THRU 2000-ORDENAR-TITULARES-EXIT
              VARYING WS-INDICE-TIT FROM 1 BY 1
                UNTIL WS-INDICE-TIT GREATER THAN LK-TIT-CANT
              AFTER WS-INDICE-AUX FROM 1 BY 1
                UNTIL WS-INDICE-AUX GREATER THAN LK-TIT-CANT.

           MOVE 1 TO WS-PUNTERO-NOMBRES.
           PERFORM 2100-ARMAR-NOMBRES
              THRU 2100-ARMAR-NOMBRES-EXIT
              VARYING WS-INDICE-TIT FROM 1 BY 1
                UNTIL WS-INDICE-TIT GREATER THAN LK-TIT-CANT.

           IF LK-TIT-VERIFICAR
              PERFORM 3000-VERIFICAR-FIRMAS
                 THRU 3000-VERIFICAR-FIRMAS-EXIT
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       1000-CARGAR-TITULARES.
           OPEN INPUT ENT-TITULARES.
           EVALUATE TRUE
               WHEN FS-ENT-TITULARES-OK
                   SET WS-TITULARES-EOF-NO TO TRUE
                   PERFORM 1100-LEER-TITULAR
                      THRU 1100-LEER-TITULAR-EXIT
                      UNTIL WS-TITULARES-EOF-YES
                   CLOSE ENT-TITULARES
               WHEN FS-ENT-TITULARES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CUENTAS_TITULARES.TXT: '
                      FS-ENT-TITULARES
                   SET LK-TIT-ERROR TO TRUE
           END-EVALUATE.

       1000-CARGAR-TITULARES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-TITULAR.
           READ ENT-TITULARES
               AT END
                   SET WS-TITULARES-EOF-YES TO TRUE
               NOT AT END
                   IF REG-COT-CUENTA EQUAL LK-TIT-CUENTA
                      IF LK-TIT-CANT LESS THAN 5
                         ADD 1 TO LK-TIT-CANT
                         MOVE REG-COT-ORDEN
                           TO LK-TIT-ORDEN(LK-TIT-CANT)
                         MOVE REG-COT-TIPO-DOC
                           TO LK-TIT-TIPO-DOC(LK-TIT-CANT)
                         MOVE REG-COT-NUMERO-DOC
                           TO LK-TIT-NUMERO-DOC(LK-TIT-CANT)
                         MOVE REG-COT-NOMBRE
                           TO LK-TIT-NOMBRE(LK-TIT-CANT)
                         MOVE REG-COT-ROL
                           TO LK-TIT-ROL(LK-TIT-CANT)
                      ELSE
                         DISPLAY 'LA CUENTA ' LK-TIT-CUENTA
                            ' TIENE MAS DE 5 TITULARES, SE IGNORAN '
                            'LOS EXCEDENTES'
                      END-IF
                   END-IF
           END-READ.

       1100-LEER-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ordena por prelacion: cada par fuera de orden se intercambia.
       2000-ORDENAR-TITULARES.
           IF WS-INDICE-AUX GREATER THAN WS-INDICE-TIT
              AND LK-TIT-ORDEN(WS-INDICE-AUX)
                  LESS THAN LK-TIT-ORDEN(WS-INDICE-TIT)
              MOVE LK-TIT-ITEM(WS-INDICE-TIT) TO WS-TIT-AUX
              MOVE LK-TIT-ITEM(WS-INDICE-AUX)
                TO LK-TIT-ITEM(WS-INDICE-TIT)
              MOVE WS-TIT-AUX TO LK-TIT-ITEM(WS-INDICE-AUX)
           END-IF.

       2000-ORDENAR-TITULARES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-ARMAR-NOMBRES.
           IF WS-INDICE-TIT GREATER THAN 1
              STRING ' / ' DELIMITED BY SIZE
                 INTO LK-TIT-NOMBRES
                 WITH POINTER WS-PUNTERO-NOMBRES
           END-IF.
           STRING LK-TIT-NOMBRE(WS-INDICE-TIT) DELIMITED BY '  '
              INTO LK-TIT-NOMBRES
              WITH POINTER WS-PUNTERO-NOMBRES.

       2100-ARMAR-NOMBRES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Todos los conjuntos tienen que estar entre los firmantes; sin
      * conjuntos alcanza con un indistinto.
       3000-VERIFICAR-FIRMAS.
           MOVE 0 TO WS-CANT-CONJUNTOS.
           PERFORM 3100-VERIFICAR-CONJUNTO
              THRU 3100-VERIFICAR-CONJUNTO-EXIT
              VARYING WS-INDICE-TIT FROM 1 BY 1
                UNTIL WS-INDICE-TIT GREATER THAN LK-TIT-CANT.

           IF WS-CANT-CONJUNTOS GREATER THAN 0
              GO TO 3000-VERIFICAR-FIRMAS-EXIT
           END-IF.

           SET WS-FIRMO-NO TO TRUE.
           PERFORM 3200-VERIFICAR-INDISTINTO
              THRU 3200-VERIFICAR-INDISTINTO-EXIT
              VARYING WS-INDICE-TIT FROM 1 BY 1
                UNTIL WS-INDICE-TIT GREATER THAN LK-TIT-CANT
                   OR WS-FIRMO-SI.
           IF WS-FIRMO-NO
              SET LK-TIT-FALTAN-FIRMAS TO TRUE
              MOVE LK-TIT-NOMBRE(1) TO LK-TIT-FALTANTE
           END-IF.

       3000-VERIFICAR-FIRMAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-VERIFICAR-CONJUNTO.
           IF LK-TIT-ROL(WS-INDICE-TIT) NOT EQUAL 'C'
              GO TO 3100-VERIFICAR-CONJUNTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CONJUNTOS.
           PERFORM 3300-BUSCAR-FIRMA
              THRU 3300-BUSCAR-FIRMA-EXIT.
           IF WS-FIRMO-NO
              AND LK-TIT-RETORNO-OK
              SET LK-TIT-FALTAN-FIRMAS TO TRUE
              MOVE LK-TIT-NOMBRE(WS-INDICE-TIT) TO LK-TIT-FALTANTE
           END-IF.

       3100-VERIFICAR-CONJUNTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-VERIFICAR-INDISTINTO.
           PERFORM 3300-BUSCAR-FIRMA
              THRU 3300-BUSCAR-FIRMA-EXIT.

       3200-VERIFICAR-INDISTINTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja WS-FIRMO en SI si el titular de la fila WS-INDICE-TIT
      * esta entre los documentos firmantes.
       3300-BUSCAR-FIRMA.
           SET WS-FIRMO-NO TO TRUE.
           PERFORM 3310-COMPARAR-FIRMA
              THRU 3310-COMPARAR-FIRMA-EXIT
              VARYING WS-INDICE-FIRMA FROM 1 BY 1
                UNTIL WS-INDICE-FIRMA GREATER THAN 5
                   OR WS-FIRMO-SI.

       3300-BUSCAR-FIRMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3310-COMPARAR-FIRMA.
           IF LK-TIT-FIRMA-TIPO-DOC(WS-INDICE-FIRMA)
                 EQUAL LK-TIT-TIPO-DOC(WS-INDICE-TIT)
              AND LK-TIT-FIRMA-NUMERO-DOC(WS-INDICE-FIRMA)
                 EQUAL LK-TIT-NUMERO-DOC(WS-INDICE-TIT)
              AND LK-TIT-FIRMA-TIPO-DOC(WS-INDICE-FIRMA)
                 NOT EQUAL SPACES
              SET WS-FIRMO-SI TO TRUE
           END-IF.

       3310-COMPARAR-FIRMA-EXIT.
           EXIT.
