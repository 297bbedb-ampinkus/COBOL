      *          de TP02CTRLM): tope por operacion, bloqueo de
      *          adelantos y restriccion de conceptos, con sus propios
      *          codigos de motivo en AUTH_RECHAZOS.TXT.
      *          En el barrido completo, los planes precancelados por
      *          TP02PRECA (PRECANCELACIONES.TXT) ya no comprometen
      *          sus cuotas restantes, igual que en TP02BALAN.
      *          Si el master no responde, en vez de rechazar con 99
      *          se deriva la decision al stand-in TP02STIN (limites
      *          de piso por producto). A la manana siguiente
      *          TP02STREV vuelve a pasar por estas reglas cada
      *          aprobacion stand-in (origen R): en ese caso el
      *          rechazo no se registra en AUTH_RECHAZOS.TXT y la
      *          reserva se graba igual, porque la aprobacion ya se le
      *          dio al comercio.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
           RECORD KEY IS SACU-NUMERO-CUENTA
           FILE STATUS IS FS-SALDOS-AUTH.

      *    Nombre logico del archivo: ENT-PRECANC
      *    Nombre fisico del archivo: ../PRECANCELACIONES.TXT
      *    Planes en cuotas precancelados por TP02PRECA. Solo se lee
      *    en el barrido completo; si no existe, no hay ninguno.
           SELECT ENT-PRECANC
           ASSIGN TO '../PRECANCELACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PRECANC.

      *    Nombre logico del archivo: ENT-CONTROLES
      *    Nombre fisico del archivo: ../CONTROLES_TARJETA.TXT
      *    Perfil de control de gasto por tarjeta. Si no existe, no
       FD ENT-CONTROLES.
           COPY CTRLTARJ.

       FD ENT-PRECANC.
           COPY PRECANC.

       FD SAL-RECHAZOS.
       01 FD-RECHAZO-AUTH.
          05 FD-RECH-FECHA             PIC X(10).
             88 FS-ENT-CONTROLES-OK                VALUE '00'.
             88 FS-ENT-CONTROLES-EOF               VALUE '10'.
             88 FS-ENT-CONTROLES-NFD               VALUE '35'.
          05 FS-ENT-PRECANC                    PIC X(2).
             88 FS-ENT-PRECANC-OK                  VALUE '00'.
             88 FS-ENT-PRECANC-EOF                 VALUE '10'.
             88 FS-ENT-PRECANC-NFD                 VALUE '35'.
          05 FS-SALDOS-AUTH                    PIC X(2).
             88 FS-SALDOS-AUTH-OK                  VALUE '00'.
             88 FS-SALDOS-AUTH-NFD                 VALUE '35'.
      * Credito disponible antes del consumo que se autoriza
       77 WS-DISPONIBLE                        PIC S9(9)V9(2) VALUE 0.

      * Planes precancelados para el barrido completo: ID y cuenta
      * del plan, cuota de corte e ID de la linea de precancelacion
       01 WS-PRECANC-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-PRECANC-EOF-YES                    VALUE 'TRUE'.
          88 WS-PRECANC-EOF-NO                     VALUE 'FALSE'.
       77 WS-INDICE-PREC                       PIC 9(04) VALUE 1.
       77 WS-CANT-PRECANC                      PIC 9(04) VALUE 0.
       01 WS-TABLA-PRECANC.
          05 WS-PREC-ITEM OCCURS 2000 TIMES.
             10 WS-PREC-ITEM-ID           PIC 9(10).
             10 WS-PREC-ITEM-CUENTA       PIC 9(10).
             10 WS-PREC-ITEM-CORTE        PIC 9(02).
             10 WS-PREC-ITEM-ID-PAGO      PIC 9(10).
      * Situacion del consumo que se esta sumando
       01 WS-ESTADO-PRECANC                    PIC X(01) VALUE SPACE.
          88 WS-PRECANC-NINGUNA                    VALUE SPACE.
          88 WS-PRECANC-PLAN-CORTADO               VALUE 'P'.
          88 WS-PRECANC-CUOTA-POSTERIOR            VALUE 'C'.
          88 WS-PRECANC-LINEA                      VALUE 'L'.

      * Descripcion del motivo del rechazo para el registro
       77 WS-MOTIVO-DESCRIPCION                PIC X(40) VALUE SPACES.

           SET LK-AUT-APROBADO TO TRUE.
           SET LK-AUT-MOTIVO-OK TO TRUE.
           MOVE 0 TO LK-AUT-DISPONIBLE.
           MOVE SPACE TO LK-AUT-STAND-IN.

           PERFORM 2000-BUSCAR-TARJETA
              THRU 2000-BUSCAR-TARJETA-EXIT.

      * Sin master no hay contra que autorizar: decide el stand-in
      * con los limites de piso, salvo en la revision del dia
      * siguiente, que tiene que esperar a que el master vuelva.
           IF LK-AUT-MOTIVO-ERROR AND LK-AUT-ORIGEN-LINEA
              CALL 'TP02STIN' USING LK-AUTORIZACION
              GOBACK
           END-IF.

           IF LK-AUT-APROBADO
              PERFORM 2100-VALIDAR-TARJETA
                 THRU 2100-VALIDAR-TARJETA-EXIT
                 THRU 2300-VERIFICAR-CONTROLES-EXIT
           END-IF.

           IF LK-AUT-ORIGEN-REVISION
      * Revision de una aprobacion stand-in: el comercio ya tiene su
      * aprobacion, asi que se reserva el credito aunque las reglas
      * la rechacen (TP02STREV informa esos casos). Sin tarjeta o sin
      * master no hay cuenta contra la que reservar.
              IF NOT LK-AUT-MOTIVO-NO-EXISTE
                 AND NOT LK-AUT-MOTIVO-ERROR
                 PERFORM 2900-REGISTRAR-PENDIENTE
                    THRU 2900-REGISTRAR-PENDIENTE-EXIT
              END-IF
           ELSE
              IF LK-AUT-RECHAZADO
                 PERFORM 2800-REGISTRAR-RECHAZO
                    THRU 2800-REGISTRAR-RECHAZO-EXIT
              ELSE
      * La aprobacion reserva el credito hasta que llegue la
      * captura del comercio (o venza la reserva).
                 PERFORM 2900-REGISTRAR-PENDIENTE
                    THRU 2900-REGISTRAR-PENDIENTE-EXIT
              END-IF
           END-IF.

           GOBACK.
              GO TO 2200-SUMAR-RESERVAS
           END-IF.

           PERFORM 2225-CARGAR-PRECANC
              THRU 2225-CARGAR-PRECANC-EXIT.

           OPEN INPUT ENT-CONSUMOS.
           EVALUATE TRUE
               WHEN FS-ENT-CONSUMOS-OK
              GO TO 2220-ACUMULAR-GASTO-EXIT
           END-IF.

      * Un plan precancelado ya libero lo que restaba: ni sus cuotas
      * posteriores al corte ni la linea de precancelacion suman.
           PERFORM 2227-BUSCAR-PRECANC
              THRU 2227-BUSCAR-PRECANC-EXIT.
           IF WS-PRECANC-CUOTA-POSTERIOR
              OR WS-PRECANC-LINEA
              GO TO 2220-ACUMULAR-GASTO-EXIT
           END-IF.

      * El importe de la cuota del ciclo siempre suma; si el consumo
      * esta financiado y todavia no llego a la ultima cuota, las
      * cuotas que restan tambien comprometen el limite.

           IF WS-NUMERO-CUOTAS GREATER THAN 1
              AND WS-NUMERO-ACTUAL LESS THAN WS-NUMERO-CUOTAS
              AND WS-PRECANC-NINGUNA
              SUBTRACT WS-NUMERO-ACTUAL FROM WS-NUMERO-CUOTAS
                 GIVING WS-CUOTAS-REST
              MULTIPLY WS-IMPORTE BY WS-CUOTAS-REST
       2220-ACUMULAR-GASTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada llamada es independiente: la tabla se rearma entera.
       2225-CARGAR-PRECANC.
           MOVE 0 TO WS-CANT-PRECANC.
           SET WS-PRECANC-EOF-NO TO TRUE.

           OPEN INPUT ENT-PRECANC.
           EVALUATE TRUE
               WHEN FS-ENT-PRECANC-OK
                   PERFORM 2226-LEER-PRECANC
                      THRU 2226-LEER-PRECANC-EXIT
                      UNTIL WS-PRECANC-EOF-YES
                   CLOSE ENT-PRECANC
               WHEN FS-ENT-PRECANC-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PRECANCELACIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PRECANC
           END-EVALUATE.

       2225-CARGAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2226-LEER-PRECANC.
           READ ENT-PRECANC
               AT END
                   SET WS-PRECANC-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-PRECANC LESS THAN 2000
                      ADD 1 TO WS-CANT-PRECANC
                      MOVE REG-PREC-ID-CONSUMO
                        TO WS-PREC-ITEM-ID(WS-CANT-PRECANC)
                      MOVE REG-PREC-CUENTA
                        TO WS-PREC-ITEM-CUENTA(WS-CANT-PRECANC)
                      MOVE REG-PREC-CUOTA-CORTE
                        TO WS-PREC-ITEM-CORTE(WS-CANT-PRECANC)
                      MOVE REG-PREC-ID-PAGO
                        TO WS-PREC-ITEM-ID-PAGO(WS-CANT-PRECANC)
                   END-IF
           END-READ.

       2226-LEER-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2227-BUSCAR-PRECANC.
           SET WS-PRECANC-NINGUNA TO TRUE.
           PERFORM 2228-COMPARAR-PRECANC
              THRU 2228-COMPARAR-PRECANC-EXIT
              VARYING WS-INDICE-PREC FROM 1 BY 1
              UNTIL WS-INDICE-PREC GREATER THAN WS-CANT-PRECANC
                 OR NOT WS-PRECANC-NINGUNA.

       2227-BUSCAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2228-COMPARAR-PRECANC.
           IF WS-CUENTA-CREDITO NOT EQUAL
                 WS-PREC-ITEM-CUENTA(WS-INDICE-PREC)
              GO TO 2228-COMPARAR-PRECANC-EXIT
           END-IF.

           IF WS-ID-CONSUMO EQUAL WS-PREC-ITEM-ID-PAGO(WS-INDICE-PREC)
              SET WS-PRECANC-LINEA TO TRUE
              GO TO 2228-COMPARAR-PRECANC-EXIT
           END-IF.

           IF WS-ID-CONSUMO EQUAL WS-PREC-ITEM-ID(WS-INDICE-PREC)
              IF WS-NUMERO-ACTUAL GREATER THAN
                    WS-PREC-ITEM-CORTE(WS-INDICE-PREC)
                 SET WS-PRECANC-CUOTA-POSTERIOR TO TRUE
              ELSE
                 SET WS-PRECANC-PLAN-CORTADO TO TRUE
              END-IF
           END-IF.

       2228-COMPARAR-PRECANC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2230-SUMAR-PENDIENTES.
           SET WS-PENDIENTES-EOF-NO TO TRUE.
