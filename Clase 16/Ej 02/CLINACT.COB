      *----------------------------------------------------------------*
      *  Purpose: CLINACT - Deteccion mensual de cuentas inactivas.
      *           Calcula para cada cuenta de CUENTAS.TXT la fecha de
      *           su ultimo movimiento de cliente en MOVIMIENTOS.TXT
      *           (no cuentan los intereses acreditados, origen N,
      *           ni los debitos del banco: comisiones F, interes de
      *           descubierto G y devoluciones a la camara D, ni las
      *           acreditaciones de plazos fijos vencidos, capital V
      *           e interes R, ni su renovacion automatica W, ni el
      *           cobro automatico de cuotas de prestamos, U J X y M,
      *           ni el impuesto a los debitos y creditos T), sin
      *           bajar nunca de la fecha de apertura ni de la que
      *           quedo guardada en CUENTAS_INACTIVIDAD.TXT de la
      *           corrida anterior.
      *           Los plazos salen de INACTIVIDAD_PARAM.TXT (meses
      *           para el aviso, para pasar a inactiva y para el
      *           listado de fondos no reclamados; por defecto 22, 24
      *           y 120). Pasado el plazo de aviso, el cliente recibe
      *           la carta en AVISOS_CLIENTES.TXT; pasado el de
      *           inactividad, y solo si ya se le aviso en una
      *           corrida anterior sin que moviera la cuenta, la
      *           cuenta pasa a estado I en CUENTAS.TXT con su renglon
      *           en CUENTAS_AUDIT.TXT. La cuenta inactiva sigue
      *           recibiendo creditos pero CLVALTRAN no le deja
      *           ordenar transferencias hasta que un operador la
      *           reactive (CLCTAMNT, estado A); la reactivacion
      *           cuenta como actividad desde el dia de esta corrida.
      *           Las cuentas inactivas con saldo y sin movimiento por
      *           el plazo de fondos salen en SALDOS_INMOVILIZADOS.TXT
      *           para el tramite regulatorio de fondos no
      *           reclamados.
      *           Uso: CLINACT [FECHA DE PROCESO AAAA-MM-DD]
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINACT.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

       SELECT SAL-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CUENTAS.

       SELECT ENT-MOVIMIENTOS
           ASSIGN TO '../MOVIMIENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MOVIMIENTOS.

       SELECT ENT-PARAMETROS
           ASSIGN TO '../INACTIVIDAD_PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PARAMETROS.

      * Seguimiento por cuenta (ultima actividad, aviso enviado,
      * fecha en que quedo inactiva), de una corrida a la otra
       SELECT ENT-INACTIVIDAD
           ASSIGN TO '../CUENTAS_INACTIVIDAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-INACTIVIDAD.

       SELECT SAL-INACTIVIDAD
           ASSIGN TO '../CUENTAS_INACTIVIDAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-INACTIVIDAD.

       SELECT SAL-AVISOS
           ASSIGN TO '../AVISOS_CLIENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AVISOS.

       SELECT SAL-AUDITORIA
           ASSIGN TO '../CUENTAS_AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUDITORIA.

       SELECT SAL-FONDOS
           ASSIGN TO '../SALDOS_INMOVILIZADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-FONDOS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-CUENTAS.
       01 REG-ENT-CUENTAS.
          05 REG-ENT-CUENTAS-NUMERO           PIC X(22).
          05 REG-ENT-CUENTAS-SALDO            PIC 9(10)V9(02).
          05 REG-ENT-CUENTAS-TITULAR          PIC X(30).
          05 REG-ENT-CUENTAS-TIPO             PIC X(02).
          05 REG-ENT-CUENTAS-MONEDA           PIC X(03).
          05 REG-ENT-CUENTAS-ESTADO           PIC X(01).
          05 REG-ENT-CUENTAS-APERTURA         PIC X(10).

       FD SAL-CUENTAS.
       01 REG-SAL-CUENTAS.
          05 REG-SAL-CUENTAS-NUMERO           PIC X(22).
          05 REG-SAL-CUENTAS-SALDO            PIC 9(10)V9(02).
          05 REG-SAL-CUENTAS-TITULAR          PIC X(30).
          05 REG-SAL-CUENTAS-TIPO             PIC X(02).
          05 REG-SAL-CUENTAS-MONEDA           PIC X(03).
      * Estado: A activa, B bloqueada, C cerrada, I inactiva por
      * falta de movimientos
          05 REG-SAL-CUENTAS-ESTADO           PIC X(01).
          05 REG-SAL-CUENTAS-APERTURA         PIC X(10).

       FD ENT-MOVIMIENTOS.
       01 REG-MOVIMIENTO.
          05 REG-MOV-FECHA                    PIC X(10).
          05 FILLER                           PIC X(01).
          05 REG-MOV-NRO-OPERACION            PIC 9(10).
          05 FILLER                           PIC X(01).
          05 REG-MOV-CUENTA                   PIC X(22).
          05 FILLER                           PIC X(01).
          05 REG-MOV-TIPO                     PIC X(01).
          05 FILLER                           PIC X(01).
          05 REG-MOV-IMPORTE                  PIC ZZZZZZZZZ9,99.
          05 FILLER                           PIC X(01).
          05 REG-MOV-SALDO                    PIC ZZZZZZZZZ9,99.
          05 FILLER                           PIC X(01).
          05 REG-MOV-ORIGEN                   PIC X(01).

       FD ENT-PARAMETROS.
       01 REG-PARAMETROS.
          05 REG-PARAM-MESES-AVISO            PIC 9(03).
          05 REG-PARAM-MESES-INACTIVA         PIC 9(03).
          05 REG-PARAM-MESES-FONDOS           PIC 9(03).

       FD ENT-INACTIVIDAD.
       01 REG-ENT-INACTIVIDAD.
          05 REG-ENT-INA-CUENTA               PIC X(22).
          05 REG-ENT-INA-ULTIMA-ACTIVIDAD     PIC X(10).
          05 REG-ENT-INA-FECHA-AVISO          PIC X(10).
          05 REG-ENT-INA-FECHA-INACTIVA       PIC X(10).

       FD SAL-INACTIVIDAD.
       01 REG-SAL-INACTIVIDAD.
          05 REG-SAL-INA-CUENTA               PIC X(22).
          05 REG-SAL-INA-ULTIMA-ACTIVIDAD     PIC X(10).
      * Fecha en que salio la carta de aviso (blanco = sin aviso)
          05 REG-SAL-INA-FECHA-AVISO          PIC X(10).
      * Fecha en que la cuenta paso a inactiva (blanco = no lo esta)
          05 REG-SAL-INA-FECHA-INACTIVA       PIC X(10).

      * Misma carta al cliente que deja CLLIBERA
       FD SAL-AVISOS.
       01 REG-AVISO.
          05 REG-AVI-NRO-OPERACION            PIC 9(10).
          05 REG-AVI-SEP-01                   PIC X(01).
          05 REG-AVI-CUENTA                   PIC X(22).
          05 REG-AVI-SEP-02                   PIC X(01).
          05 REG-AVI-IMPORTE                  PIC ZZZZZZZZZ9,99.
          05 REG-AVI-SEP-03                   PIC X(01).
          05 REG-AVI-TEXTO                    PIC X(50).

      * Misma auditoria del maestro que deja CLCTAMNT
       FD SAL-AUDITORIA.
       01 REG-AUDITORIA.
          05 REG-AUD-FECHA                    PIC 9(08).
          05 REG-AUD-SEP-01                   PIC X(03).
          05 REG-AUD-OPERADOR                 PIC X(08).
          05 REG-AUD-SEP-02                   PIC X(03).
          05 REG-AUD-CUENTA                   PIC X(22).
          05 REG-AUD-SEP-03                   PIC X(03).
          05 REG-AUD-MODO                     PIC X(01).
          05 REG-AUD-SEP-04                   PIC X(03).
          05 REG-AUD-CAMPO                    PIC X(10).
          05 REG-AUD-SEP-05                   PIC X(03).
          05 REG-AUD-ANTERIOR                 PIC X(30).
          05 REG-AUD-SEP-06                   PIC X(03).
          05 REG-AUD-NUEVO                    PIC X(30).

       FD SAL-FONDOS.
       01 REG-FONDOS-LINEA                    PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-CUENTAS                   PIC X(02).
             88 FS-ENT-CUENTAS-OK                 VALUE '00'.
             88 FS-ENT-CUENTAS-EOF                VALUE '10'.
             88 FS-ENT-CUENTAS-NFD                VALUE '35'.
          05 FS-SAL-CUENTAS                   PIC X(02).
             88 FS-SAL-CUENTAS-OK                 VALUE '00'.
          05 FS-ENT-MOVIMIENTOS               PIC X(02).
             88 FS-ENT-MOVIMIENTOS-OK             VALUE '00'.
             88 FS-ENT-MOVIMIENTOS-EOF            VALUE '10'.
             88 FS-ENT-MOVIMIENTOS-NFD            VALUE '35'.
          05 FS-ENT-PARAMETROS                PIC X(02).
             88 FS-ENT-PARAMETROS-OK              VALUE '00'.
             88 FS-ENT-PARAMETROS-NFD             VALUE '35'.
          05 FS-ENT-INACTIVIDAD               PIC X(02).
             88 FS-ENT-INACTIVIDAD-OK             VALUE '00'.
             88 FS-ENT-INACTIVIDAD-EOF            VALUE '10'.
             88 FS-ENT-INACTIVIDAD-NFD            VALUE '35'.
          05 FS-SAL-INACTIVIDAD               PIC X(02).
             88 FS-SAL-INACTIVIDAD-OK             VALUE '00'.
          05 FS-SAL-AVISOS                    PIC X(02).
             88 FS-SAL-AVISOS-OK                  VALUE '00'.
             88 FS-SAL-AVISOS-NFD                 VALUE '35'.
          05 FS-SAL-AUDITORIA                 PIC X(02).
             88 FS-SAL-AUDITORIA-OK               VALUE '00'.
             88 FS-SAL-AUDITORIA-NFD              VALUE '35'.
          05 FS-SAL-FONDOS                    PIC X(02).
             88 FS-SAL-FONDOS-OK                  VALUE '00'.

      * Fecha de proceso: la del parametro o la del dia
       01 WS-LINEA-COMANDO                    PIC X(20) VALUE SPACES.
       01 WS-PARM-FECHA                       PIC X(10) VALUE SPACES.
       01 WS-FECHA-PROC                       PIC 9(08).
       01 WS-FECHA-PROC-R REDEFINES WS-FECHA-PROC.
          05 WS-FPR-ANIO                      PIC 9(04).
          05 WS-FPR-MES                       PIC 9(02).
          05 WS-FPR-DIA                       PIC 9(02).
       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                       PIC 9(04).
          05 FILLER                           PIC X(01) VALUE '-'.
          05 WS-FH-MES                        PIC 9(02).
          05 FILLER                           PIC X(01) VALUE '-'.
          05 WS-FH-DIA                        PIC 9(02).

      * Plazos en meses (INACTIVIDAD_PARAM.TXT) y las fechas de
      * corte que resultan: actividad anterior al corte = plazo
      * vencido
       77 WS-MESES-AVISO                      PIC 9(03) VALUE 22.
       77 WS-MESES-INACTIVA                   PIC 9(03) VALUE 24.
       77 WS-MESES-FONDOS                     PIC 9(03) VALUE 120.
       77 WS-CORTE-AVISO                      PIC X(10) VALUE SPACES.
       77 WS-CORTE-INACTIVA                   PIC X(10) VALUE SPACES.
       77 WS-CORTE-FONDOS                     PIC X(10) VALUE SPACES.
       77 WS-MESES-CORTE                      PIC 9(03) VALUE 0.
       77 WS-FECHA-CORTE                      PIC X(10) VALUE SPACES.

      * Aritmetica de fechas via CLFECHAS, para los cortes
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Switches de fin de archivo
       01 WS-CUENTAS-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO                    VALUE 'FALSE'.
       01 WS-MOVIMIENTOS-EOF                  PIC X(05) VALUE 'FALSE'.
          88 WS-MOVIMIENTOS-EOF-YES               VALUE 'TRUE'.
          88 WS-MOVIMIENTOS-EOF-NO                VALUE 'FALSE'.
       01 WS-INACTIVIDAD-EOF                  PIC X(05) VALUE 'FALSE'.
          88 WS-INACTIVIDAD-EOF-YES               VALUE 'TRUE'.
          88 WS-INACTIVIDAD-EOF-NO                VALUE 'FALSE'.

      * Maestro completo en memoria para regrabarlo entero, como
      * regraban CLPOSTEO y CLCTAMNT, con el seguimiento de cada
      * cuenta
       77 WS-CANT-CUENTAS                     PIC 9(04) VALUE 0.
       77 WS-INDICE-CTA                       PIC 9(04) VALUE 1.
       77 WS-FILA-CTA                         PIC 9(04) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CUENTA OCCURS 200 TIMES.
             10 WS-CUENTA-NUMERO              PIC X(22).
             10 WS-CUENTA-SALDO               PIC 9(10)V9(02).
             10 WS-CUENTA-TITULAR             PIC X(30).
             10 WS-CUENTA-TIPO                PIC X(02).
             10 WS-CUENTA-MONEDA              PIC X(03).
             10 WS-CUENTA-ESTADO              PIC X(01).
             10 WS-CUENTA-APERTURA            PIC X(10).
             10 WS-CUENTA-ULTIMA-ACTIVIDAD    PIC X(10).
             10 WS-CUENTA-FECHA-AVISO         PIC X(10).
             10 WS-CUENTA-FECHA-INACTIVA      PIC X(10).

      * Cuenta buscada en la tabla (movimiento o seguimiento)
       77 WS-CUENTA-BUSCADA                   PIC X(22) VALUE SPACES.

      * Lineas del listado de fondos no reclamados
       01 WS-FON-TITULO.
          05 FILLER                    PIC X(43) VALUE
             'SALDOS INMOVILIZADOS - FONDOS NO RECLAMADOS'.
          05 FILLER                    PIC X(04) VALUE ' AL '.
          05 WS-FON-TIT-FECHA          PIC X(10).
       01 WS-FON-ENCABEZADO.
          05 FILLER                    PIC X(23) VALUE 'CUENTA'.
          05 FILLER                    PIC X(31) VALUE 'TITULAR'.
          05 FILLER                    PIC X(04) VALUE 'MON'.
          05 FILLER                    PIC X(15) VALUE '         SALDO'.
          05 FILLER                    PIC X(12) VALUE '  ULT. MOV.'.
          05 FILLER                    PIC X(15)
             VALUE ' INACTIVA DESDE'.
       01 WS-FON-DETALLE.
          05 WS-FON-DET-CUENTA         PIC X(22).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-FON-DET-TITULAR        PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-FON-DET-MONEDA         PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-FON-DET-SALDO          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-FON-DET-ULTIMA         PIC X(10).
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 WS-FON-DET-INACTIVA       PIC X(10).
       01 WS-FON-TOTAL.
          05 FILLER                    PIC X(21)
             VALUE 'CUENTAS INFORMADAS: '.
          05 WS-FON-TOT-CANTIDAD       PIC ZZZZ9.

       01 WS-CONTADORES.
          05 WS-CANT-AVISADAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-INACTIVADAS              PIC 9(05) VALUE 0.
          05 WS-CANT-REACTIVADAS              PIC 9(05) VALUE 0.
          05 WS-CANT-INACTIVAS                PIC 9(05) VALUE 0.
          05 WS-CANT-FONDOS                   PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-LEER-MOVIMIENTO
              THRU 2000-LEER-MOVIMIENTO-EXIT
              UNTIL WS-MOVIMIENTOS-EOF-YES.
           CLOSE ENT-MOVIMIENTOS.

           PERFORM 3000-EVALUAR-CUENTA
              THRU 3000-EVALUAR-CUENTA-EXIT
              VARYING WS-INDICE-CTA FROM 1 BY 1
              UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-FECHA.
           IF WS-PARM-FECHA EQUAL SPACES
              ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
              MOVE WS-FPR-ANIO TO WS-FH-ANIO
              MOVE WS-FPR-MES  TO WS-FH-MES
              MOVE WS-FPR-DIA  TO WS-FH-DIA
           ELSE
              INITIALIZE WS-FECHAS
              SET LK-FEC-VALIDAR TO TRUE
              MOVE WS-PARM-FECHA TO LK-FEC-FECHA-1
              CALL 'CLFECHAS' USING WS-FECHAS
              IF NOT LK-FEC-RETORNO-OK
                 DISPLAY 'USO: CLINACT [FECHA DE PROCESO AAAA-MM-DD]'
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-FECHA TO WS-FECHA-HOY
              MOVE WS-FH-ANIO TO WS-FPR-ANIO
              MOVE WS-FH-MES  TO WS-FPR-MES
              MOVE WS-FH-DIA  TO WS-FPR-DIA
           END-IF.

           OPEN INPUT ENT-PARAMETROS.
           EVALUATE TRUE
               WHEN FS-ENT-PARAMETROS-OK
                   READ ENT-PARAMETROS
                   IF FS-ENT-PARAMETROS-OK
                      PERFORM 1050-TOMAR-PARAMETROS
                         THRU 1050-TOMAR-PARAMETROS-EXIT
                   END-IF
                   CLOSE ENT-PARAMETROS
               WHEN FS-ENT-PARAMETROS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INACTIVIDAD_PARAM.TXT'
           END-EVALUATE.

      * El aviso tiene que llegar antes de la inactividad, y la
      * inactividad antes del listado de fondos no reclamados.
           IF WS-MESES-AVISO NOT LESS THAN WS-MESES-INACTIVA
              OR WS-MESES-INACTIVA GREATER THAN WS-MESES-FONDOS
              DISPLAY 'INACTIVIDAD_PARAM.TXT: PLAZOS INCONSISTENTES '
                 WS-MESES-AVISO ' ' WS-MESES-INACTIVA ' '
                 WS-MESES-FONDOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-MESES-AVISO TO WS-MESES-CORTE.
           PERFORM 1060-CALCULAR-CORTE
              THRU 1060-CALCULAR-CORTE-EXIT.
           MOVE WS-FECHA-CORTE TO WS-CORTE-AVISO.
           MOVE WS-MESES-INACTIVA TO WS-MESES-CORTE.
           PERFORM 1060-CALCULAR-CORTE
              THRU 1060-CALCULAR-CORTE-EXIT.
           MOVE WS-FECHA-CORTE TO WS-CORTE-INACTIVA.
           MOVE WS-MESES-FONDOS TO WS-MESES-CORTE.
           PERFORM 1060-CALCULAR-CORTE
              THRU 1060-CALCULAR-CORTE-EXIT.
           MOVE WS-FECHA-CORTE TO WS-CORTE-FONDOS.

           OPEN INPUT ENT-CUENTAS.
           IF NOT FS-ENT-CUENTAS-OK
              DISPLAY 'ERROR AL ABRIR CUENTAS.TXT: ' FS-ENT-CUENTAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1100-LEER-CUENTA
              THRU 1100-LEER-CUENTA-EXIT
              UNTIL WS-CUENTAS-EOF-YES.
           CLOSE ENT-CUENTAS.

           OPEN INPUT ENT-INACTIVIDAD.
           EVALUATE TRUE
               WHEN FS-ENT-INACTIVIDAD-OK
                   PERFORM 1200-LEER-SEGUIMIENTO
                      THRU 1200-LEER-SEGUIMIENTO-EXIT
                      UNTIL WS-INACTIVIDAD-EOF-YES
                   CLOSE ENT-INACTIVIDAD
               WHEN FS-ENT-INACTIVIDAD-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CUENTAS_INACTIVIDAD.TXT: '
                      FS-ENT-INACTIVIDAD
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-MOVIMIENTOS.
           EVALUATE TRUE
               WHEN FS-ENT-MOVIMIENTOS-OK
                   CONTINUE
               WHEN FS-ENT-MOVIMIENTOS-NFD
      * Sin movimientos vale lo guardado y la apertura; el CLOSE
      * del final no molesta sobre el archivo que no abrio.
                   SET WS-MOVIMIENTOS-EOF-YES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MOVIMIENTOS.TXT: '
                      FS-ENT-MOVIMIENTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN EXTEND SAL-AVISOS.
           IF FS-SAL-AVISOS-NFD
              OPEN OUTPUT SAL-AVISOS
           END-IF.
           IF NOT FS-SAL-AVISOS-OK
              DISPLAY 'ERROR AL ABRIR AVISOS_CLIENTES.TXT'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-AUDITORIA.
           IF FS-SAL-AUDITORIA-NFD
              OPEN OUTPUT SAL-AUDITORIA
           END-IF.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR CUENTAS_AUDIT.TXT'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-FONDOS.
           IF NOT FS-SAL-FONDOS-OK
              DISPLAY 'ERROR AL ABRIR SALDOS_INMOVILIZADOS.TXT'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-FON-TIT-FECHA.
           MOVE WS-FON-TITULO TO REG-FONDOS-LINEA.
           WRITE REG-FONDOS-LINEA.
           MOVE WS-FON-ENCABEZADO TO REG-FONDOS-LINEA.
           WRITE REG-FONDOS-LINEA.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un plazo en cero deja el valor por defecto.
       1050-TOMAR-PARAMETROS.
           IF REG-PARAM-MESES-AVISO IS NUMERIC
              AND REG-PARAM-MESES-AVISO GREATER THAN 0
              MOVE REG-PARAM-MESES-AVISO TO WS-MESES-AVISO
           END-IF.
           IF REG-PARAM-MESES-INACTIVA IS NUMERIC
              AND REG-PARAM-MESES-INACTIVA GREATER THAN 0
              MOVE REG-PARAM-MESES-INACTIVA TO WS-MESES-INACTIVA
           END-IF.
           IF REG-PARAM-MESES-FONDOS IS NUMERIC
              AND REG-PARAM-MESES-FONDOS GREATER THAN 0
              MOVE REG-PARAM-MESES-FONDOS TO WS-MESES-FONDOS
           END-IF.

       1050-TOMAR-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Fecha de proceso menos WS-MESES-CORTE meses.
       1060-CALCULAR-CORTE.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-MESES TO TRUE.
           MOVE WS-FECHA-HOY TO LK-FEC-FECHA-1.
           COMPUTE LK-FEC-MESES = 0 - WS-MESES-CORTE.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'ERROR AL CALCULAR EL CORTE DE '
                 WS-MESES-CORTE ' MESES'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LK-FEC-RESULTADO TO WS-FECHA-CORTE.

       1060-CALCULAR-CORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-CUENTA.
           READ ENT-CUENTAS
               AT END
                   SET WS-CUENTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CUENTAS LESS THAN 200
                      ADD 1 TO WS-CANT-CUENTAS
                      MOVE REG-ENT-CUENTAS-NUMERO
                        TO WS-CUENTA-NUMERO(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-SALDO
                        TO WS-CUENTA-SALDO(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-TITULAR
                        TO WS-CUENTA-TITULAR(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-TIPO
                        TO WS-CUENTA-TIPO(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-MONEDA
                        TO WS-CUENTA-MONEDA(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-ESTADO
                        TO WS-CUENTA-ESTADO(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-APERTURA
                        TO WS-CUENTA-APERTURA(WS-CANT-CUENTAS)
                      MOVE REG-ENT-CUENTAS-APERTURA
                        TO WS-CUENTA-ULTIMA-ACTIVIDAD(WS-CANT-CUENTAS)
                      MOVE SPACES
                        TO WS-CUENTA-FECHA-AVISO(WS-CANT-CUENTAS)
                      MOVE SPACES
                        TO WS-CUENTA-FECHA-INACTIVA(WS-CANT-CUENTAS)
                   ELSE
                      DISPLAY 'CUENTAS.TXT TIENE MAS DE 200 CUENTAS, '
                         'SE IGNORAN LAS EXCEDENTES'
                   END-IF
           END-READ.

       1100-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo guardado en la corrida anterior. Una cuenta que figuraba
      * inactiva y ya no lo esta la reactivo un operador: cuenta
      * como actividad del dia y arranca de cero.
       1200-LEER-SEGUIMIENTO.
           READ ENT-INACTIVIDAD
               AT END
                   SET WS-INACTIVIDAD-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-ENT-INA-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 2200-UBICAR-CUENTA
                      THRU 2200-UBICAR-CUENTA-EXIT
                   IF WS-FILA-CTA NOT EQUAL 0
                      PERFORM 1250-APLICAR-SEGUIMIENTO
                         THRU 1250-APLICAR-SEGUIMIENTO-EXIT
                   END-IF
           END-READ.

       1200-LEER-SEGUIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-APLICAR-SEGUIMIENTO.
           IF REG-ENT-INA-ULTIMA-ACTIVIDAD GREATER THAN
                 WS-CUENTA-ULTIMA-ACTIVIDAD(WS-FILA-CTA)
              MOVE REG-ENT-INA-ULTIMA-ACTIVIDAD
                TO WS-CUENTA-ULTIMA-ACTIVIDAD(WS-FILA-CTA)
           END-IF.

           IF REG-ENT-INA-FECHA-INACTIVA NOT EQUAL SPACES
              AND WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL 'I'
              MOVE WS-FECHA-HOY
                TO WS-CUENTA-ULTIMA-ACTIVIDAD(WS-FILA-CTA)
              ADD 1 TO WS-CANT-REACTIVADAS
              GO TO 1250-APLICAR-SEGUIMIENTO-EXIT
           END-IF.

           MOVE REG-ENT-INA-FECHA-AVISO
             TO WS-CUENTA-FECHA-AVISO(WS-FILA-CTA).
           MOVE REG-ENT-INA-FECHA-INACTIVA
             TO WS-CUENTA-FECHA-INACTIVA(WS-FILA-CTA).

       1250-APLICAR-SEGUIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo los movimientos del cliente corren la ultima actividad;
      * lo que genera el banco por su cuenta no la despierta.
       2000-LEER-MOVIMIENTO.
           READ ENT-MOVIMIENTOS
               AT END
                   SET WS-MOVIMIENTOS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-MOV-ORIGEN NOT EQUAL 'N'
                      AND REG-MOV-ORIGEN NOT EQUAL 'F'
                      AND REG-MOV-ORIGEN NOT EQUAL 'G'
                      AND REG-MOV-ORIGEN NOT EQUAL 'D'
                      AND REG-MOV-ORIGEN NOT EQUAL 'V'
                      AND REG-MOV-ORIGEN NOT EQUAL 'R'
                      AND REG-MOV-ORIGEN NOT EQUAL 'W'
                      AND REG-MOV-ORIGEN NOT EQUAL 'U'
                      AND REG-MOV-ORIGEN NOT EQUAL 'J'
                      AND REG-MOV-ORIGEN NOT EQUAL 'X'
                      AND REG-MOV-ORIGEN NOT EQUAL 'M'
                      AND REG-MOV-ORIGEN NOT EQUAL 'T'
                      AND REG-MOV-FECHA NOT GREATER THAN WS-FECHA-HOY
                      MOVE REG-MOV-CUENTA TO WS-CUENTA-BUSCADA
                      PERFORM 2200-UBICAR-CUENTA
                         THRU 2200-UBICAR-CUENTA-EXIT
                      IF WS-FILA-CTA NOT EQUAL 0
                         AND REG-MOV-FECHA GREATER THAN
                            WS-CUENTA-ULTIMA-ACTIVIDAD(WS-FILA-CTA)
                         MOVE REG-MOV-FECHA
                           TO WS-CUENTA-ULTIMA-ACTIVIDAD(WS-FILA-CTA)
                      END-IF
                   END-IF
           END-READ.

       2000-LEER-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-UBICAR-CUENTA.
           MOVE 0 TO WS-FILA-CTA.
           PERFORM 2210-COMPARAR-CUENTA
              THRU 2210-COMPARAR-CUENTA-EXIT
              VARYING WS-INDICE-CTA FROM 1 BY 1
              UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS
                 OR WS-FILA-CTA NOT EQUAL 0.

       2200-UBICAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-CUENTA.
           IF WS-CUENTA-BUSCADA EQUAL WS-CUENTA-NUMERO(WS-INDICE-CTA)
              MOVE WS-INDICE-CTA TO WS-FILA-CTA
           END-IF.

       2210-COMPARAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Primero la carta; recien en una corrida posterior, si la
      * cuenta siguio quieta, pasa a inactiva.
       3000-EVALUAR-CUENTA.
      * Si movio la cuenta despues del aviso, el aviso queda sin
      * efecto.
           IF WS-CUENTA-FECHA-AVISO(WS-INDICE-CTA) NOT EQUAL SPACES
              AND WS-CUENTA-ULTIMA-ACTIVIDAD(WS-INDICE-CTA)
                 NOT LESS THAN WS-CUENTA-FECHA-AVISO(WS-INDICE-CTA)
              AND WS-CUENTA-ESTADO(WS-INDICE-CTA) NOT EQUAL 'I'
              MOVE SPACES TO WS-CUENTA-FECHA-AVISO(WS-INDICE-CTA)
           END-IF.

           IF WS-CUENTA-ESTADO(WS-INDICE-CTA) EQUAL 'A'
              OR WS-CUENTA-ESTADO(WS-INDICE-CTA) EQUAL SPACE
              EVALUATE TRUE
                  WHEN WS-CUENTA-ULTIMA-ACTIVIDAD(WS-INDICE-CTA)
                          LESS THAN WS-CORTE-INACTIVA
                       AND WS-CUENTA-FECHA-AVISO(WS-INDICE-CTA)
                          NOT EQUAL SPACES
                       AND WS-CUENTA-FECHA-AVISO(WS-INDICE-CTA)
                          LESS THAN WS-FECHA-HOY
                      PERFORM 3200-INACTIVAR
                         THRU 3200-INACTIVAR-EXIT
                  WHEN WS-CUENTA-ULTIMA-ACTIVIDAD(WS-INDICE-CTA)
                          LESS THAN WS-CORTE-AVISO
                       AND WS-CUENTA-FECHA-AVISO(WS-INDICE-CTA)
                          EQUAL SPACES
                      PERFORM 3100-AVISAR
                         THRU 3100-AVISAR-EXIT
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-CUENTA-ESTADO(WS-INDICE-CTA) EQUAL 'I'
              ADD 1 TO WS-CANT-INACTIVAS
              IF WS-CUENTA-ULTIMA-ACTIVIDAD(WS-INDICE-CTA)
                    LESS THAN WS-CORTE-FONDOS
                 AND WS-CUENTA-SALDO(WS-INDICE-CTA) GREATER THAN 0
                 PERFORM 3300-INFORMAR-FONDOS
                    THRU 3300-INFORMAR-FONDOS-EXIT
              END-IF
           END-IF.

       3000-EVALUAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-AVISAR.
           MOVE ';' TO REG-AVI-SEP-01 REG-AVI-SEP-02 REG-AVI-SEP-03.
           MOVE 0 TO REG-AVI-NRO-OPERACION.
           MOVE WS-CUENTA-NUMERO(WS-INDICE-CTA) TO REG-AVI-CUENTA.
           MOVE WS-CUENTA-SALDO(WS-INDICE-CTA)  TO REG-AVI-IMPORTE.
           MOVE 'CUENTA SIN MOVIMIENTOS: PASARA A INACTIVA'
             TO REG-AVI-TEXTO.
           WRITE REG-AVISO.
           IF NOT FS-SAL-AVISOS-OK
              DISPLAY 'ERROR AL GRABAR AVISOS_CLIENTES.TXT: '
                 FS-SAL-AVISOS
           END-IF.

           MOVE WS-FECHA-HOY TO WS-CUENTA-FECHA-AVISO(WS-INDICE-CTA).
           ADD 1 TO WS-CANT-AVISADAS.

       3100-AVISAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-INACTIVAR.
           MOVE ' | ' TO REG-AUD-SEP-01 REG-AUD-SEP-02 REG-AUD-SEP-03
                         REG-AUD-SEP-04 REG-AUD-SEP-05 REG-AUD-SEP-06.
           MOVE WS-FECHA-PROC TO REG-AUD-FECHA.
           MOVE 'CLINACT ' TO REG-AUD-OPERADOR.
           MOVE WS-CUENTA-NUMERO(WS-INDICE-CTA) TO REG-AUD-CUENTA.
           MOVE 'M' TO REG-AUD-MODO.
           MOVE 'ESTADO' TO REG-AUD-CAMPO.
           MOVE WS-CUENTA-ESTADO(WS-INDICE-CTA) TO REG-AUD-ANTERIOR.
           MOVE 'I' TO REG-AUD-NUEVO.
           WRITE REG-AUDITORIA.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR CUENTAS_AUDIT.TXT: '
                 FS-SAL-AUDITORIA
           END-IF.

           MOVE 'I' TO WS-CUENTA-ESTADO(WS-INDICE-CTA).
           MOVE WS-FECHA-HOY
             TO WS-CUENTA-FECHA-INACTIVA(WS-INDICE-CTA).
           ADD 1 TO WS-CANT-INACTIVADAS.

       3200-INACTIVAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-INFORMAR-FONDOS.
           MOVE WS-CUENTA-NUMERO(WS-INDICE-CTA)  TO WS-FON-DET-CUENTA.
           MOVE WS-CUENTA-TITULAR(WS-INDICE-CTA) TO WS-FON-DET-TITULAR.
           MOVE WS-CUENTA-MONEDA(WS-INDICE-CTA)  TO WS-FON-DET-MONEDA.
           MOVE WS-CUENTA-SALDO(WS-INDICE-CTA)   TO WS-FON-DET-SALDO.
           MOVE WS-CUENTA-ULTIMA-ACTIVIDAD(WS-INDICE-CTA)
             TO WS-FON-DET-ULTIMA.
           MOVE WS-CUENTA-FECHA-INACTIVA(WS-INDICE-CTA)
             TO WS-FON-DET-INACTIVA.
           MOVE WS-FON-DETALLE TO REG-FONDOS-LINEA.
           WRITE REG-FONDOS-LINEA.

           ADD 1 TO WS-CANT-FONDOS.

       3300-INFORMAR-FONDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           CLOSE SAL-AVISOS.
           CLOSE SAL-AUDITORIA.

           MOVE WS-CANT-FONDOS TO WS-FON-TOT-CANTIDAD.
           MOVE WS-FON-TOTAL TO REG-FONDOS-LINEA.
           WRITE REG-FONDOS-LINEA.
           CLOSE SAL-FONDOS.

      * El maestro vuelve con los estados nuevos, y el seguimiento
      * queda para la proxima corrida.
           OPEN OUTPUT SAL-CUENTAS.
           IF NOT FS-SAL-CUENTAS-OK
              DISPLAY 'ERROR AL REGRABAR CUENTAS.TXT: ' FS-SAL-CUENTAS
              MOVE 99 TO RETURN-CODE
           ELSE
              PERFORM 4100-GRABAR-CUENTA
                 THRU 4100-GRABAR-CUENTA-EXIT
                 VARYING WS-INDICE-CTA FROM 1 BY 1
                 UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS
              CLOSE SAL-CUENTAS
           END-IF.

           OPEN OUTPUT SAL-INACTIVIDAD.
           IF NOT FS-SAL-INACTIVIDAD-OK
              DISPLAY 'ERROR AL REGRABAR CUENTAS_INACTIVIDAD.TXT: '
                 FS-SAL-INACTIVIDAD
              MOVE 99 TO RETURN-CODE
           ELSE
              PERFORM 4200-GRABAR-SEGUIMIENTO
                 THRU 4200-GRABAR-SEGUIMIENTO-EXIT
                 VARYING WS-INDICE-CTA FROM 1 BY 1
                 UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS
              CLOSE SAL-INACTIVIDAD
           END-IF.

           DISPLAY 'FECHA DE PROCESO      : ' WS-FECHA-HOY.
           DISPLAY 'AVISOS ENVIADOS       : ' WS-CANT-AVISADAS.
           DISPLAY 'CUENTAS INACTIVADAS   : ' WS-CANT-INACTIVADAS.
           DISPLAY 'CUENTAS REACTIVADAS   : ' WS-CANT-REACTIVADAS.
           DISPLAY 'CUENTAS INACTIVAS     : ' WS-CANT-INACTIVAS.
           DISPLAY 'FONDOS NO RECLAMADOS  : ' WS-CANT-FONDOS.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-GRABAR-CUENTA.
           MOVE WS-CUENTA-NUMERO(WS-INDICE-CTA)
             TO REG-SAL-CUENTAS-NUMERO.
           MOVE WS-CUENTA-SALDO(WS-INDICE-CTA)
             TO REG-SAL-CUENTAS-SALDO.
           MOVE WS-CUENTA-TITULAR(WS-INDICE-CTA)
             TO REG-SAL-CUENTAS-TITULAR.
           MOVE WS-CUENTA-TIPO(WS-INDICE-CTA)
             TO REG-SAL-CUENTAS-TIPO.
           MOVE WS-CUENTA-MONEDA(WS-INDICE-CTA)
             TO REG-SAL-CUENTAS-MONEDA.
           MOVE WS-CUENTA-ESTADO(WS-INDICE-CTA)
             TO REG-SAL-CUENTAS-ESTADO.
           MOVE WS-CUENTA-APERTURA(WS-INDICE-CTA)
             TO REG-SAL-CUENTAS-APERTURA.
           WRITE REG-SAL-CUENTAS.
           IF NOT FS-SAL-CUENTAS-OK
              DISPLAY 'ERROR AL GRABAR CUENTAS.TXT: ' FS-SAL-CUENTAS
           END-IF.

       4100-GRABAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-GRABAR-SEGUIMIENTO.
           IF WS-CUENTA-ESTADO(WS-INDICE-CTA) EQUAL 'C'
              GO TO 4200-GRABAR-SEGUIMIENTO-EXIT
           END-IF.

           MOVE WS-CUENTA-NUMERO(WS-INDICE-CTA)
             TO REG-SAL-INA-CUENTA.
           MOVE WS-CUENTA-ULTIMA-ACTIVIDAD(WS-INDICE-CTA)
             TO REG-SAL-INA-ULTIMA-ACTIVIDAD.
           MOVE WS-CUENTA-FECHA-AVISO(WS-INDICE-CTA)
             TO REG-SAL-INA-FECHA-AVISO.
           MOVE WS-CUENTA-FECHA-INACTIVA(WS-INDICE-CTA)
             TO REG-SAL-INA-FECHA-INACTIVA.
           WRITE REG-SAL-INACTIVIDAD.

       4200-GRABAR-SEGUIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLINACT.
