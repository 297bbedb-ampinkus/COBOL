      *----------------------------------------------------------------*
      *  Purpose: CLPLAZOF - Plazos fijos sobre las cuentas propias.
      *           Mantiene PLAZOS_FIJOS.TXT (PLAZOFIJ.CPY), una linea
      *           por certificado.
      *           Modo CONSTITUIR: aplica PLAZOS_FIJOS_NOVEDADES.SEQ
      *           (cuenta, importe, plazo en dias e instruccion de
      *           renovacion). Exige cuenta activa con saldo libre
      *           suficiente (lo embargado no se puede imponer), plazo
      *           minimo de 30 dias y tasa en TASAS_PLAZO_FIJO.TXT
      *           para la moneda y el plazo (rige la del mayor plazo
      *           minimo que no supere el pedido y, dentro de el, la
      *           de mayor vigencia que no supere el dia, como las
      *           tasas de CLINTCAP). El vencimiento es la fecha mas
      *           el plazo corrida al dia habil siguiente (CLFECHAS) y
      *           el interes se calcula sobre los dias reales, base
      *           365. Debita la cuenta (movimiento origen K) y emite
      *           el certificado en CERTIFICADOS_PLAZO_FIJO.TXT.
      *           Modo VENCIMIENTOS: corrida diaria. Devenga el
      *           interes de los plazos vigentes a la fecha y deja el
      *           devengado del dia en PLAZOS_FIJOS_DEVENGADO.TXT para
      *           CLASIENT. Los vencidos acreditan capital (origen V)
      *           e interes (origen R) en la cuenta y, si la
      *           instruccion lo pide y la cuenta sigue activa o
      *           inactiva, se renuevan por el mismo plazo a la tasa
      *           del dia con certificado nuevo (debito origen W por
      *           el capital, o por capital mas interes: la renovacion
      *           no es un movimiento del cliente y no lleva la K de
      *           la constitucion).
      *           Los saldos vuelven a CUENTAS.TXT y el registro a
      *           PLAZOS_FIJOS.TXT al terminar, como en CLINTCAP.
      *           Uso: CLPLAZOF CONSTITUIR [FECHA AAAA-MM-DD]
      *                CLPLAZOF VENCIMIENTOS [FECHA AAAA-MM-DD]
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPLAZOF.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-NOVEDADES
           ASSIGN TO '../PLAZOS_FIJOS_NOVEDADES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

       SELECT ENT-PLAZOS
           ASSIGN TO '../PLAZOS_FIJOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PLAZOS.

       SELECT SAL-PLAZOS
           ASSIGN TO '../PLAZOS_FIJOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PLAZOS.

       SELECT ENT-TASAS
           ASSIGN TO '../TASAS_PLAZO_FIJO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TASAS.

       SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

       SELECT SAL-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CUENTAS.

       SELECT ENT-EMBARGOS
           ASSIGN TO '../EMBARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EMBARGOS.

       SELECT SAL-MOVIMIENTOS
           ASSIGN TO '../MOVIMIENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-MOVIMIENTOS.

       SELECT SAL-CERTIFICADOS
           ASSIGN TO '../CERTIFICADOS_PLAZO_FIJO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CERTIFICADOS.

       SELECT SAL-DEVENGADO
           ASSIGN TO '../PLAZOS_FIJOS_DEVENGADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-DEVENGADO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD.
          05 REG-NOV-CUENTA                   PIC X(22).
          05 REG-NOV-IMPORTE                  PIC 9(10)V9(02).
      * Plazo en dias corridos
          05 REG-NOV-PLAZO                    PIC 9(03).
      * N no renueva, C renueva capital, T renueva capital e interes
          05 REG-NOV-RENUEVA                  PIC X(01).

       FD ENT-PLAZOS.
       01 REG-ENT-PLAZO                       PIC X(122).

       FD SAL-PLAZOS.
       01 REG-SAL-PLAZO                       PIC X(122).

       FD ENT-TASAS.
      * Tasa nominal anual por moneda y plazo minimo, con vigencia
       01 REG-TASA-PF.
          05 REG-TPF-MONEDA                   PIC X(03).
          05 REG-TPF-PLAZO-MINIMO             PIC 9(03).
          05 REG-TPF-VIGENCIA                 PIC X(10).
      * Tasa anual en porcentaje (0075000 = 7,5000 por ciento)
          05 REG-TPF-ANUAL                    PIC 9(03)V9(04).

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
          05 REG-SAL-CUENTAS-ESTADO           PIC X(01).
          05 REG-SAL-CUENTAS-APERTURA         PIC X(10).

       FD ENT-EMBARGOS.
           COPY EMBARGO.

       FD SAL-MOVIMIENTOS.
       01 REG-MOVIMIENTO.
          05 REG-MOV-FECHA                    PIC X(10).
          05 REG-MOV-SEP-01                   PIC X(01).
          05 REG-MOV-NRO-OPERACION            PIC 9(10).
          05 REG-MOV-SEP-02                   PIC X(01).
          05 REG-MOV-CUENTA                   PIC X(22).
          05 REG-MOV-SEP-03                   PIC X(01).
          05 REG-MOV-TIPO                     PIC X(01).
          05 REG-MOV-SEP-04                   PIC X(01).
          05 REG-MOV-IMPORTE                  PIC ZZZZZZZZZ9,99.
          05 REG-MOV-SEP-05                   PIC X(01).
          05 REG-MOV-SALDO                    PIC ZZZZZZZZZ9,99.
          05 REG-MOV-SEP-06                   PIC X(01).
      * Origen K: constitucion de plazo fijo (debito)
      *        W: renovacion automatica de plazo fijo (debito)
      *        V: capital del plazo fijo vencido (credito)
      *        R: interes del plazo fijo vencido (credito)
          05 REG-MOV-ORIGEN                   PIC X(01).

       FD SAL-CERTIFICADOS.
       01 REG-CERTIFICADO-LINEA               PIC X(80).

       FD SAL-DEVENGADO.
      * Interes devengado por la corrida del dia, para CLASIENT
       01 REG-DEVENGADO.
          05 REG-DEV-FECHA                    PIC X(10).
          05 REG-DEV-SEP-01                   PIC X(01).
          05 REG-DEV-IMPORTE                  PIC 9(11)V9(02).

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-NOVEDADES                 PIC X(2).
             88 FS-ENT-NOVEDADES-OK           VALUE '00'.
             88 FS-ENT-NOVEDADES-EOF          VALUE '10'.
             88 FS-ENT-NOVEDADES-NFD          VALUE '35'.
          05 FS-ENT-PLAZOS                    PIC X(2).
             88 FS-ENT-PLAZOS-OK              VALUE '00'.
             88 FS-ENT-PLAZOS-EOF             VALUE '10'.
             88 FS-ENT-PLAZOS-NFD             VALUE '35'.
          05 FS-SAL-PLAZOS                    PIC X(2).
             88 FS-SAL-PLAZOS-OK              VALUE '00'.
          05 FS-ENT-TASAS                     PIC X(2).
             88 FS-ENT-TASAS-OK               VALUE '00'.
             88 FS-ENT-TASAS-EOF              VALUE '10'.
             88 FS-ENT-TASAS-NFD              VALUE '35'.
          05 FS-ENT-CUENTAS                   PIC X(2).
             88 FS-ENT-CUENTAS-OK             VALUE '00'.
             88 FS-ENT-CUENTAS-EOF            VALUE '10'.
             88 FS-ENT-CUENTAS-NFD            VALUE '35'.
          05 FS-SAL-CUENTAS                   PIC X(2).
             88 FS-SAL-CUENTAS-OK             VALUE '00'.
          05 FS-ENT-EMBARGOS                  PIC X(2).
             88 FS-ENT-EMBARGOS-OK            VALUE '00'.
             88 FS-ENT-EMBARGOS-EOF           VALUE '10'.
             88 FS-ENT-EMBARGOS-NFD           VALUE '35'.
          05 FS-SAL-MOVIMIENTOS               PIC X(2).
             88 FS-SAL-MOVIMIENTOS-OK         VALUE '00'.
             88 FS-SAL-MOVIMIENTOS-NFD        VALUE '35'.
          05 FS-SAL-CERTIFICADOS              PIC X(2).
             88 FS-SAL-CERTIFICADOS-OK        VALUE '00'.
             88 FS-SAL-CERTIFICADOS-NFD       VALUE '35'.
          05 FS-SAL-DEVENGADO                 PIC X(2).
             88 FS-SAL-DEVENGADO-OK           VALUE '00'.
             88 FS-SAL-DEVENGADO-NFD          VALUE '35'.

      * Modo y fecha de proceso pedidos
       01 WS-LINEA-COMANDO                    PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                        PIC X(12) VALUE SPACES.
          88 WS-MODO-CONSTITUIR               VALUE 'CONSTITUIR'.
          88 WS-MODO-VENCIMIENTOS             VALUE 'VENCIMIENTOS'.
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

      * Aritmetica de fechas via CLFECHAS, para el vencimiento habil
      * y los dias corridos del devengamiento
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Switches de fin de archivo
       01 WS-NOVEDADES-EOF                    PIC X(05) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES             VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO              VALUE 'FALSE'.
       01 WS-PLAZOS-EOF                       PIC X(05) VALUE 'FALSE'.
          88 WS-PLAZOS-EOF-YES                VALUE 'TRUE'.
          88 WS-PLAZOS-EOF-NO                 VALUE 'FALSE'.
       01 WS-TASAS-EOF                        PIC X(05) VALUE 'FALSE'.
          88 WS-TASAS-EOF-YES                 VALUE 'TRUE'.
          88 WS-TASAS-EOF-NO                  VALUE 'FALSE'.
       01 WS-CUENTAS-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES               VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO                VALUE 'FALSE'.
       01 WS-EMBARGOS-EOF                     PIC X(05) VALUE 'FALSE'.
          88 WS-EMBARGOS-EOF-YES              VALUE 'TRUE'.
          88 WS-EMBARGOS-EOF-NO               VALUE 'FALSE'.

      * Registro de plazos fijos en memoria
           COPY PLAZOFIJ.
       77 WS-CANT-PLAZOS                      PIC 9(04) VALUE 0.
       77 WS-CANT-PLAZOS-INICIO               PIC 9(04) VALUE 0.
       77 WS-INDICE-PF                        PIC 9(04) VALUE 1.
       77 WS-ULTIMO-CERTIFICADO               PIC 9(08) VALUE 0.
       01 WS-TABLA-PLAZOS.
          05 WS-PF-ITEM OCCURS 1000 TIMES.
             10 WS-PF-CERTIFICADO             PIC 9(08).
             10 WS-PF-CUENTA                  PIC X(22).
             10 WS-PF-MONEDA                  PIC X(03).
             10 WS-PF-CAPITAL                 PIC 9(10)V9(02).
             10 WS-PF-TASA                    PIC 9(03)V9(04).
             10 WS-PF-PLAZO                   PIC 9(03).
             10 WS-PF-DIAS                    PIC 9(03).
             10 WS-PF-FECHA-CONST             PIC X(10).
             10 WS-PF-FECHA-VTO               PIC X(10).
             10 WS-PF-INTERES                 PIC 9(10)V9(02).
             10 WS-PF-DEVENGADO               PIC 9(10)V9(02).
             10 WS-PF-RENUEVA                 PIC X(01).
             10 WS-PF-ESTADO                  PIC X(01).
             10 WS-PF-CERT-ORIGEN             PIC 9(08).
             10 WS-PF-FECHA-PAGO              PIC X(10).

      * Tabla de tasas de plazo fijo
       77 WS-CANT-TASAS                       PIC 9(02) VALUE 0.
       77 WS-INDICE-TASA                      PIC 9(02) VALUE 1.
       77 WS-FILA-TASA                        PIC 9(02) VALUE 0.
       01 WS-TABLA-TASAS.
          05 WS-TASA-ITEM OCCURS 50 TIMES.
             10 WS-TASA-ITEM-MONEDA           PIC X(03).
             10 WS-TASA-ITEM-PLAZO-MINIMO     PIC 9(03).
             10 WS-TASA-ITEM-VIGENCIA         PIC X(10).
             10 WS-TASA-ITEM-ANUAL            PIC 9(03)V9(04).
       77 WS-BUSCA-MONEDA                     PIC X(03) VALUE SPACES.
       77 WS-BUSCA-PLAZO                      PIC 9(03) VALUE 0.

      * Cuentas propias en memoria, como las maneja CLPOSTEO, con lo
      * retenido por embargos de cada una
       77 WS-CANT-CUENTAS                     PIC 9(03) VALUE 0.
       77 WS-INDICE-CTA                       PIC 9(03) VALUE 1.
       77 WS-FILA-CTA                         PIC 9(03) VALUE 0.
       77 WS-BUSCA-CUENTA                     PIC X(22) VALUE SPACES.
       01 WS-TABLA-CUENTAS.
          05 WS-CUENTA OCCURS 200 TIMES.
             10 WS-CUENTA-NUMERO              PIC X(22).
             10 WS-CUENTA-SALDO               PIC 9(10)V9(02).
             10 WS-CUENTA-TITULAR             PIC X(30).
             10 WS-CUENTA-TIPO                PIC X(02).
             10 WS-CUENTA-MONEDA              PIC X(03).
             10 WS-CUENTA-ESTADO              PIC X(01).
             10 WS-CUENTA-APERTURA            PIC X(10).
             10 WS-CUENTA-RETENIDO            PIC 9(10)V9(02).
       77 WS-LIBRE-EMBARGO                    PIC S9(11)V9(02) VALUE 0.

      * Plazo minimo admitido, en dias
       77 WS-PLAZO-MINIMO                     PIC 9(03) VALUE 30.

      * Datos del plazo fijo que se esta dando de alta
       01 WS-ALTA.
          05 WS-ALTA-FILA-CTA                 PIC 9(03).
          05 WS-ALTA-CAPITAL                  PIC 9(10)V9(02).
          05 WS-ALTA-PLAZO                    PIC 9(03).
          05 WS-ALTA-RENUEVA                  PIC X(01).
          05 WS-ALTA-CERT-ORIGEN              PIC 9(08).
          05 WS-ALTA-TASA                     PIC 9(03)V9(04).
          05 WS-ALTA-VTO                      PIC X(10).
          05 WS-ALTA-DIAS                     PIC 9(03).
          05 WS-ALTA-INTERES                  PIC 9(10)V9(02).

      * Movimiento a grabar
       77 WS-MOV-TIPO                         PIC X(01) VALUE SPACE.
       77 WS-MOV-ORIGEN                       PIC X(01) VALUE SPACE.
       77 WS-MOV-IMPORTE                      PIC 9(10)V9(02) VALUE 0.
       77 WS-MOV-CERTIFICADO                  PIC 9(08) VALUE 0.
       77 WS-MOV-SUFIJO                       PIC 9(01) VALUE 0.
       77 WS-NRO-OPERACION                    PIC 9(10) VALUE 0.

      * Devengamiento y renovacion
       77 WS-DIAS-CORRIDOS                    PIC S9(07) VALUE 0.
       77 WS-DEVENGADO-NUEVO                  PIC 9(10)V9(02) VALUE 0.
       77 WS-DEVENGADO-DIA                    PIC 9(11)V9(02) VALUE 0.
       77 WS-INTERES-PAGO                     PIC 9(10)V9(02) VALUE 0.

      * Lineas del certificado
       01 WS-CER-SEPARADOR                    PIC X(60) VALUE ALL '='.
       01 WS-CER-TITULO.
          05 FILLER                    PIC X(35) VALUE
             'CERTIFICADO DE PLAZO FIJO NRO.     '.
          05 WS-CER-TIT-NUMERO         PIC 9(08).
       01 WS-CER-LINEA.
          05 WS-CER-ROTULO             PIC X(24).
          05 WS-CER-VALOR              PIC X(50).
       77 WS-CER-IMPORTE                      PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CER-TASA                         PIC ZZ9,9999.
       77 WS-CER-PLAZO                        PIC ZZ9.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                   PIC 9(05) VALUE 0.
          05 WS-CANT-CONSTITUIDOS             PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-VENCIDOS                 PIC 9(05) VALUE 0.
          05 WS-CANT-RENOVADOS                PIC 9(05) VALUE 0.
          05 WS-CANT-SIN-RENOVAR              PIC 9(05) VALUE 0.
          05 WS-CANT-SIN-CUENTA               PIC 9(05) VALUE 0.
          05 WS-TOTAL-CONSTITUIDO             PIC 9(12)V9(02) VALUE 0.
          05 WS-TOTAL-CAPITAL-PAGADO          PIC 9(12)V9(02) VALUE 0.
          05 WS-TOTAL-INTERES-PAGADO          PIC 9(12)V9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           IF WS-MODO-CONSTITUIR
              PERFORM 2000-CONSTITUIR
                 THRU 2000-CONSTITUIR-EXIT
           ELSE
              PERFORM 3000-VENCIMIENTOS
                 THRU 3000-VENCIMIENTOS-EXIT
           END-IF.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-FECHA.
           IF NOT WS-MODO-CONSTITUIR AND NOT WS-MODO-VENCIMIENTOS
              PERFORM 1010-MOSTRAR-USO
                 THRU 1010-MOSTRAR-USO-EXIT
           END-IF.

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
                 PERFORM 1010-MOSTRAR-USO
                    THRU 1010-MOSTRAR-USO-EXIT
              END-IF
              MOVE WS-PARM-FECHA TO WS-FECHA-HOY
           END-IF.

           OPEN INPUT ENT-CUENTAS.
           IF NOT FS-ENT-CUENTAS-OK
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE CUENTAS: '
                 FS-ENT-CUENTAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1100-LEER-CUENTA
              THRU 1100-LEER-CUENTA-EXIT
              UNTIL WS-CUENTAS-EOF-YES.
           CLOSE ENT-CUENTAS.

           PERFORM 1200-CARGAR-EMBARGOS
              THRU 1200-CARGAR-EMBARGOS-EXIT.

           OPEN INPUT ENT-TASAS.
           IF FS-ENT-TASAS-NFD
              DISPLAY 'NO HAY TASAS_PLAZO_FIJO.TXT: SIN TASAS NO SE '
                 'CONSTITUYEN NI RENUEVAN PLAZOS FIJOS'
           ELSE
              IF NOT FS-ENT-TASAS-OK
                 DISPLAY 'ERROR AL ABRIR TASAS_PLAZO_FIJO.TXT: '
                    FS-ENT-TASAS
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 1300-LEER-TASA
                 THRU 1300-LEER-TASA-EXIT
                 UNTIL WS-TASAS-EOF-YES
              CLOSE ENT-TASAS
           END-IF.

           PERFORM 1400-CARGAR-PLAZOS
              THRU 1400-CARGAR-PLAZOS-EXIT.

           OPEN EXTEND SAL-MOVIMIENTOS.
           IF FS-SAL-MOVIMIENTOS-NFD
              OPEN OUTPUT SAL-MOVIMIENTOS
           END-IF.
           IF NOT FS-SAL-MOVIMIENTOS-OK
              DISPLAY 'ERROR AL ABRIR MOVIMIENTOS.TXT: '
                 FS-SAL-MOVIMIENTOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-CERTIFICADOS.
           IF FS-SAL-CERTIFICADOS-NFD
              OPEN OUTPUT SAL-CERTIFICADOS
           END-IF.
           IF NOT FS-SAL-CERTIFICADOS-OK
              DISPLAY 'ERROR AL ABRIR CERTIFICADOS_PLAZO_FIJO.TXT: '
                 FS-SAL-CERTIFICADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1010-MOSTRAR-USO.
           DISPLAY 'USO: CLPLAZOF CONSTITUIR [FECHA AAAA-MM-DD]'.
           DISPLAY '     CLPLAZOF VENCIMIENTOS [FECHA AAAA-MM-DD]'.
           MOVE 99 TO RETURN-CODE.
           STOP RUN.

       1010-MOSTRAR-USO-EXIT.
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
                      MOVE 0 TO WS-CUENTA-RETENIDO(WS-CANT-CUENTAS)
                   ELSE
                      DISPLAY 'CUENTAS.TXT TIENE MAS DE 200 CUENTAS'
                   END-IF
           END-READ.

       1100-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo retenido por oficios activos o cubiertos no se puede
      * imponer a plazo fijo. Sin EMBARGOS.TXT no hay retenido.
       1200-CARGAR-EMBARGOS.
           OPEN INPUT ENT-EMBARGOS.
           EVALUATE TRUE
               WHEN FS-ENT-EMBARGOS-OK
                   PERFORM 1250-LEER-EMBARGO
                      THRU 1250-LEER-EMBARGO-EXIT
                      UNTIL WS-EMBARGOS-EOF-YES
                   CLOSE ENT-EMBARGOS
               WHEN FS-ENT-EMBARGOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMBARGOS.TXT: '
                      FS-ENT-EMBARGOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-LEER-EMBARGO.
           READ ENT-EMBARGOS
               AT END
                   SET WS-EMBARGOS-EOF-YES TO TRUE
               NOT AT END
                   IF NOT REG-EMB-LEVANTADO
                      MOVE REG-EMB-CUENTA TO WS-BUSCA-CUENTA
                      PERFORM 5500-UBICAR-CUENTA
                         THRU 5500-UBICAR-CUENTA-EXIT
                      IF WS-FILA-CTA GREATER THAN 0
                         ADD REG-EMB-RETENIDO
                           TO WS-CUENTA-RETENIDO(WS-FILA-CTA)
                      END-IF
                   END-IF
           END-READ.

       1250-LEER-EMBARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-LEER-TASA.
           READ ENT-TASAS
               AT END
                   SET WS-TASAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-TASAS LESS THAN 50
                      ADD 1 TO WS-CANT-TASAS
                      MOVE REG-TPF-MONEDA
                        TO WS-TASA-ITEM-MONEDA(WS-CANT-TASAS)
                      MOVE REG-TPF-PLAZO-MINIMO
                        TO WS-TASA-ITEM-PLAZO-MINIMO(WS-CANT-TASAS)
                      MOVE REG-TPF-VIGENCIA
                        TO WS-TASA-ITEM-VIGENCIA(WS-CANT-TASAS)
                      MOVE REG-TPF-ANUAL
                        TO WS-TASA-ITEM-ANUAL(WS-CANT-TASAS)
                   ELSE
                      DISPLAY 'TASAS_PLAZO_FIJO.TXT TIENE MAS DE 50 '
                         'TASAS, SE IGNORAN LAS EXCEDENTES'
                   END-IF
           END-READ.

       1300-LEER-TASA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin PLAZOS_FIJOS.TXT el registro arranca vacio. El registro
      * se regraba entero al terminar, asi que si no entra en la
      * tabla no se sigue: perder certificados no es una opcion.
       1400-CARGAR-PLAZOS.
           OPEN INPUT ENT-PLAZOS.
           EVALUATE TRUE
               WHEN FS-ENT-PLAZOS-OK
                   PERFORM 1450-LEER-PLAZO
                      THRU 1450-LEER-PLAZO-EXIT
                      UNTIL WS-PLAZOS-EOF-YES
                   CLOSE ENT-PLAZOS
               WHEN FS-ENT-PLAZOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PLAZOS_FIJOS.TXT: '
                      FS-ENT-PLAZOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE WS-CANT-PLAZOS TO WS-CANT-PLAZOS-INICIO.

       1400-CARGAR-PLAZOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1450-LEER-PLAZO.
           READ ENT-PLAZOS INTO REG-PLAZO-FIJO
               AT END
                   SET WS-PLAZOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-PLAZOS NOT LESS THAN 1000
                      DISPLAY 'PLAZOS_FIJOS.TXT TIENE MAS DE 1000 '
                         'CERTIFICADOS: AMPLIAR LA TABLA DE CLPLAZOF'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-PLAZOS
                   MOVE REG-PF-CERTIFICADO
                     TO WS-PF-CERTIFICADO(WS-CANT-PLAZOS)
                   MOVE REG-PF-CUENTA
                     TO WS-PF-CUENTA(WS-CANT-PLAZOS)
                   MOVE REG-PF-MONEDA
                     TO WS-PF-MONEDA(WS-CANT-PLAZOS)
                   MOVE REG-PF-CAPITAL
                     TO WS-PF-CAPITAL(WS-CANT-PLAZOS)
                   MOVE REG-PF-TASA
                     TO WS-PF-TASA(WS-CANT-PLAZOS)
                   MOVE REG-PF-PLAZO
                     TO WS-PF-PLAZO(WS-CANT-PLAZOS)
                   MOVE REG-PF-DIAS
                     TO WS-PF-DIAS(WS-CANT-PLAZOS)
                   MOVE REG-PF-FECHA-CONST
                     TO WS-PF-FECHA-CONST(WS-CANT-PLAZOS)
                   MOVE REG-PF-FECHA-VTO
                     TO WS-PF-FECHA-VTO(WS-CANT-PLAZOS)
                   MOVE REG-PF-INTERES
                     TO WS-PF-INTERES(WS-CANT-PLAZOS)
                   MOVE REG-PF-DEVENGADO
                     TO WS-PF-DEVENGADO(WS-CANT-PLAZOS)
                   MOVE REG-PF-RENUEVA
                     TO WS-PF-RENUEVA(WS-CANT-PLAZOS)
                   MOVE REG-PF-ESTADO
                     TO WS-PF-ESTADO(WS-CANT-PLAZOS)
                   MOVE REG-PF-CERT-ORIGEN
                     TO WS-PF-CERT-ORIGEN(WS-CANT-PLAZOS)
                   MOVE REG-PF-FECHA-PAGO
                     TO WS-PF-FECHA-PAGO(WS-CANT-PLAZOS)
                   IF REG-PF-CERTIFICADO GREATER THAN
                         WS-ULTIMO-CERTIFICADO
                      MOVE REG-PF-CERTIFICADO
                        TO WS-ULTIMO-CERTIFICADO
                   END-IF
           END-READ.

       1450-LEER-PLAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONSTITUIR.
           OPEN INPUT ENT-NOVEDADES.
           IF FS-ENT-NOVEDADES-NFD
              DISPLAY 'NO HAY PLAZOS_FIJOS_NOVEDADES.SEQ: NADA QUE '
                 'CONSTITUIR'
              GO TO 2000-CONSTITUIR-EXIT
           END-IF.
           IF NOT FS-ENT-NOVEDADES-OK
              DISPLAY 'ERROR AL ABRIR PLAZOS_FIJOS_NOVEDADES.SEQ: '
                 FS-ENT-NOVEDADES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2100-PROCESAR-NOVEDAD
              THRU 2100-PROCESAR-NOVEDAD-EXIT
              UNTIL WS-NOVEDADES-EOF-YES.
           CLOSE ENT-NOVEDADES.

           DISPLAY 'NOVEDADES LEIDAS      : ' WS-CANT-LEIDAS.
           DISPLAY 'PLAZOS CONSTITUIDOS   : ' WS-CANT-CONSTITUIDOS.
           DISPLAY 'NOVEDADES RECHAZADAS  : ' WS-CANT-RECHAZADAS.
           DISPLAY 'TOTAL CONSTITUIDO     : ' WS-TOTAL-CONSTITUIDO.

       2000-CONSTITUIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-PROCESAR-NOVEDAD.
           READ ENT-NOVEDADES
               AT END
                   SET WS-NOVEDADES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2200-VALIDAR-NOVEDAD
                      THRU 2200-VALIDAR-NOVEDAD-EXIT
           END-READ.

       2100-PROCESAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-VALIDAR-NOVEDAD.
           MOVE REG-NOV-CUENTA TO WS-BUSCA-CUENTA.
           PERFORM 5500-UBICAR-CUENTA
              THRU 5500-UBICAR-CUENTA-EXIT.
           IF WS-FILA-CTA EQUAL 0
              DISPLAY 'PLAZO FIJO RECHAZADO: CUENTA INEXISTENTE: '
                 REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-NOVEDAD-EXIT
           END-IF.
           IF WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL 'A'
              DISPLAY 'PLAZO FIJO RECHAZADO: CUENTA NO ACTIVA: '
                 REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-NOVEDAD-EXIT
           END-IF.
           IF REG-NOV-IMPORTE NOT NUMERIC
              OR REG-NOV-IMPORTE EQUAL 0
              DISPLAY 'PLAZO FIJO RECHAZADO: IMPORTE INVALIDO, '
                 'CUENTA ' REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-NOVEDAD-EXIT
           END-IF.
           IF REG-NOV-PLAZO NOT NUMERIC
              OR REG-NOV-PLAZO LESS THAN WS-PLAZO-MINIMO
              DISPLAY 'PLAZO FIJO RECHAZADO: PLAZO MENOR A '
                 WS-PLAZO-MINIMO ' DIAS, CUENTA ' REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-NOVEDAD-EXIT
           END-IF.
           IF REG-NOV-RENUEVA EQUAL SPACE
              MOVE 'N' TO REG-NOV-RENUEVA
           END-IF.
           IF REG-NOV-RENUEVA NOT EQUAL 'N'
              AND REG-NOV-RENUEVA NOT EQUAL 'C'
              AND REG-NOV-RENUEVA NOT EQUAL 'T'
              DISPLAY 'PLAZO FIJO RECHAZADO: INSTRUCCION DE '
                 'RENOVACION INVALIDA: ' REG-NOV-RENUEVA
                 ' CUENTA ' REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-NOVEDAD-EXIT
           END-IF.

           COMPUTE WS-LIBRE-EMBARGO =
              WS-CUENTA-SALDO(WS-FILA-CTA)
              - WS-CUENTA-RETENIDO(WS-FILA-CTA).
           IF REG-NOV-IMPORTE GREATER THAN WS-LIBRE-EMBARGO
              DISPLAY 'PLAZO FIJO RECHAZADO: SALDO LIBRE '
                 'INSUFICIENTE, CUENTA ' REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-NOVEDAD-EXIT
           END-IF.

           MOVE WS-CUENTA-MONEDA(WS-FILA-CTA) TO WS-BUSCA-MONEDA.
           MOVE REG-NOV-PLAZO TO WS-BUSCA-PLAZO.
           PERFORM 5100-BUSCAR-TASA
              THRU 5100-BUSCAR-TASA-EXIT.
           IF WS-FILA-TASA EQUAL 0
              DISPLAY 'PLAZO FIJO RECHAZADO: SIN TASA PARA '
                 WS-BUSCA-MONEDA ' A ' REG-NOV-PLAZO
                 ' DIAS, CUENTA ' REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-NOVEDAD-EXIT
           END-IF.

           IF WS-CANT-PLAZOS NOT LESS THAN 1000
              DISPLAY 'PLAZO FIJO RECHAZADO: REGISTRO DE PLAZOS '
                 'FIJOS LLENO, CUENTA ' REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-NOVEDAD-EXIT
           END-IF.

           MOVE WS-FILA-CTA     TO WS-ALTA-FILA-CTA.
           MOVE REG-NOV-IMPORTE TO WS-ALTA-CAPITAL.
           MOVE REG-NOV-PLAZO   TO WS-ALTA-PLAZO.
           MOVE REG-NOV-RENUEVA TO WS-ALTA-RENUEVA.
           MOVE 0               TO WS-ALTA-CERT-ORIGEN.
           PERFORM 5000-DAR-ALTA-PLAZO
              THRU 5000-DAR-ALTA-PLAZO-EXIT.
           ADD 1 TO WS-CANT-CONSTITUIDOS.
           ADD WS-ALTA-CAPITAL TO WS-TOTAL-CONSTITUIDO.

       2200-VALIDAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Corrida diaria: solo los certificados que estaban en el
      * registro al empezar; las renovaciones de hoy se constituyen
      * hoy y todavia no devengan.
       3000-VENCIMIENTOS.
           MOVE 0 TO WS-DEVENGADO-DIA.
           PERFORM 3100-PROCESAR-PLAZO
              THRU 3100-PROCESAR-PLAZO-EXIT
              VARYING WS-INDICE-PF FROM 1 BY 1
              UNTIL WS-INDICE-PF GREATER THAN WS-CANT-PLAZOS-INICIO.

           IF WS-DEVENGADO-DIA GREATER THAN 0
              PERFORM 3500-GRABAR-DEVENGADO
                 THRU 3500-GRABAR-DEVENGADO-EXIT
           END-IF.

           DISPLAY 'PLAZOS VENCIDOS       : ' WS-CANT-VENCIDOS.
           DISPLAY 'PLAZOS RENOVADOS      : ' WS-CANT-RENOVADOS.
           DISPLAY 'VENCIDOS SIN RENOVAR  : ' WS-CANT-SIN-RENOVAR.
           DISPLAY 'VENCIDOS SIN CUENTA   : ' WS-CANT-SIN-CUENTA.
           DISPLAY 'CAPITAL ACREDITADO    : ' WS-TOTAL-CAPITAL-PAGADO.
           DISPLAY 'INTERES ACREDITADO    : ' WS-TOTAL-INTERES-PAGADO.
           DISPLAY 'INTERES DEVENGADO HOY : ' WS-DEVENGADO-DIA.
           IF WS-CANT-SIN-CUENTA GREATER THAN 0
              OR WS-CANT-SIN-RENOVAR GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-VENCIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-PROCESAR-PLAZO.
           IF WS-PF-ESTADO(WS-INDICE-PF) NOT EQUAL 'V'
              GO TO 3100-PROCESAR-PLAZO-EXIT
           END-IF.

           IF WS-PF-FECHA-VTO(WS-INDICE-PF) GREATER THAN WS-FECHA-HOY
              PERFORM 3200-DEVENGAR-PLAZO
                 THRU 3200-DEVENGAR-PLAZO-EXIT
           ELSE
              PERFORM 3300-PAGAR-VENCIMIENTO
                 THRU 3300-PAGAR-VENCIMIENTO-EXIT
           END-IF.

       3100-PROCESAR-PLAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Devengado lineal: el interes pactado por los dias corridos
      * desde la constitucion sobre los dias del plazo. Lo del dia es
      * la diferencia con lo devengado en la corrida anterior, asi
      * un dia sin corrida se recupera en la siguiente.
       3200-DEVENGAR-PLAZO.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE WS-PF-FECHA-CONST(WS-INDICE-PF) TO LK-FEC-FECHA-1.
           MOVE WS-FECHA-HOY TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-DIFERENCIA TO WS-DIAS-CORRIDOS.
           IF WS-DIAS-CORRIDOS NOT GREATER THAN 0
              OR WS-PF-DIAS(WS-INDICE-PF) EQUAL 0
              GO TO 3200-DEVENGAR-PLAZO-EXIT
           END-IF.

           COMPUTE WS-DEVENGADO-NUEVO ROUNDED =
              WS-PF-INTERES(WS-INDICE-PF) * WS-DIAS-CORRIDOS
              / WS-PF-DIAS(WS-INDICE-PF).
           IF WS-DEVENGADO-NUEVO GREATER THAN
                 WS-PF-DEVENGADO(WS-INDICE-PF)
              COMPUTE WS-DEVENGADO-DIA = WS-DEVENGADO-DIA
                 + WS-DEVENGADO-NUEVO - WS-PF-DEVENGADO(WS-INDICE-PF)
              MOVE WS-DEVENGADO-NUEVO
                TO WS-PF-DEVENGADO(WS-INDICE-PF)
           END-IF.

       3200-DEVENGAR-PLAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-PAGAR-VENCIMIENTO.
           MOVE WS-PF-CUENTA(WS-INDICE-PF) TO WS-BUSCA-CUENTA.
           PERFORM 5500-UBICAR-CUENTA
              THRU 5500-UBICAR-CUENTA-EXIT.
           IF WS-FILA-CTA EQUAL 0
              DISPLAY 'PLAZO FIJO VENCIDO SIN CUENTA EN CUENTAS.TXT: '
                 WS-PF-CERTIFICADO(WS-INDICE-PF) ' '
                 WS-PF-CUENTA(WS-INDICE-PF)
              ADD 1 TO WS-CANT-SIN-CUENTA
              GO TO 3300-PAGAR-VENCIMIENTO-EXIT
           END-IF.

      * Lo que falte devengar se devenga hoy.
           IF WS-PF-INTERES(WS-INDICE-PF) GREATER THAN
                 WS-PF-DEVENGADO(WS-INDICE-PF)
              COMPUTE WS-DEVENGADO-DIA = WS-DEVENGADO-DIA
                 + WS-PF-INTERES(WS-INDICE-PF)
                 - WS-PF-DEVENGADO(WS-INDICE-PF)
              MOVE WS-PF-INTERES(WS-INDICE-PF)
                TO WS-PF-DEVENGADO(WS-INDICE-PF)
           END-IF.

           MOVE WS-PF-CERTIFICADO(WS-INDICE-PF) TO WS-MOV-CERTIFICADO.
           MOVE 'C' TO WS-MOV-TIPO.
           MOVE 'V' TO WS-MOV-ORIGEN.
           MOVE 2   TO WS-MOV-SUFIJO.
           MOVE WS-PF-CAPITAL(WS-INDICE-PF) TO WS-MOV-IMPORTE.
           ADD WS-MOV-IMPORTE TO WS-CUENTA-SALDO(WS-FILA-CTA).
           PERFORM 5400-GRABAR-MOVIMIENTO
              THRU 5400-GRABAR-MOVIMIENTO-EXIT.
           ADD WS-MOV-IMPORTE TO WS-TOTAL-CAPITAL-PAGADO.

           MOVE WS-PF-INTERES(WS-INDICE-PF) TO WS-INTERES-PAGO.
           IF WS-INTERES-PAGO GREATER THAN 0
              MOVE 'R' TO WS-MOV-ORIGEN
              MOVE 3   TO WS-MOV-SUFIJO
              MOVE WS-INTERES-PAGO TO WS-MOV-IMPORTE
              ADD WS-MOV-IMPORTE TO WS-CUENTA-SALDO(WS-FILA-CTA)
              PERFORM 5400-GRABAR-MOVIMIENTO
                 THRU 5400-GRABAR-MOVIMIENTO-EXIT
              ADD WS-MOV-IMPORTE TO WS-TOTAL-INTERES-PAGADO
           END-IF.

           MOVE 'P' TO WS-PF-ESTADO(WS-INDICE-PF).
           MOVE WS-FECHA-HOY TO WS-PF-FECHA-PAGO(WS-INDICE-PF).
           ADD 1 TO WS-CANT-VENCIDOS.

           IF WS-PF-RENUEVA(WS-INDICE-PF) EQUAL 'C'
              OR WS-PF-RENUEVA(WS-INDICE-PF) EQUAL 'T'
              PERFORM 3400-RENOVAR-PLAZO
                 THRU 3400-RENOVAR-PLAZO-EXIT
           END-IF.

       3300-PAGAR-VENCIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La renovacion es una constitucion nueva por el mismo plazo,
      * a la tasa vigente hoy, con la misma instruccion. Solo sobre
      * cuentas activas o inactivas: una cuenta bloqueada o cerrada
      * se queda con lo acreditado.
       3400-RENOVAR-PLAZO.
           IF WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL 'A'
              AND WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL 'I'
              DISPLAY 'PLAZO FIJO NO RENOVADO, CUENTA NO OPERATIVA: '
                 WS-PF-CERTIFICADO(WS-INDICE-PF) ' '
                 WS-PF-CUENTA(WS-INDICE-PF)
              ADD 1 TO WS-CANT-SIN-RENOVAR
              GO TO 3400-RENOVAR-PLAZO-EXIT
           END-IF.

           MOVE WS-PF-MONEDA(WS-INDICE-PF) TO WS-BUSCA-MONEDA.
           MOVE WS-PF-PLAZO(WS-INDICE-PF)  TO WS-BUSCA-PLAZO.
           PERFORM 5100-BUSCAR-TASA
              THRU 5100-BUSCAR-TASA-EXIT.
           IF WS-FILA-TASA EQUAL 0
              DISPLAY 'PLAZO FIJO NO RENOVADO, SIN TASA PARA '
                 WS-BUSCA-MONEDA ' A ' WS-BUSCA-PLAZO ' DIAS: '
                 WS-PF-CERTIFICADO(WS-INDICE-PF)
              ADD 1 TO WS-CANT-SIN-RENOVAR
              GO TO 3400-RENOVAR-PLAZO-EXIT
           END-IF.

           IF WS-CANT-PLAZOS NOT LESS THAN 1000
              DISPLAY 'PLAZO FIJO NO RENOVADO, REGISTRO LLENO: '
                 WS-PF-CERTIFICADO(WS-INDICE-PF)
              ADD 1 TO WS-CANT-SIN-RENOVAR
              GO TO 3400-RENOVAR-PLAZO-EXIT
           END-IF.

           MOVE WS-FILA-CTA TO WS-ALTA-FILA-CTA.
           MOVE WS-PF-CAPITAL(WS-INDICE-PF) TO WS-ALTA-CAPITAL.
           IF WS-PF-RENUEVA(WS-INDICE-PF) EQUAL 'T'
              ADD WS-PF-INTERES(WS-INDICE-PF) TO WS-ALTA-CAPITAL
           END-IF.
           MOVE WS-PF-PLAZO(WS-INDICE-PF) TO WS-ALTA-PLAZO.
           MOVE WS-PF-RENUEVA(WS-INDICE-PF) TO WS-ALTA-RENUEVA.
           MOVE WS-PF-CERTIFICADO(WS-INDICE-PF) TO WS-ALTA-CERT-ORIGEN.
           PERFORM 5000-DAR-ALTA-PLAZO
              THRU 5000-DAR-ALTA-PLAZO-EXIT.

           MOVE 'R' TO WS-PF-ESTADO(WS-INDICE-PF).
           ADD 1 TO WS-CANT-RENOVADOS.

       3400-RENOVAR-PLAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-GRABAR-DEVENGADO.
           OPEN EXTEND SAL-DEVENGADO.
           IF FS-SAL-DEVENGADO-NFD
              OPEN OUTPUT SAL-DEVENGADO
           END-IF.
           IF NOT FS-SAL-DEVENGADO-OK
              DISPLAY 'ERROR AL ABRIR PLAZOS_FIJOS_DEVENGADO.TXT: '
                 FS-SAL-DEVENGADO
              MOVE 8 TO RETURN-CODE
              GO TO 3500-GRABAR-DEVENGADO-EXIT
           END-IF.
           MOVE WS-FECHA-HOY     TO REG-DEV-FECHA.
           MOVE ';'              TO REG-DEV-SEP-01.
           MOVE WS-DEVENGADO-DIA TO REG-DEV-IMPORTE.
           WRITE REG-DEVENGADO.
           CLOSE SAL-DEVENGADO.

       3500-GRABAR-DEVENGADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           CLOSE SAL-MOVIMIENTOS
                 SAL-CERTIFICADOS.

           OPEN OUTPUT SAL-PLAZOS.
           IF NOT FS-SAL-PLAZOS-OK
              DISPLAY 'ERROR AL REGRABAR PLAZOS_FIJOS.TXT: '
                 FS-SAL-PLAZOS
              MOVE 99 TO RETURN-CODE
           ELSE
              PERFORM 4100-GRABAR-PLAZO
                 THRU 4100-GRABAR-PLAZO-EXIT
                 VARYING WS-INDICE-PF FROM 1 BY 1
                 UNTIL WS-INDICE-PF GREATER THAN WS-CANT-PLAZOS
              CLOSE SAL-PLAZOS
           END-IF.

      * Los saldos actualizados vuelven a CUENTAS.TXT, como hace
      * CLPOSTEO al terminar.
           OPEN OUTPUT SAL-CUENTAS.
           IF NOT FS-SAL-CUENTAS-OK
              DISPLAY 'ERROR AL REGRABAR CUENTAS.TXT: '
                 FS-SAL-CUENTAS
              MOVE 99 TO RETURN-CODE
           ELSE
              PERFORM 4200-GRABAR-CUENTA
                 THRU 4200-GRABAR-CUENTA-EXIT
                 VARYING WS-INDICE-CTA FROM 1 BY 1
                 UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS
              CLOSE SAL-CUENTAS
           END-IF.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-GRABAR-PLAZO.
           MOVE WS-PF-CERTIFICADO(WS-INDICE-PF) TO REG-PF-CERTIFICADO.
           MOVE WS-PF-CUENTA(WS-INDICE-PF)      TO REG-PF-CUENTA.
           MOVE WS-PF-MONEDA(WS-INDICE-PF)      TO REG-PF-MONEDA.
           MOVE WS-PF-CAPITAL(WS-INDICE-PF)     TO REG-PF-CAPITAL.
           MOVE WS-PF-TASA(WS-INDICE-PF)        TO REG-PF-TASA.
           MOVE WS-PF-PLAZO(WS-INDICE-PF)       TO REG-PF-PLAZO.
           MOVE WS-PF-DIAS(WS-INDICE-PF)        TO REG-PF-DIAS.
           MOVE WS-PF-FECHA-CONST(WS-INDICE-PF) TO REG-PF-FECHA-CONST.
           MOVE WS-PF-FECHA-VTO(WS-INDICE-PF)   TO REG-PF-FECHA-VTO.
           MOVE WS-PF-INTERES(WS-INDICE-PF)     TO REG-PF-INTERES.
           MOVE WS-PF-DEVENGADO(WS-INDICE-PF)   TO REG-PF-DEVENGADO.
           MOVE WS-PF-RENUEVA(WS-INDICE-PF)     TO REG-PF-RENUEVA.
           MOVE WS-PF-ESTADO(WS-INDICE-PF)      TO REG-PF-ESTADO.
           MOVE WS-PF-CERT-ORIGEN(WS-INDICE-PF) TO REG-PF-CERT-ORIGEN.
           MOVE WS-PF-FECHA-PAGO(WS-INDICE-PF)  TO REG-PF-FECHA-PAGO.
           WRITE REG-SAL-PLAZO FROM REG-PLAZO-FIJO.

       4100-GRABAR-PLAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-GRABAR-CUENTA.
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

       4200-GRABAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta de un certificado con los datos de WS-ALTA (la tasa ya
      * se verifico en WS-FILA-TASA): vencimiento habil, interes
      * sobre los dias reales, debito de la cuenta y certificado.
       5000-DAR-ALTA-PLAZO.
           MOVE WS-TASA-ITEM-ANUAL(WS-FILA-TASA) TO WS-ALTA-TASA.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE WS-FECHA-HOY  TO LK-FEC-FECHA-1.
           MOVE WS-ALTA-PLAZO TO LK-FEC-DIAS.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-ALTA-VTO.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIA-HABIL TO TRUE.
           MOVE WS-ALTA-VTO TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-ALTA-VTO.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE WS-FECHA-HOY TO LK-FEC-FECHA-1.
           MOVE WS-ALTA-VTO  TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-DIFERENCIA TO WS-ALTA-DIAS.

           COMPUTE WS-ALTA-INTERES ROUNDED =
              WS-ALTA-CAPITAL * WS-ALTA-TASA / 100
              * WS-ALTA-DIAS / 365.

           ADD 1 TO WS-ULTIMO-CERTIFICADO.
           ADD 1 TO WS-CANT-PLAZOS.
           MOVE WS-ULTIMO-CERTIFICADO
             TO WS-PF-CERTIFICADO(WS-CANT-PLAZOS).
           MOVE WS-CUENTA-NUMERO(WS-ALTA-FILA-CTA)
             TO WS-PF-CUENTA(WS-CANT-PLAZOS).
           MOVE WS-CUENTA-MONEDA(WS-ALTA-FILA-CTA)
             TO WS-PF-MONEDA(WS-CANT-PLAZOS).
           MOVE WS-ALTA-CAPITAL     TO WS-PF-CAPITAL(WS-CANT-PLAZOS).
           MOVE WS-ALTA-TASA        TO WS-PF-TASA(WS-CANT-PLAZOS).
           MOVE WS-ALTA-PLAZO       TO WS-PF-PLAZO(WS-CANT-PLAZOS).
           MOVE WS-ALTA-DIAS        TO WS-PF-DIAS(WS-CANT-PLAZOS).
           MOVE WS-FECHA-HOY
             TO WS-PF-FECHA-CONST(WS-CANT-PLAZOS).
           MOVE WS-ALTA-VTO         TO WS-PF-FECHA-VTO(WS-CANT-PLAZOS).
           MOVE WS-ALTA-INTERES     TO WS-PF-INTERES(WS-CANT-PLAZOS).
           MOVE 0                   TO WS-PF-DEVENGADO(WS-CANT-PLAZOS).
           MOVE WS-ALTA-RENUEVA     TO WS-PF-RENUEVA(WS-CANT-PLAZOS).
           MOVE 'V'                 TO WS-PF-ESTADO(WS-CANT-PLAZOS).
           MOVE WS-ALTA-CERT-ORIGEN
             TO WS-PF-CERT-ORIGEN(WS-CANT-PLAZOS).
           MOVE SPACES              TO WS-PF-FECHA-PAGO(WS-CANT-PLAZOS).

           MOVE WS-ALTA-FILA-CTA TO WS-FILA-CTA.
           MOVE WS-ULTIMO-CERTIFICADO TO WS-MOV-CERTIFICADO.
           MOVE 'D' TO WS-MOV-TIPO.
           IF WS-ALTA-CERT-ORIGEN GREATER THAN 0
              MOVE 'W' TO WS-MOV-ORIGEN
           ELSE
              MOVE 'K' TO WS-MOV-ORIGEN
           END-IF.
           MOVE 1   TO WS-MOV-SUFIJO.
           MOVE WS-ALTA-CAPITAL TO WS-MOV-IMPORTE.
           SUBTRACT WS-MOV-IMPORTE FROM WS-CUENTA-SALDO(WS-FILA-CTA).
           PERFORM 5400-GRABAR-MOVIMIENTO
              THRU 5400-GRABAR-MOVIMIENTO-EXIT.

           PERFORM 5300-EMITIR-CERTIFICADO
              THRU 5300-EMITIR-CERTIFICADO-EXIT.

       5000-DAR-ALTA-PLAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tasa para WS-BUSCA-MONEDA y WS-BUSCA-PLAZO al dia de proceso:
      * el mayor plazo minimo que no supere el pedido y, dentro de
      * el, la mayor vigencia que no supere el dia.
       5100-BUSCAR-TASA.
           MOVE 0 TO WS-FILA-TASA.
           PERFORM 5110-COMPARAR-TASA
              THRU 5110-COMPARAR-TASA-EXIT
              VARYING WS-INDICE-TASA FROM 1 BY 1
              UNTIL WS-INDICE-TASA GREATER THAN WS-CANT-TASAS.

       5100-BUSCAR-TASA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5110-COMPARAR-TASA.
           IF WS-TASA-ITEM-MONEDA(WS-INDICE-TASA)
                 NOT EQUAL WS-BUSCA-MONEDA
              OR WS-TASA-ITEM-PLAZO-MINIMO(WS-INDICE-TASA)
                 GREATER THAN WS-BUSCA-PLAZO
              OR WS-TASA-ITEM-VIGENCIA(WS-INDICE-TASA)
                 GREATER THAN WS-FECHA-HOY
              GO TO 5110-COMPARAR-TASA-EXIT
           END-IF.

           IF WS-FILA-TASA EQUAL 0
              MOVE WS-INDICE-TASA TO WS-FILA-TASA
              GO TO 5110-COMPARAR-TASA-EXIT
           END-IF.

           IF WS-TASA-ITEM-PLAZO-MINIMO(WS-INDICE-TASA) GREATER THAN
                 WS-TASA-ITEM-PLAZO-MINIMO(WS-FILA-TASA)
              MOVE WS-INDICE-TASA TO WS-FILA-TASA
           ELSE
              IF WS-TASA-ITEM-PLAZO-MINIMO(WS-INDICE-TASA) EQUAL
                    WS-TASA-ITEM-PLAZO-MINIMO(WS-FILA-TASA)
                 AND WS-TASA-ITEM-VIGENCIA(WS-INDICE-TASA) GREATER
                    THAN WS-TASA-ITEM-VIGENCIA(WS-FILA-TASA)
                 MOVE WS-INDICE-TASA TO WS-FILA-TASA
              END-IF
           END-IF.

       5110-COMPARAR-TASA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Certificado del ultimo plazo dado de alta (WS-CANT-PLAZOS).
       5300-EMITIR-CERTIFICADO.
           MOVE WS-CER-SEPARADOR TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.
           MOVE WS-PF-CERTIFICADO(WS-CANT-PLAZOS) TO WS-CER-TIT-NUMERO.
           MOVE WS-CER-TITULO TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.
           MOVE WS-CER-SEPARADOR TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.

           MOVE 'TITULAR'             TO WS-CER-ROTULO.
           MOVE WS-CUENTA-TITULAR(WS-ALTA-FILA-CTA) TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'CUENTA'              TO WS-CER-ROTULO.
           MOVE WS-PF-CUENTA(WS-CANT-PLAZOS) TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'MONEDA'              TO WS-CER-ROTULO.
           MOVE WS-PF-MONEDA(WS-CANT-PLAZOS) TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'CAPITAL'             TO WS-CER-ROTULO.
           MOVE WS-PF-CAPITAL(WS-CANT-PLAZOS) TO WS-CER-IMPORTE.
           MOVE WS-CER-IMPORTE        TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'TASA NOMINAL ANUAL %' TO WS-CER-ROTULO.
           MOVE WS-PF-TASA(WS-CANT-PLAZOS) TO WS-CER-TASA.
           MOVE WS-CER-TASA           TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'PLAZO EN DIAS'       TO WS-CER-ROTULO.
           MOVE WS-PF-DIAS(WS-CANT-PLAZOS) TO WS-CER-PLAZO.
           MOVE WS-CER-PLAZO          TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'FECHA DE CONSTITUCION' TO WS-CER-ROTULO.
           MOVE WS-PF-FECHA-CONST(WS-CANT-PLAZOS) TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'FECHA DE VENCIMIENTO' TO WS-CER-ROTULO.
           MOVE WS-PF-FECHA-VTO(WS-CANT-PLAZOS) TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'INTERES AL VENCIMIENTO' TO WS-CER-ROTULO.
           MOVE WS-PF-INTERES(WS-CANT-PLAZOS) TO WS-CER-IMPORTE.
           MOVE WS-CER-IMPORTE        TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'TOTAL AL VENCIMIENTO' TO WS-CER-ROTULO.
           COMPUTE WS-CER-IMPORTE = WS-PF-CAPITAL(WS-CANT-PLAZOS)
              + WS-PF-INTERES(WS-CANT-PLAZOS).
           MOVE WS-CER-IMPORTE        TO WS-CER-VALOR.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           MOVE 'AL VENCIMIENTO'      TO WS-CER-ROTULO.
           EVALUATE WS-PF-RENUEVA(WS-CANT-PLAZOS)
               WHEN 'C'
                   MOVE 'RENUEVA EL CAPITAL, INTERES A LA CUENTA'
                     TO WS-CER-VALOR
               WHEN 'T'
                   MOVE 'RENUEVA CAPITAL MAS INTERES'
                     TO WS-CER-VALOR
               WHEN OTHER
                   MOVE 'NO RENUEVA, CAPITAL E INTERES A LA CUENTA'
                     TO WS-CER-VALOR
           END-EVALUATE.
           PERFORM 5310-GRABAR-LINEA-CER
              THRU 5310-GRABAR-LINEA-CER-EXIT.

           IF WS-PF-CERT-ORIGEN(WS-CANT-PLAZOS) GREATER THAN 0
              MOVE 'RENOVACION DEL CERT.' TO WS-CER-ROTULO
              MOVE WS-PF-CERT-ORIGEN(WS-CANT-PLAZOS) TO WS-CER-VALOR
              PERFORM 5310-GRABAR-LINEA-CER
                 THRU 5310-GRABAR-LINEA-CER-EXIT
           END-IF.

       5300-EMITIR-CERTIFICADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5310-GRABAR-LINEA-CER.
           MOVE WS-CER-LINEA TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.
           MOVE SPACES TO WS-CER-LINEA.

       5310-GRABAR-LINEA-CER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Movimiento de la cuenta WS-FILA-CTA, ya actualizado su saldo.
      * El numero de operacion sale del certificado, asi no choca
      * con las series de CLINTCAP ni de las transferencias:
      * 9 + certificado + 1 constitucion / 2 capital / 3 interes.
       5400-GRABAR-MOVIMIENTO.
           COMPUTE WS-NRO-OPERACION = 9000000000
              + WS-MOV-CERTIFICADO * 10 + WS-MOV-SUFIJO.

           MOVE ';' TO REG-MOV-SEP-01 REG-MOV-SEP-02 REG-MOV-SEP-03
                       REG-MOV-SEP-04 REG-MOV-SEP-05
                       REG-MOV-SEP-06.
           MOVE WS-FECHA-HOY      TO REG-MOV-FECHA.
           MOVE WS-NRO-OPERACION  TO REG-MOV-NRO-OPERACION.
           MOVE WS-CUENTA-NUMERO(WS-FILA-CTA) TO REG-MOV-CUENTA.
           MOVE WS-MOV-TIPO       TO REG-MOV-TIPO.
           MOVE WS-MOV-IMPORTE    TO REG-MOV-IMPORTE.
           MOVE WS-CUENTA-SALDO(WS-FILA-CTA) TO REG-MOV-SALDO.
           MOVE WS-MOV-ORIGEN     TO REG-MOV-ORIGEN.
           WRITE REG-MOVIMIENTO.
           IF NOT FS-SAL-MOVIMIENTOS-OK
              DISPLAY 'ERROR AL GRABAR MOVIMIENTOS.TXT: '
                 FS-SAL-MOVIMIENTOS
           END-IF.

       5400-GRABAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5500-UBICAR-CUENTA.
           MOVE 0 TO WS-FILA-CTA.
           PERFORM 5510-COMPARAR-CUENTA
              THRU 5510-COMPARAR-CUENTA-EXIT
              VARYING WS-INDICE-CTA FROM 1 BY 1
              UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS
                 OR WS-FILA-CTA GREATER THAN 0.

       5500-UBICAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5510-COMPARAR-CUENTA.
           IF WS-CUENTA-NUMERO(WS-INDICE-CTA) EQUAL WS-BUSCA-CUENTA
              MOVE WS-INDICE-CTA TO WS-FILA-CTA
           END-IF.

       5510-COMPARAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLPLAZOF.
