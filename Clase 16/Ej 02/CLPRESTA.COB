      *----------------------------------------------------------------*
      *  Purpose: CLPRESTA - Prestamos personales a titulares de
      *           cuentas, sistema frances. Mantiene PRESTAMOS.TXT
      *           (PRESTAMO.CPY) y el cronograma PRESTAMOS_CUOTAS.TXT
      *           (PRESCUOT.CPY).
      *           Modo OTORGAR: aplica PRESTAMOS_SOLICITUDES.SEQ
      *           (cuenta, importe, cantidad de cuotas). Exige cuenta
      *           activa y tasa en PRESTAMOS_TASAS.TXT para la moneda
      *           y las cuotas (rige la de mayor minimo de cuotas que
      *           no supere el pedido y, dentro de el, la de mayor
      *           vigencia que no supere el dia). Arma el cronograma:
      *           cuota pura constante, interes mensual (TNA / 12)
      *           sobre el saldo de capital, IVA sobre el interes,
      *           vencimientos mensuales desde el otorgamiento
      *           corridos al dia habil (CLFECHAS). Acredita el
      *           capital en la cuenta (movimiento origen L) y deja
      *           el cronograma para el cliente en
      *           PRESTAMOS_CRONOGRAMA.TXT.
      *           Modo COBRAR: corrida mensual. Cada cuota vencida a
      *           la fecha devenga su interes (PRESTAMOS_DEVENGADO.TXT
      *           para CLASIENT) y se debita de la cuenta, la mas
      *           vieja primero, si el saldo libre la cubre entera
      *           (no usa el acuerdo de descubierto ni lo embargado):
      *           capital origen U, interes origen J, IVA origen X e
      *           interes punitorio origen M, este ultimo por los
      *           dias de atraso a la tasa punitoria pactada. La que
      *           no se puede cobrar queda en mora y sale en
      *           PRESTAMOS_MORA.TXT con su punitorio a la fecha.
      *           Los saldos vuelven a CUENTAS.TXT y los registros a
      *           sus archivos al terminar, como en CLINTCAP.
      *           Uso: CLPRESTA OTORGAR [FECHA AAAA-MM-DD]
      *                CLPRESTA COBRAR [FECHA AAAA-MM-DD]
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPRESTA.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-SOLICITUDES
           ASSIGN TO '../PRESTAMOS_SOLICITUDES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SOLICITUDES.

       SELECT ENT-PRESTAMOS
           ASSIGN TO '../PRESTAMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PRESTAMOS.

       SELECT SAL-PRESTAMOS
           ASSIGN TO '../PRESTAMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PRESTAMOS.

       SELECT ENT-CUOTAS
           ASSIGN TO '../PRESTAMOS_CUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUOTAS.

       SELECT SAL-CUOTAS
           ASSIGN TO '../PRESTAMOS_CUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CUOTAS.

       SELECT ENT-TASAS
           ASSIGN TO '../PRESTAMOS_TASAS.TXT'
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

       SELECT SAL-CRONOGRAMA
           ASSIGN TO '../PRESTAMOS_CRONOGRAMA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CRONOGRAMA.

       SELECT SAL-DEVENGADO
           ASSIGN TO '../PRESTAMOS_DEVENGADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-DEVENGADO.

       SELECT SAL-MORA
           ASSIGN TO '../PRESTAMOS_MORA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-MORA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-SOLICITUDES.
       01 REG-SOLICITUD.
          05 REG-SOL-CUENTA                   PIC X(22).
          05 REG-SOL-IMPORTE                  PIC 9(10)V9(02).
          05 REG-SOL-CUOTAS                   PIC 9(03).

       FD ENT-PRESTAMOS.
       01 REG-ENT-PRESTAMO                    PIC X(101).

       FD SAL-PRESTAMOS.
       01 REG-SAL-PRESTAMO                    PIC X(101).

       FD ENT-CUOTAS.
       01 REG-ENT-CUOTA                       PIC X(114).

       FD SAL-CUOTAS.
       01 REG-SAL-CUOTA                       PIC X(114).

       FD ENT-TASAS.
      * Tasas por moneda y minimo de cuotas, con vigencia
       01 REG-TASA-PRESTAMO.
          05 REG-TPR-MONEDA                   PIC X(03).
          05 REG-TPR-CUOTAS-MINIMO            PIC 9(03).
          05 REG-TPR-VIGENCIA                 PIC X(10).
      * Nominales anuales en porcentaje (0450000 = 45,0000)
          05 REG-TPR-TNA                      PIC 9(03)V9(04).
          05 REG-TPR-TNA-PUNITORIA            PIC 9(03)V9(04).
      * IVA sobre intereses en porcentaje (2100 = 21,00)
          05 REG-TPR-IVA                      PIC 9(02)V9(02).

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
      * Origen L: desembolso del prestamo (credito)
      *        U: capital de la cuota (debito)
      *        J: interes de la cuota (debito)
      *        X: IVA sobre intereses y punitorios (debito)
      *        M: interes punitorio por mora (debito)
          05 REG-MOV-ORIGEN                   PIC X(01).

       FD SAL-CRONOGRAMA.
       01 REG-CRONOGRAMA-LINEA                PIC X(100).

       FD SAL-DEVENGADO.
      * Interes de cuotas devengado por la corrida, para CLASIENT
       01 REG-DEVENGADO.
          05 REG-DEV-FECHA                    PIC X(10).
          05 REG-DEV-SEP-01                   PIC X(01).
          05 REG-DEV-IMPORTE                  PIC 9(11)V9(02).

       FD SAL-MORA.
       01 REG-MORA-LINEA                      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-SOLICITUDES               PIC X(2).
             88 FS-ENT-SOLICITUDES-OK         VALUE '00'.
             88 FS-ENT-SOLICITUDES-EOF        VALUE '10'.
             88 FS-ENT-SOLICITUDES-NFD        VALUE '35'.
          05 FS-ENT-PRESTAMOS                 PIC X(2).
             88 FS-ENT-PRESTAMOS-OK           VALUE '00'.
             88 FS-ENT-PRESTAMOS-EOF          VALUE '10'.
             88 FS-ENT-PRESTAMOS-NFD          VALUE '35'.
          05 FS-SAL-PRESTAMOS                 PIC X(2).
             88 FS-SAL-PRESTAMOS-OK           VALUE '00'.
          05 FS-ENT-CUOTAS                    PIC X(2).
             88 FS-ENT-CUOTAS-OK              VALUE '00'.
             88 FS-ENT-CUOTAS-EOF             VALUE '10'.
             88 FS-ENT-CUOTAS-NFD             VALUE '35'.
          05 FS-SAL-CUOTAS                    PIC X(2).
             88 FS-SAL-CUOTAS-OK              VALUE '00'.
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
          05 FS-SAL-CRONOGRAMA                PIC X(2).
             88 FS-SAL-CRONOGRAMA-OK          VALUE '00'.
             88 FS-SAL-CRONOGRAMA-NFD         VALUE '35'.
          05 FS-SAL-DEVENGADO                 PIC X(2).
             88 FS-SAL-DEVENGADO-OK           VALUE '00'.
             88 FS-SAL-DEVENGADO-NFD          VALUE '35'.
          05 FS-SAL-MORA                      PIC X(2).
             88 FS-SAL-MORA-OK                VALUE '00'.

      * Modo y fecha de proceso pedidos
       01 WS-LINEA-COMANDO                    PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                        PIC X(10) VALUE SPACES.
          88 WS-MODO-OTORGAR                  VALUE 'OTORGAR'.
          88 WS-MODO-COBRAR                   VALUE 'COBRAR'.
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

      * Aritmetica de fechas via CLFECHAS, para los vencimientos
      * habiles y los dias de atraso
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Switches de fin de archivo
       01 WS-SOLICITUDES-EOF                  PIC X(05) VALUE 'FALSE'.
          88 WS-SOLICITUDES-EOF-YES           VALUE 'TRUE'.
          88 WS-SOLICITUDES-EOF-NO            VALUE 'FALSE'.
       01 WS-PRESTAMOS-EOF                    PIC X(05) VALUE 'FALSE'.
          88 WS-PRESTAMOS-EOF-YES             VALUE 'TRUE'.
          88 WS-PRESTAMOS-EOF-NO              VALUE 'FALSE'.
       01 WS-CUOTAS-EOF                       PIC X(05) VALUE 'FALSE'.
          88 WS-CUOTAS-EOF-YES                VALUE 'TRUE'.
          88 WS-CUOTAS-EOF-NO                 VALUE 'FALSE'.
       01 WS-TASAS-EOF                        PIC X(05) VALUE 'FALSE'.
          88 WS-TASAS-EOF-YES                 VALUE 'TRUE'.
          88 WS-TASAS-EOF-NO                  VALUE 'FALSE'.
       01 WS-CUENTAS-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES               VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO                VALUE 'FALSE'.
       01 WS-EMBARGOS-EOF                     PIC X(05) VALUE 'FALSE'.
          88 WS-EMBARGOS-EOF-YES              VALUE 'TRUE'.
          88 WS-EMBARGOS-EOF-NO               VALUE 'FALSE'.

      * Prestamos en memoria
           COPY PRESTAMO.
       77 WS-CANT-PRESTAMOS                   PIC 9(04) VALUE 0.
       77 WS-INDICE-PTM                       PIC 9(04) VALUE 1.
       77 WS-FILA-PTM                         PIC 9(04) VALUE 0.
       77 WS-ULTIMO-PRESTAMO                  PIC 9(05) VALUE 0.
       01 WS-TABLA-PRESTAMOS.
          05 WS-PTM-ITEM OCCURS 1000 TIMES.
             10 WS-PTM-NUMERO                 PIC 9(05).
             10 WS-PTM-CUENTA                 PIC X(22).
             10 WS-PTM-MONEDA                 PIC X(03).
             10 WS-PTM-CAPITAL                PIC 9(10)V9(02).
             10 WS-PTM-TNA                    PIC 9(03)V9(04).
             10 WS-PTM-TNA-PUNITORIA          PIC 9(03)V9(04).
             10 WS-PTM-IVA                    PIC 9(02)V9(02).
             10 WS-PTM-CANT-CUOTAS            PIC 9(03).
             10 WS-PTM-FECHA-ALTA             PIC X(10).
             10 WS-PTM-CUOTA                  PIC 9(10)V9(02).
             10 WS-PTM-SALDO-CAPITAL          PIC 9(10)V9(02).
             10 WS-PTM-CUOTAS-COBRADAS        PIC 9(03).
             10 WS-PTM-ESTADO                 PIC X(01).
      * Marca de la corrida: una cuota del prestamo no se pudo
      * cobrar, las siguientes no se intentan
             10 WS-PTM-IMPAGO                 PIC X(01).

      * Cronograma en memoria
           COPY PRESCUOT.
       77 WS-CANT-CUOTAS                      PIC 9(05) VALUE 0.
       77 WS-CANT-CUOTAS-INICIO               PIC 9(05) VALUE 0.
       77 WS-INDICE-CPR                       PIC 9(05) VALUE 1.
       01 WS-TABLA-CUOTAS.
          05 WS-CPR-ITEM OCCURS 20000 TIMES.
             10 WS-CPR-NUMERO                 PIC 9(05).
             10 WS-CPR-CUOTA                  PIC 9(03).
             10 WS-CPR-VENCIMIENTO            PIC X(10).
             10 WS-CPR-CAPITAL                PIC 9(10)V9(02).
             10 WS-CPR-INTERES                PIC 9(10)V9(02).
             10 WS-CPR-IVA                    PIC 9(10)V9(02).
             10 WS-CPR-TOTAL                  PIC 9(10)V9(02).
             10 WS-CPR-SALDO-CAPITAL          PIC 9(10)V9(02).
             10 WS-CPR-ESTADO                 PIC X(01).
             10 WS-CPR-DEVENGADA              PIC X(01).
             10 WS-CPR-FECHA-COBRO            PIC X(10).
             10 WS-CPR-PUNITORIO              PIC 9(10)V9(02).
             10 WS-CPR-IVA-PUNITORIO          PIC 9(10)V9(02).

      * Tabla de tasas de prestamos
       77 WS-CANT-TASAS                       PIC 9(02) VALUE 0.
       77 WS-INDICE-TASA                      PIC 9(02) VALUE 1.
       77 WS-FILA-TASA                        PIC 9(02) VALUE 0.
       01 WS-TABLA-TASAS.
          05 WS-TASA-ITEM OCCURS 50 TIMES.
             10 WS-TASA-ITEM-MONEDA           PIC X(03).
             10 WS-TASA-ITEM-CUOTAS-MINIMO    PIC 9(03).
             10 WS-TASA-ITEM-VIGENCIA         PIC X(10).
             10 WS-TASA-ITEM-TNA              PIC 9(03)V9(04).
             10 WS-TASA-ITEM-TNA-PUNITORIA    PIC 9(03)V9(04).
             10 WS-TASA-ITEM-IVA              PIC 9(02)V9(02).
       77 WS-BUSCA-MONEDA                     PIC X(03) VALUE SPACES.
       77 WS-BUSCA-CUOTAS                     PIC 9(03) VALUE 0.

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

      * Limite de cuotas admitido
       77 WS-CUOTAS-MAXIMO                    PIC 9(03) VALUE 120.

      * Calculo del cronograma frances
       77 WS-TASA-MES                         PIC 9(01)V9(12) VALUE 0.
       77 WS-FACTOR                           PIC 9(09)V9(10) VALUE 0.
       77 WS-NUMERADOR                        PIC 9(09)V9(10) VALUE 0.
       77 WS-COEFICIENTE                      PIC 9(01)V9(12) VALUE 0.
       77 WS-SALDO-CRONO                      PIC 9(10)V9(02) VALUE 0.
       77 WS-NRO-CUOTA                        PIC 9(03) VALUE 0.

      * Cobranza de la cuota en proceso
       77 WS-DIAS-ATRASO                      PIC S9(07) VALUE 0.
       77 WS-PUNITORIO                        PIC 9(10)V9(02) VALUE 0.
       77 WS-IVA-PUNITORIO                    PIC 9(10)V9(02) VALUE 0.
       77 WS-IMPORTE-COBRAR                   PIC 9(11)V9(02) VALUE 0.
       77 WS-DEVENGADO-CORRIDA                PIC 9(11)V9(02) VALUE 0.

      * Movimiento a grabar
       77 WS-MOV-TIPO                         PIC X(01) VALUE SPACE.
       77 WS-MOV-ORIGEN                       PIC X(01) VALUE SPACE.
       77 WS-MOV-IMPORTE                      PIC 9(10)V9(02) VALUE 0.
       77 WS-MOV-PRESTAMO                     PIC 9(05) VALUE 0.
       77 WS-MOV-CUOTA                        PIC 9(03) VALUE 0.
       77 WS-MOV-SUFIJO                       PIC 9(01) VALUE 0.
       77 WS-NRO-OPERACION                    PIC 9(10) VALUE 0.

      * Lineas del cronograma para el cliente
       01 WS-CRO-SEPARADOR                    PIC X(100) VALUE ALL '='.
       01 WS-CRO-TITULO.
          05 FILLER                    PIC X(24) VALUE
             'PRESTAMO PERSONAL NRO.  '.
          05 WS-CRO-TIT-NUMERO         PIC 9(05).
          05 FILLER                    PIC X(11) VALUE '  CUENTA: '.
          05 WS-CRO-TIT-CUENTA         PIC X(22).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-CRO-TIT-TITULAR        PIC X(30).
       01 WS-CRO-CONDICIONES.
          05 FILLER                    PIC X(09) VALUE 'CAPITAL: '.
          05 WS-CRO-CON-CAPITAL        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CRO-CON-MONEDA         PIC X(03).
          05 FILLER                    PIC X(08) VALUE '  TNA: '.
          05 WS-CRO-CON-TNA            PIC ZZ9,9999.
          05 FILLER                    PIC X(13) VALUE
             '  PUNITORIA: '.
          05 WS-CRO-CON-PUNITORIA      PIC ZZ9,9999.
          05 FILLER                    PIC X(08) VALUE '  IVA: '.
          05 WS-CRO-CON-IVA            PIC Z9,99.
          05 FILLER                    PIC X(11) VALUE '  OTORGADO '.
          05 WS-CRO-CON-FECHA          PIC X(10).
       01 WS-CRO-ENCABEZADO.
          05 FILLER                    PIC X(06) VALUE 'CUOTA'.
          05 FILLER                    PIC X(12) VALUE 'VENCIMIENTO'.
          05 FILLER                    PIC X(15) VALUE '       CAPITAL'.
          05 FILLER                    PIC X(15) VALUE '       INTERES'.
          05 FILLER                    PIC X(15) VALUE '           IVA'.
          05 FILLER                    PIC X(15) VALUE '         TOTAL'.
          05 FILLER                    PIC X(15) VALUE ' SALDO CAPITAL'.
       01 WS-CRO-DETALLE.
          05 WS-CRO-DET-CUOTA          PIC ZZ9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-CRO-DET-VENCIMIENTO    PIC X(10).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-CRO-DET-CAPITAL        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CRO-DET-INTERES        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CRO-DET-IVA            PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CRO-DET-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CRO-DET-SALDO          PIC ZZZ.ZZZ.ZZ9,99.

      * Lineas del reporte de mora
       01 WS-MOR-TITULO.
          05 FILLER                    PIC X(33) VALUE
             'PRESTAMOS - CUOTAS EN MORA AL    '.
          05 WS-MOR-TIT-FECHA          PIC X(10).
       01 WS-MOR-ENCABEZADO.
          05 FILLER                    PIC X(07) VALUE 'PREST.'.
          05 FILLER                    PIC X(06) VALUE 'CUOTA'.
          05 FILLER                    PIC X(23) VALUE 'CUENTA'.
          05 FILLER                    PIC X(31) VALUE 'TITULAR'.
          05 FILLER                    PIC X(11) VALUE 'VENCIO'.
          05 FILLER                    PIC X(06) VALUE ' DIAS'.
          05 FILLER                    PIC X(15) VALUE '         CUOTA'.
          05 FILLER                    PIC X(15) VALUE '     PUNITORIO'.
          05 FILLER                    PIC X(15) VALUE '      ADEUDADO'.
       01 WS-MOR-DETALLE.
          05 WS-MOR-DET-PRESTAMO       PIC 9(05).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-MOR-DET-CUOTA          PIC ZZ9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-MOR-DET-CUENTA         PIC X(22).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-MOR-DET-TITULAR        PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-MOR-DET-VENCIMIENTO    PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-MOR-DET-DIAS           PIC ZZZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-MOR-DET-CUOTA-TOTAL    PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-MOR-DET-PUNITORIO      PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-MOR-DET-ADEUDADO       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-MOR-TOTAL.
          05 FILLER                    PIC X(17)
             VALUE 'TOTAL EN MORA:   '.
          05 WS-MOR-TOT-CANTIDAD       PIC ZZZZ9.
          05 FILLER                    PIC X(76) VALUE ' CUOTAS'.
          05 WS-MOR-TOT-ADEUDADO       PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                   PIC 9(05) VALUE 0.
          05 WS-CANT-OTORGADOS                PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS               PIC 9(05) VALUE 0.
          05 WS-CANT-COBRADAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-EN-MORA                  PIC 9(05) VALUE 0.
          05 WS-CANT-CANCELADOS               PIC 9(05) VALUE 0.
          05 WS-TOTAL-OTORGADO                PIC 9(12)V9(02) VALUE 0.
          05 WS-TOTAL-COBRADO                 PIC 9(12)V9(02) VALUE 0.
          05 WS-TOTAL-MORA                    PIC 9(12)V9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           IF WS-MODO-OTORGAR
              PERFORM 2000-OTORGAR
                 THRU 2000-OTORGAR-EXIT
           ELSE
              PERFORM 3000-COBRAR
                 THRU 3000-COBRAR-EXIT
           END-IF.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-FECHA.
           IF NOT WS-MODO-OTORGAR AND NOT WS-MODO-COBRAR
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
              DISPLAY 'NO HAY PRESTAMOS_TASAS.TXT: SIN TASAS NO SE '
                 'OTORGAN PRESTAMOS'
           ELSE
              IF NOT FS-ENT-TASAS-OK
                 DISPLAY 'ERROR AL ABRIR PRESTAMOS_TASAS.TXT: '
                    FS-ENT-TASAS
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 1300-LEER-TASA
                 THRU 1300-LEER-TASA-EXIT
                 UNTIL WS-TASAS-EOF-YES
              CLOSE ENT-TASAS
           END-IF.

           PERFORM 1400-CARGAR-PRESTAMOS
              THRU 1400-CARGAR-PRESTAMOS-EXIT.
           PERFORM 1500-CARGAR-CUOTAS
              THRU 1500-CARGAR-CUOTAS-EXIT.

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

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1010-MOSTRAR-USO.
           DISPLAY 'USO: CLPRESTA OTORGAR [FECHA AAAA-MM-DD]'.
           DISPLAY '     CLPRESTA COBRAR [FECHA AAAA-MM-DD]'.
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
      * aplicar a las cuotas. Sin EMBARGOS.TXT no hay retenido.
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
                      MOVE REG-TPR-MONEDA
                        TO WS-TASA-ITEM-MONEDA(WS-CANT-TASAS)
                      MOVE REG-TPR-CUOTAS-MINIMO
                        TO WS-TASA-ITEM-CUOTAS-MINIMO(WS-CANT-TASAS)
                      MOVE REG-TPR-VIGENCIA
                        TO WS-TASA-ITEM-VIGENCIA(WS-CANT-TASAS)
                      MOVE REG-TPR-TNA
                        TO WS-TASA-ITEM-TNA(WS-CANT-TASAS)
                      MOVE REG-TPR-TNA-PUNITORIA
                        TO WS-TASA-ITEM-TNA-PUNITORIA(WS-CANT-TASAS)
                      MOVE REG-TPR-IVA
                        TO WS-TASA-ITEM-IVA(WS-CANT-TASAS)
                   ELSE
                      DISPLAY 'PRESTAMOS_TASAS.TXT TIENE MAS DE 50 '
                         'TASAS, SE IGNORAN LAS EXCEDENTES'
                   END-IF
           END-READ.

       1300-LEER-TASA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin PRESTAMOS.TXT el registro arranca vacio. Se regraba
      * entero al terminar: si no entra en la tabla no se sigue.
       1400-CARGAR-PRESTAMOS.
           OPEN INPUT ENT-PRESTAMOS.
           EVALUATE TRUE
               WHEN FS-ENT-PRESTAMOS-OK
                   PERFORM 1450-LEER-PRESTAMO
                      THRU 1450-LEER-PRESTAMO-EXIT
                      UNTIL WS-PRESTAMOS-EOF-YES
                   CLOSE ENT-PRESTAMOS
               WHEN FS-ENT-PRESTAMOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PRESTAMOS.TXT: '
                      FS-ENT-PRESTAMOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1400-CARGAR-PRESTAMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1450-LEER-PRESTAMO.
           READ ENT-PRESTAMOS INTO REG-PRESTAMO
               AT END
                   SET WS-PRESTAMOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-PRESTAMOS NOT LESS THAN 1000
                      DISPLAY 'PRESTAMOS.TXT TIENE MAS DE 1000 '
                         'PRESTAMOS: AMPLIAR LA TABLA DE CLPRESTA'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-PRESTAMOS
                   MOVE REG-PTM-NUMERO
                     TO WS-PTM-NUMERO(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-CUENTA
                     TO WS-PTM-CUENTA(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-MONEDA
                     TO WS-PTM-MONEDA(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-CAPITAL
                     TO WS-PTM-CAPITAL(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-TNA
                     TO WS-PTM-TNA(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-TNA-PUNITORIA
                     TO WS-PTM-TNA-PUNITORIA(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-IVA
                     TO WS-PTM-IVA(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-CANT-CUOTAS
                     TO WS-PTM-CANT-CUOTAS(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-FECHA-ALTA
                     TO WS-PTM-FECHA-ALTA(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-CUOTA
                     TO WS-PTM-CUOTA(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-SALDO-CAPITAL
                     TO WS-PTM-SALDO-CAPITAL(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-CUOTAS-COBRADAS
                     TO WS-PTM-CUOTAS-COBRADAS(WS-CANT-PRESTAMOS)
                   MOVE REG-PTM-ESTADO
                     TO WS-PTM-ESTADO(WS-CANT-PRESTAMOS)
                   MOVE 'N' TO WS-PTM-IMPAGO(WS-CANT-PRESTAMOS)
                   IF REG-PTM-NUMERO GREATER THAN WS-ULTIMO-PRESTAMO
                      MOVE REG-PTM-NUMERO TO WS-ULTIMO-PRESTAMO
                   END-IF
           END-READ.

       1450-LEER-PRESTAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-CARGAR-CUOTAS.
           OPEN INPUT ENT-CUOTAS.
           EVALUATE TRUE
               WHEN FS-ENT-CUOTAS-OK
                   PERFORM 1550-LEER-CUOTA
                      THRU 1550-LEER-CUOTA-EXIT
                      UNTIL WS-CUOTAS-EOF-YES
                   CLOSE ENT-CUOTAS
               WHEN FS-ENT-CUOTAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PRESTAMOS_CUOTAS.TXT: '
                      FS-ENT-CUOTAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE WS-CANT-CUOTAS TO WS-CANT-CUOTAS-INICIO.

       1500-CARGAR-CUOTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1550-LEER-CUOTA.
           READ ENT-CUOTAS INTO REG-CUOTA-PRESTAMO
               AT END
                   SET WS-CUOTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-CUOTAS NOT LESS THAN 20000
                      DISPLAY 'PRESTAMOS_CUOTAS.TXT TIENE MAS DE 20000 '
                         'CUOTAS: AMPLIAR LA TABLA DE CLPRESTA'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-CUOTAS
                   MOVE REG-CPR-NUMERO
                     TO WS-CPR-NUMERO(WS-CANT-CUOTAS)
                   MOVE REG-CPR-CUOTA
                     TO WS-CPR-CUOTA(WS-CANT-CUOTAS)
                   MOVE REG-CPR-VENCIMIENTO
                     TO WS-CPR-VENCIMIENTO(WS-CANT-CUOTAS)
                   MOVE REG-CPR-CAPITAL
                     TO WS-CPR-CAPITAL(WS-CANT-CUOTAS)
                   MOVE REG-CPR-INTERES
                     TO WS-CPR-INTERES(WS-CANT-CUOTAS)
                   MOVE REG-CPR-IVA
                     TO WS-CPR-IVA(WS-CANT-CUOTAS)
                   MOVE REG-CPR-TOTAL
                     TO WS-CPR-TOTAL(WS-CANT-CUOTAS)
                   MOVE REG-CPR-SALDO-CAPITAL
                     TO WS-CPR-SALDO-CAPITAL(WS-CANT-CUOTAS)
                   MOVE REG-CPR-ESTADO
                     TO WS-CPR-ESTADO(WS-CANT-CUOTAS)
                   MOVE REG-CPR-DEVENGADA
                     TO WS-CPR-DEVENGADA(WS-CANT-CUOTAS)
                   MOVE REG-CPR-FECHA-COBRO
                     TO WS-CPR-FECHA-COBRO(WS-CANT-CUOTAS)
                   MOVE REG-CPR-PUNITORIO
                     TO WS-CPR-PUNITORIO(WS-CANT-CUOTAS)
                   MOVE REG-CPR-IVA-PUNITORIO
                     TO WS-CPR-IVA-PUNITORIO(WS-CANT-CUOTAS)
           END-READ.

       1550-LEER-CUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-OTORGAR.
           OPEN INPUT ENT-SOLICITUDES.
           IF FS-ENT-SOLICITUDES-NFD
              DISPLAY 'NO HAY PRESTAMOS_SOLICITUDES.SEQ: NADA QUE '
                 'OTORGAR'
              GO TO 2000-OTORGAR-EXIT
           END-IF.
           IF NOT FS-ENT-SOLICITUDES-OK
              DISPLAY 'ERROR AL ABRIR PRESTAMOS_SOLICITUDES.SEQ: '
                 FS-ENT-SOLICITUDES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-CRONOGRAMA.
           IF FS-SAL-CRONOGRAMA-NFD
              OPEN OUTPUT SAL-CRONOGRAMA
           END-IF.
           IF NOT FS-SAL-CRONOGRAMA-OK
              DISPLAY 'ERROR AL ABRIR PRESTAMOS_CRONOGRAMA.TXT: '
                 FS-SAL-CRONOGRAMA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2100-PROCESAR-SOLICITUD
              THRU 2100-PROCESAR-SOLICITUD-EXIT
              UNTIL WS-SOLICITUDES-EOF-YES.
           CLOSE ENT-SOLICITUDES
                 SAL-CRONOGRAMA.

           DISPLAY 'SOLICITUDES LEIDAS    : ' WS-CANT-LEIDAS.
           DISPLAY 'PRESTAMOS OTORGADOS   : ' WS-CANT-OTORGADOS.
           DISPLAY 'SOLICITUDES RECHAZADAS: ' WS-CANT-RECHAZADAS.
           DISPLAY 'TOTAL DESEMBOLSADO    : ' WS-TOTAL-OTORGADO.

       2000-OTORGAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-PROCESAR-SOLICITUD.
           READ ENT-SOLICITUDES
               AT END
                   SET WS-SOLICITUDES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2200-VALIDAR-SOLICITUD
                      THRU 2200-VALIDAR-SOLICITUD-EXIT
           END-READ.

       2100-PROCESAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-VALIDAR-SOLICITUD.
           MOVE REG-SOL-CUENTA TO WS-BUSCA-CUENTA.
           PERFORM 5500-UBICAR-CUENTA
              THRU 5500-UBICAR-CUENTA-EXIT.
           IF WS-FILA-CTA EQUAL 0
              DISPLAY 'PRESTAMO RECHAZADO: CUENTA INEXISTENTE: '
                 REG-SOL-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-SOLICITUD-EXIT
           END-IF.
           IF WS-CUENTA-ESTADO(WS-FILA-CTA) NOT EQUAL 'A'
              DISPLAY 'PRESTAMO RECHAZADO: CUENTA NO ACTIVA: '
                 REG-SOL-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-SOLICITUD-EXIT
           END-IF.
           IF REG-SOL-IMPORTE NOT NUMERIC
              OR REG-SOL-IMPORTE EQUAL 0
              DISPLAY 'PRESTAMO RECHAZADO: IMPORTE INVALIDO, CUENTA '
                 REG-SOL-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-SOLICITUD-EXIT
           END-IF.
           IF REG-SOL-CUOTAS NOT NUMERIC
              OR REG-SOL-CUOTAS EQUAL 0
              OR REG-SOL-CUOTAS GREATER THAN WS-CUOTAS-MAXIMO
              DISPLAY 'PRESTAMO RECHAZADO: CANTIDAD DE CUOTAS '
                 'INVALIDA, CUENTA ' REG-SOL-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-SOLICITUD-EXIT
           END-IF.

           MOVE WS-CUENTA-MONEDA(WS-FILA-CTA) TO WS-BUSCA-MONEDA.
           MOVE REG-SOL-CUOTAS TO WS-BUSCA-CUOTAS.
           PERFORM 5100-BUSCAR-TASA
              THRU 5100-BUSCAR-TASA-EXIT.
           IF WS-FILA-TASA EQUAL 0
              DISPLAY 'PRESTAMO RECHAZADO: SIN TASA PARA '
                 WS-BUSCA-MONEDA ' A ' REG-SOL-CUOTAS
                 ' CUOTAS, CUENTA ' REG-SOL-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-SOLICITUD-EXIT
           END-IF.

      * Cuota pura del sistema frances por unidad de capital:
      * i * (1 + i) ** n / ((1 + i) ** n - 1), en pasos para no
      * perder decimales
           COMPUTE WS-TASA-MES ROUNDED =
              WS-TASA-ITEM-TNA(WS-FILA-TASA) / 1200.
           IF WS-TASA-MES EQUAL 0
              MOVE 0 TO WS-COEFICIENTE
           ELSE
              COMPUTE WS-FACTOR ROUNDED =
                 (1 + WS-TASA-MES) ** REG-SOL-CUOTAS
                 ON SIZE ERROR
                    DISPLAY 'PRESTAMO RECHAZADO: TASA Y PLAZO FUERA '
                       'DE RANGO, CUENTA ' REG-SOL-CUENTA
                    ADD 1 TO WS-CANT-RECHAZADAS
                    GO TO 2200-VALIDAR-SOLICITUD-EXIT
              END-COMPUTE
              COMPUTE WS-NUMERADOR ROUNDED = WS-TASA-MES * WS-FACTOR
              COMPUTE WS-COEFICIENTE ROUNDED =
                 WS-NUMERADOR / (WS-FACTOR - 1)
           END-IF.

           IF WS-CANT-PRESTAMOS NOT LESS THAN 1000
              OR WS-CANT-CUOTAS + REG-SOL-CUOTAS GREATER THAN 20000
              DISPLAY 'PRESTAMO RECHAZADO: REGISTRO DE PRESTAMOS '
                 'LLENO, CUENTA ' REG-SOL-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-VALIDAR-SOLICITUD-EXIT
           END-IF.

           PERFORM 2300-DAR-ALTA-PRESTAMO
              THRU 2300-DAR-ALTA-PRESTAMO-EXIT.

       2200-VALIDAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta del prestamo para la cuenta WS-FILA-CTA con la tasa
      * WS-FILA-TASA: cronograma, desembolso y copia al cliente.
       2300-DAR-ALTA-PRESTAMO.
           ADD 1 TO WS-ULTIMO-PRESTAMO.
           ADD 1 TO WS-CANT-PRESTAMOS.
           MOVE WS-CANT-PRESTAMOS TO WS-FILA-PTM.
           MOVE WS-ULTIMO-PRESTAMO TO WS-PTM-NUMERO(WS-FILA-PTM).
           MOVE REG-SOL-CUENTA     TO WS-PTM-CUENTA(WS-FILA-PTM).
           MOVE WS-CUENTA-MONEDA(WS-FILA-CTA)
             TO WS-PTM-MONEDA(WS-FILA-PTM).
           MOVE REG-SOL-IMPORTE    TO WS-PTM-CAPITAL(WS-FILA-PTM).
           MOVE WS-TASA-ITEM-TNA(WS-FILA-TASA)
             TO WS-PTM-TNA(WS-FILA-PTM).
           MOVE WS-TASA-ITEM-TNA-PUNITORIA(WS-FILA-TASA)
             TO WS-PTM-TNA-PUNITORIA(WS-FILA-PTM).
           MOVE WS-TASA-ITEM-IVA(WS-FILA-TASA)
             TO WS-PTM-IVA(WS-FILA-PTM).
           MOVE REG-SOL-CUOTAS     TO WS-PTM-CANT-CUOTAS(WS-FILA-PTM).
           MOVE WS-FECHA-HOY       TO WS-PTM-FECHA-ALTA(WS-FILA-PTM).
           MOVE REG-SOL-IMPORTE
             TO WS-PTM-SALDO-CAPITAL(WS-FILA-PTM).
           MOVE 0   TO WS-PTM-CUOTAS-COBRADAS(WS-FILA-PTM).
           MOVE 'V' TO WS-PTM-ESTADO(WS-FILA-PTM).
           MOVE 'N' TO WS-PTM-IMPAGO(WS-FILA-PTM).

           IF WS-TASA-MES EQUAL 0
              COMPUTE WS-PTM-CUOTA(WS-FILA-PTM) ROUNDED =
                 REG-SOL-IMPORTE / REG-SOL-CUOTAS
           ELSE
              COMPUTE WS-PTM-CUOTA(WS-FILA-PTM) ROUNDED =
                 REG-SOL-IMPORTE * WS-COEFICIENTE
           END-IF.

           PERFORM 2400-ENCABEZAR-CRONOGRAMA
              THRU 2400-ENCABEZAR-CRONOGRAMA-EXIT.

           MOVE REG-SOL-IMPORTE TO WS-SALDO-CRONO.
           PERFORM 2310-ARMAR-CUOTA
              THRU 2310-ARMAR-CUOTA-EXIT
              VARYING WS-NRO-CUOTA FROM 1 BY 1
              UNTIL WS-NRO-CUOTA GREATER THAN REG-SOL-CUOTAS.

           MOVE WS-ULTIMO-PRESTAMO TO WS-MOV-PRESTAMO.
           MOVE 0   TO WS-MOV-CUOTA.
           MOVE 1   TO WS-MOV-SUFIJO.
           MOVE 'C' TO WS-MOV-TIPO.
           MOVE 'L' TO WS-MOV-ORIGEN.
           MOVE REG-SOL-IMPORTE TO WS-MOV-IMPORTE.
           ADD WS-MOV-IMPORTE TO WS-CUENTA-SALDO(WS-FILA-CTA).
           PERFORM 5400-GRABAR-MOVIMIENTO
              THRU 5400-GRABAR-MOVIMIENTO-EXIT.

           ADD 1 TO WS-CANT-OTORGADOS.
           ADD REG-SOL-IMPORTE TO WS-TOTAL-OTORGADO.

       2300-DAR-ALTA-PRESTAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Interes del mes sobre el saldo de capital; la ultima cuota
      * cancela el saldo que quede por el redondeo. El vencimiento
      * es el mismo dia de los meses siguientes, corrido al habil.
       2310-ARMAR-CUOTA.
           ADD 1 TO WS-CANT-CUOTAS.
           MOVE WS-ULTIMO-PRESTAMO TO WS-CPR-NUMERO(WS-CANT-CUOTAS).
           MOVE WS-NRO-CUOTA       TO WS-CPR-CUOTA(WS-CANT-CUOTAS).

           COMPUTE WS-CPR-INTERES(WS-CANT-CUOTAS) ROUNDED =
              WS-SALDO-CRONO * WS-TASA-MES.
           IF WS-NRO-CUOTA EQUAL REG-SOL-CUOTAS
              OR WS-PTM-CUOTA(WS-FILA-PTM)
                 - WS-CPR-INTERES(WS-CANT-CUOTAS)
                 GREATER THAN WS-SALDO-CRONO
              MOVE WS-SALDO-CRONO TO WS-CPR-CAPITAL(WS-CANT-CUOTAS)
           ELSE
              COMPUTE WS-CPR-CAPITAL(WS-CANT-CUOTAS) =
                 WS-PTM-CUOTA(WS-FILA-PTM)
                 - WS-CPR-INTERES(WS-CANT-CUOTAS)
           END-IF.
           SUBTRACT WS-CPR-CAPITAL(WS-CANT-CUOTAS) FROM WS-SALDO-CRONO.
           COMPUTE WS-CPR-IVA(WS-CANT-CUOTAS) ROUNDED =
              WS-CPR-INTERES(WS-CANT-CUOTAS)
              * WS-PTM-IVA(WS-FILA-PTM) / 100.
           COMPUTE WS-CPR-TOTAL(WS-CANT-CUOTAS) =
              WS-CPR-CAPITAL(WS-CANT-CUOTAS)
              + WS-CPR-INTERES(WS-CANT-CUOTAS)
              + WS-CPR-IVA(WS-CANT-CUOTAS).
           MOVE WS-SALDO-CRONO TO WS-CPR-SALDO-CAPITAL(WS-CANT-CUOTAS).
           MOVE 'P'    TO WS-CPR-ESTADO(WS-CANT-CUOTAS).
           MOVE 'N'    TO WS-CPR-DEVENGADA(WS-CANT-CUOTAS).
           MOVE SPACES TO WS-CPR-FECHA-COBRO(WS-CANT-CUOTAS).
           MOVE 0      TO WS-CPR-PUNITORIO(WS-CANT-CUOTAS).
           MOVE 0      TO WS-CPR-IVA-PUNITORIO(WS-CANT-CUOTAS).

           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-MESES TO TRUE.
           MOVE WS-FECHA-HOY TO LK-FEC-FECHA-1.
           MOVE WS-NRO-CUOTA TO LK-FEC-MESES.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-CPR-VENCIMIENTO(WS-CANT-CUOTAS).
           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIA-HABIL TO TRUE.
           MOVE WS-CPR-VENCIMIENTO(WS-CANT-CUOTAS) TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-CPR-VENCIMIENTO(WS-CANT-CUOTAS).

           MOVE WS-CPR-CUOTA(WS-CANT-CUOTAS)  TO WS-CRO-DET-CUOTA.
           MOVE WS-CPR-VENCIMIENTO(WS-CANT-CUOTAS)
             TO WS-CRO-DET-VENCIMIENTO.
           MOVE WS-CPR-CAPITAL(WS-CANT-CUOTAS) TO WS-CRO-DET-CAPITAL.
           MOVE WS-CPR-INTERES(WS-CANT-CUOTAS) TO WS-CRO-DET-INTERES.
           MOVE WS-CPR-IVA(WS-CANT-CUOTAS)     TO WS-CRO-DET-IVA.
           MOVE WS-CPR-TOTAL(WS-CANT-CUOTAS)   TO WS-CRO-DET-TOTAL.
           MOVE WS-SALDO-CRONO                 TO WS-CRO-DET-SALDO.
           MOVE WS-CRO-DETALLE TO REG-CRONOGRAMA-LINEA.
           WRITE REG-CRONOGRAMA-LINEA.

       2310-ARMAR-CUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-ENCABEZAR-CRONOGRAMA.
           MOVE WS-CRO-SEPARADOR TO REG-CRONOGRAMA-LINEA.
           WRITE REG-CRONOGRAMA-LINEA.
           MOVE WS-PTM-NUMERO(WS-FILA-PTM) TO WS-CRO-TIT-NUMERO.
           MOVE WS-PTM-CUENTA(WS-FILA-PTM) TO WS-CRO-TIT-CUENTA.
           MOVE WS-CUENTA-TITULAR(WS-FILA-CTA) TO WS-CRO-TIT-TITULAR.
           MOVE WS-CRO-TITULO TO REG-CRONOGRAMA-LINEA.
           WRITE REG-CRONOGRAMA-LINEA.
           MOVE WS-PTM-CAPITAL(WS-FILA-PTM) TO WS-CRO-CON-CAPITAL.
           MOVE WS-PTM-MONEDA(WS-FILA-PTM)  TO WS-CRO-CON-MONEDA.
           MOVE WS-PTM-TNA(WS-FILA-PTM)     TO WS-CRO-CON-TNA.
           MOVE WS-PTM-TNA-PUNITORIA(WS-FILA-PTM)
             TO WS-CRO-CON-PUNITORIA.
           MOVE WS-PTM-IVA(WS-FILA-PTM)     TO WS-CRO-CON-IVA.
           MOVE WS-FECHA-HOY                TO WS-CRO-CON-FECHA.
           MOVE WS-CRO-CONDICIONES TO REG-CRONOGRAMA-LINEA.
           WRITE REG-CRONOGRAMA-LINEA.
           MOVE WS-CRO-ENCABEZADO TO REG-CRONOGRAMA-LINEA.
           WRITE REG-CRONOGRAMA-LINEA.

       2400-ENCABEZAR-CRONOGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Corrida mensual de cobranza. El cronograma esta en orden de
      * prestamo y cuota, asi que cada prestamo cobra primero su
      * cuota mas vieja.
       3000-COBRAR.
           OPEN OUTPUT SAL-MORA.
           IF NOT FS-SAL-MORA-OK
              DISPLAY 'ERROR AL ABRIR PRESTAMOS_MORA.TXT: '
                 FS-SAL-MORA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-MOR-TIT-FECHA.
           MOVE WS-MOR-TITULO TO REG-MORA-LINEA.
           WRITE REG-MORA-LINEA.
           MOVE WS-MOR-ENCABEZADO TO REG-MORA-LINEA.
           WRITE REG-MORA-LINEA.

           MOVE 0 TO WS-DEVENGADO-CORRIDA.
           PERFORM 3100-PROCESAR-CUOTA
              THRU 3100-PROCESAR-CUOTA-EXIT
              VARYING WS-INDICE-CPR FROM 1 BY 1
              UNTIL WS-INDICE-CPR GREATER THAN WS-CANT-CUOTAS.

           MOVE WS-CANT-EN-MORA TO WS-MOR-TOT-CANTIDAD.
           MOVE WS-TOTAL-MORA   TO WS-MOR-TOT-ADEUDADO.
           MOVE WS-MOR-TOTAL TO REG-MORA-LINEA.
           WRITE REG-MORA-LINEA.
           CLOSE SAL-MORA.

           IF WS-DEVENGADO-CORRIDA GREATER THAN 0
              PERFORM 3500-GRABAR-DEVENGADO
                 THRU 3500-GRABAR-DEVENGADO-EXIT
           END-IF.

           DISPLAY 'CUOTAS COBRADAS       : ' WS-CANT-COBRADAS.
           DISPLAY 'CUOTAS EN MORA        : ' WS-CANT-EN-MORA.
           DISPLAY 'PRESTAMOS CANCELADOS  : ' WS-CANT-CANCELADOS.
           DISPLAY 'TOTAL COBRADO         : ' WS-TOTAL-COBRADO.
           DISPLAY 'TOTAL EN MORA         : ' WS-TOTAL-MORA.
           DISPLAY 'INTERES DEVENGADO     : ' WS-DEVENGADO-CORRIDA.
           IF WS-CANT-EN-MORA GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-COBRAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-PROCESAR-CUOTA.
           IF WS-CPR-ESTADO(WS-INDICE-CPR) EQUAL 'C'
              OR WS-CPR-VENCIMIENTO(WS-INDICE-CPR) GREATER THAN
                 WS-FECHA-HOY
              GO TO 3100-PROCESAR-CUOTA-EXIT
           END-IF.

      * Al vencer, el interes de la cuota queda devengado.
           IF WS-CPR-DEVENGADA(WS-INDICE-CPR) NOT EQUAL 'S'
              ADD WS-CPR-INTERES(WS-INDICE-CPR) TO WS-DEVENGADO-CORRIDA
              MOVE 'S' TO WS-CPR-DEVENGADA(WS-INDICE-CPR)
           END-IF.

           PERFORM 5600-UBICAR-PRESTAMO
              THRU 5600-UBICAR-PRESTAMO-EXIT.
           IF WS-FILA-PTM EQUAL 0
              DISPLAY 'CUOTA SIN PRESTAMO EN PRESTAMOS.TXT: '
                 WS-CPR-NUMERO(WS-INDICE-CPR) ' '
                 WS-CPR-CUOTA(WS-INDICE-CPR)
              MOVE 8 TO RETURN-CODE
              GO TO 3100-PROCESAR-CUOTA-EXIT
           END-IF.
           MOVE WS-PTM-CUENTA(WS-FILA-PTM) TO WS-BUSCA-CUENTA.
           PERFORM 5500-UBICAR-CUENTA
              THRU 5500-UBICAR-CUENTA-EXIT.

      * Punitorio por los dias de atraso sobre capital e interes de
      * la cuota, a la tasa punitoria pactada, mas su IVA.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE WS-CPR-VENCIMIENTO(WS-INDICE-CPR) TO LK-FEC-FECHA-1.
           MOVE WS-FECHA-HOY TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-DIFERENCIA TO WS-DIAS-ATRASO.
           MOVE 0 TO WS-PUNITORIO WS-IVA-PUNITORIO.
           IF WS-DIAS-ATRASO GREATER THAN 0
              COMPUTE WS-PUNITORIO ROUNDED =
                 (WS-CPR-CAPITAL(WS-INDICE-CPR)
                  + WS-CPR-INTERES(WS-INDICE-CPR))
                 * WS-PTM-TNA-PUNITORIA(WS-FILA-PTM) / 100
                 * WS-DIAS-ATRASO / 365
              COMPUTE WS-IVA-PUNITORIO ROUNDED =
                 WS-PUNITORIO * WS-PTM-IVA(WS-FILA-PTM) / 100
           END-IF.
           COMPUTE WS-IMPORTE-COBRAR = WS-CPR-TOTAL(WS-INDICE-CPR)
              + WS-PUNITORIO + WS-IVA-PUNITORIO.

           IF WS-FILA-CTA EQUAL 0
              OR WS-PTM-IMPAGO(WS-FILA-PTM) EQUAL 'S'
              PERFORM 3300-DEJAR-EN-MORA
                 THRU 3300-DEJAR-EN-MORA-EXIT
              GO TO 3100-PROCESAR-CUOTA-EXIT
           END-IF.

           COMPUTE WS-LIBRE-EMBARGO =
              WS-CUENTA-SALDO(WS-FILA-CTA)
              - WS-CUENTA-RETENIDO(WS-FILA-CTA).
           IF WS-IMPORTE-COBRAR GREATER THAN WS-LIBRE-EMBARGO
              PERFORM 3300-DEJAR-EN-MORA
                 THRU 3300-DEJAR-EN-MORA-EXIT
           ELSE
              PERFORM 3200-DEBITAR-CUOTA
                 THRU 3200-DEBITAR-CUOTA-EXIT
           END-IF.

       3100-PROCESAR-CUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un debito por concepto, para que CLASIENT los asiente cada
      * uno en su cuenta del mayor.
       3200-DEBITAR-CUOTA.
           MOVE WS-PTM-NUMERO(WS-FILA-PTM)  TO WS-MOV-PRESTAMO.
           MOVE WS-CPR-CUOTA(WS-INDICE-CPR) TO WS-MOV-CUOTA.
           MOVE 'D' TO WS-MOV-TIPO.

           MOVE 'U' TO WS-MOV-ORIGEN.
           MOVE 2   TO WS-MOV-SUFIJO.
           MOVE WS-CPR-CAPITAL(WS-INDICE-CPR) TO WS-MOV-IMPORTE.
           PERFORM 3210-DEBITAR-CONCEPTO
              THRU 3210-DEBITAR-CONCEPTO-EXIT.

           MOVE 'J' TO WS-MOV-ORIGEN.
           MOVE 3   TO WS-MOV-SUFIJO.
           MOVE WS-CPR-INTERES(WS-INDICE-CPR) TO WS-MOV-IMPORTE.
           PERFORM 3210-DEBITAR-CONCEPTO
              THRU 3210-DEBITAR-CONCEPTO-EXIT.

           MOVE 'M' TO WS-MOV-ORIGEN.
           MOVE 4   TO WS-MOV-SUFIJO.
           MOVE WS-PUNITORIO TO WS-MOV-IMPORTE.
           PERFORM 3210-DEBITAR-CONCEPTO
              THRU 3210-DEBITAR-CONCEPTO-EXIT.

           MOVE 'X' TO WS-MOV-ORIGEN.
           MOVE 5   TO WS-MOV-SUFIJO.
           COMPUTE WS-MOV-IMPORTE = WS-CPR-IVA(WS-INDICE-CPR)
              + WS-IVA-PUNITORIO.
           PERFORM 3210-DEBITAR-CONCEPTO
              THRU 3210-DEBITAR-CONCEPTO-EXIT.

           MOVE 'C'          TO WS-CPR-ESTADO(WS-INDICE-CPR).
           MOVE WS-FECHA-HOY TO WS-CPR-FECHA-COBRO(WS-INDICE-CPR).
           MOVE WS-PUNITORIO TO WS-CPR-PUNITORIO(WS-INDICE-CPR).
           MOVE WS-IVA-PUNITORIO
             TO WS-CPR-IVA-PUNITORIO(WS-INDICE-CPR).
           ADD 1 TO WS-CANT-COBRADAS.
           ADD WS-IMPORTE-COBRAR TO WS-TOTAL-COBRADO.

           SUBTRACT WS-CPR-CAPITAL(WS-INDICE-CPR)
              FROM WS-PTM-SALDO-CAPITAL(WS-FILA-PTM).
           ADD 1 TO WS-PTM-CUOTAS-COBRADAS(WS-FILA-PTM).
           IF WS-PTM-CUOTAS-COBRADAS(WS-FILA-PTM) NOT LESS THAN
                 WS-PTM-CANT-CUOTAS(WS-FILA-PTM)
              MOVE 'C' TO WS-PTM-ESTADO(WS-FILA-PTM)
              ADD 1 TO WS-CANT-CANCELADOS
           END-IF.

       3200-DEBITAR-CUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3210-DEBITAR-CONCEPTO.
           IF WS-MOV-IMPORTE EQUAL 0
              GO TO 3210-DEBITAR-CONCEPTO-EXIT
           END-IF.
           SUBTRACT WS-MOV-IMPORTE FROM WS-CUENTA-SALDO(WS-FILA-CTA).
           PERFORM 5400-GRABAR-MOVIMIENTO
              THRU 5400-GRABAR-MOVIMIENTO-EXIT.

       3210-DEBITAR-CONCEPTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-DEJAR-EN-MORA.
           MOVE 'M' TO WS-CPR-ESTADO(WS-INDICE-CPR).
           MOVE 'S' TO WS-PTM-IMPAGO(WS-FILA-PTM).
           ADD 1 TO WS-CANT-EN-MORA.
           ADD WS-IMPORTE-COBRAR TO WS-TOTAL-MORA.

           MOVE WS-CPR-NUMERO(WS-INDICE-CPR) TO WS-MOR-DET-PRESTAMO.
           MOVE WS-CPR-CUOTA(WS-INDICE-CPR)  TO WS-MOR-DET-CUOTA.
           MOVE WS-PTM-CUENTA(WS-FILA-PTM)   TO WS-MOR-DET-CUENTA.
           IF WS-FILA-CTA EQUAL 0
              MOVE '*** CUENTA INEXISTENTE ***' TO WS-MOR-DET-TITULAR
           ELSE
              MOVE WS-CUENTA-TITULAR(WS-FILA-CTA)
                TO WS-MOR-DET-TITULAR
           END-IF.
           MOVE WS-CPR-VENCIMIENTO(WS-INDICE-CPR)
             TO WS-MOR-DET-VENCIMIENTO.
           MOVE WS-DIAS-ATRASO TO WS-MOR-DET-DIAS.
           MOVE WS-CPR-TOTAL(WS-INDICE-CPR) TO WS-MOR-DET-CUOTA-TOTAL.
           COMPUTE WS-MOR-DET-PUNITORIO =
              WS-PUNITORIO + WS-IVA-PUNITORIO.
           MOVE WS-IMPORTE-COBRAR TO WS-MOR-DET-ADEUDADO.
           MOVE WS-MOR-DETALLE TO REG-MORA-LINEA.
           WRITE REG-MORA-LINEA.

       3300-DEJAR-EN-MORA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-GRABAR-DEVENGADO.
           OPEN EXTEND SAL-DEVENGADO.
           IF FS-SAL-DEVENGADO-NFD
              OPEN OUTPUT SAL-DEVENGADO
           END-IF.
           IF NOT FS-SAL-DEVENGADO-OK
              DISPLAY 'ERROR AL ABRIR PRESTAMOS_DEVENGADO.TXT: '
                 FS-SAL-DEVENGADO
              MOVE 8 TO RETURN-CODE
              GO TO 3500-GRABAR-DEVENGADO-EXIT
           END-IF.
           MOVE WS-FECHA-HOY         TO REG-DEV-FECHA.
           MOVE ';'                  TO REG-DEV-SEP-01.
           MOVE WS-DEVENGADO-CORRIDA TO REG-DEV-IMPORTE.
           WRITE REG-DEVENGADO.
           CLOSE SAL-DEVENGADO.

       3500-GRABAR-DEVENGADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           CLOSE SAL-MOVIMIENTOS.

           OPEN OUTPUT SAL-PRESTAMOS.
           IF NOT FS-SAL-PRESTAMOS-OK
              DISPLAY 'ERROR AL REGRABAR PRESTAMOS.TXT: '
                 FS-SAL-PRESTAMOS
              MOVE 99 TO RETURN-CODE
           ELSE
              PERFORM 4100-GRABAR-PRESTAMO
                 THRU 4100-GRABAR-PRESTAMO-EXIT
                 VARYING WS-INDICE-PTM FROM 1 BY 1
                 UNTIL WS-INDICE-PTM GREATER THAN WS-CANT-PRESTAMOS
              CLOSE SAL-PRESTAMOS
           END-IF.

           OPEN OUTPUT SAL-CUOTAS.
           IF NOT FS-SAL-CUOTAS-OK
              DISPLAY 'ERROR AL REGRABAR PRESTAMOS_CUOTAS.TXT: '
                 FS-SAL-CUOTAS
              MOVE 99 TO RETURN-CODE
           ELSE
              PERFORM 4200-GRABAR-CUOTA
                 THRU 4200-GRABAR-CUOTA-EXIT
                 VARYING WS-INDICE-CPR FROM 1 BY 1
                 UNTIL WS-INDICE-CPR GREATER THAN WS-CANT-CUOTAS
              CLOSE SAL-CUOTAS
           END-IF.

      * Los saldos actualizados vuelven a CUENTAS.TXT, como hace
      * CLPOSTEO al terminar.
           OPEN OUTPUT SAL-CUENTAS.
           IF NOT FS-SAL-CUENTAS-OK
              DISPLAY 'ERROR AL REGRABAR CUENTAS.TXT: '
                 FS-SAL-CUENTAS
              MOVE 99 TO RETURN-CODE
           ELSE
              PERFORM 4300-GRABAR-CUENTA
                 THRU 4300-GRABAR-CUENTA-EXIT
                 VARYING WS-INDICE-CTA FROM 1 BY 1
                 UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CUENTAS
              CLOSE SAL-CUENTAS
           END-IF.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-GRABAR-PRESTAMO.
           MOVE WS-PTM-NUMERO(WS-INDICE-PTM)   TO REG-PTM-NUMERO.
           MOVE WS-PTM-CUENTA(WS-INDICE-PTM)   TO REG-PTM-CUENTA.
           MOVE WS-PTM-MONEDA(WS-INDICE-PTM)   TO REG-PTM-MONEDA.
           MOVE WS-PTM-CAPITAL(WS-INDICE-PTM)  TO REG-PTM-CAPITAL.
           MOVE WS-PTM-TNA(WS-INDICE-PTM)      TO REG-PTM-TNA.
           MOVE WS-PTM-TNA-PUNITORIA(WS-INDICE-PTM)
             TO REG-PTM-TNA-PUNITORIA.
           MOVE WS-PTM-IVA(WS-INDICE-PTM)      TO REG-PTM-IVA.
           MOVE WS-PTM-CANT-CUOTAS(WS-INDICE-PTM)
             TO REG-PTM-CANT-CUOTAS.
           MOVE WS-PTM-FECHA-ALTA(WS-INDICE-PTM)
             TO REG-PTM-FECHA-ALTA.
           MOVE WS-PTM-CUOTA(WS-INDICE-PTM)    TO REG-PTM-CUOTA.
           MOVE WS-PTM-SALDO-CAPITAL(WS-INDICE-PTM)
             TO REG-PTM-SALDO-CAPITAL.
           MOVE WS-PTM-CUOTAS-COBRADAS(WS-INDICE-PTM)
             TO REG-PTM-CUOTAS-COBRADAS.
           MOVE WS-PTM-ESTADO(WS-INDICE-PTM)   TO REG-PTM-ESTADO.
           WRITE REG-SAL-PRESTAMO FROM REG-PRESTAMO.

       4100-GRABAR-PRESTAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-GRABAR-CUOTA.
           MOVE WS-CPR-NUMERO(WS-INDICE-CPR)   TO REG-CPR-NUMERO.
           MOVE WS-CPR-CUOTA(WS-INDICE-CPR)    TO REG-CPR-CUOTA.
           MOVE WS-CPR-VENCIMIENTO(WS-INDICE-CPR)
             TO REG-CPR-VENCIMIENTO.
           MOVE WS-CPR-CAPITAL(WS-INDICE-CPR)  TO REG-CPR-CAPITAL.
           MOVE WS-CPR-INTERES(WS-INDICE-CPR)  TO REG-CPR-INTERES.
           MOVE WS-CPR-IVA(WS-INDICE-CPR)      TO REG-CPR-IVA.
           MOVE WS-CPR-TOTAL(WS-INDICE-CPR)    TO REG-CPR-TOTAL.
           MOVE WS-CPR-SALDO-CAPITAL(WS-INDICE-CPR)
             TO REG-CPR-SALDO-CAPITAL.
           MOVE WS-CPR-ESTADO(WS-INDICE-CPR)   TO REG-CPR-ESTADO.
           MOVE WS-CPR-DEVENGADA(WS-INDICE-CPR) TO REG-CPR-DEVENGADA.
           MOVE WS-CPR-FECHA-COBRO(WS-INDICE-CPR)
             TO REG-CPR-FECHA-COBRO.
           MOVE WS-CPR-PUNITORIO(WS-INDICE-CPR) TO REG-CPR-PUNITORIO.
           MOVE WS-CPR-IVA-PUNITORIO(WS-INDICE-CPR)
             TO REG-CPR-IVA-PUNITORIO.
           WRITE REG-SAL-CUOTA FROM REG-CUOTA-PRESTAMO.

       4200-GRABAR-CUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4300-GRABAR-CUENTA.
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

       4300-GRABAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tasa para WS-BUSCA-MONEDA y WS-BUSCA-CUOTAS al dia de
      * proceso: el mayor minimo de cuotas que no supere el pedido
      * y, dentro de el, la mayor vigencia que no supere el dia.
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
              OR WS-TASA-ITEM-CUOTAS-MINIMO(WS-INDICE-TASA)
                 GREATER THAN WS-BUSCA-CUOTAS
              OR WS-TASA-ITEM-VIGENCIA(WS-INDICE-TASA)
                 GREATER THAN WS-FECHA-HOY
              GO TO 5110-COMPARAR-TASA-EXIT
           END-IF.

           IF WS-FILA-TASA EQUAL 0
              MOVE WS-INDICE-TASA TO WS-FILA-TASA
              GO TO 5110-COMPARAR-TASA-EXIT
           END-IF.

           IF WS-TASA-ITEM-CUOTAS-MINIMO(WS-INDICE-TASA) GREATER THAN
                 WS-TASA-ITEM-CUOTAS-MINIMO(WS-FILA-TASA)
              MOVE WS-INDICE-TASA TO WS-FILA-TASA
           ELSE
              IF WS-TASA-ITEM-CUOTAS-MINIMO(WS-INDICE-TASA) EQUAL
                    WS-TASA-ITEM-CUOTAS-MINIMO(WS-FILA-TASA)
                 AND WS-TASA-ITEM-VIGENCIA(WS-INDICE-TASA) GREATER
                    THAN WS-TASA-ITEM-VIGENCIA(WS-FILA-TASA)
                 MOVE WS-INDICE-TASA TO WS-FILA-TASA
              END-IF
           END-IF.

       5110-COMPARAR-TASA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Movimiento de la cuenta WS-FILA-CTA, ya actualizado su saldo.
      * El numero de operacion sale del prestamo y la cuota, asi no
      * choca con las demas series: 8 + prestamo + cuota + concepto
      * (1 desembolso, 2 capital, 3 interes, 4 punitorio, 5 IVA).
       5400-GRABAR-MOVIMIENTO.
           COMPUTE WS-NRO-OPERACION = 8000000000
              + WS-MOV-PRESTAMO * 10000 + WS-MOV-CUOTA * 10
              + WS-MOV-SUFIJO.

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
      * Prestamo de la cuota WS-INDICE-CPR.
       5600-UBICAR-PRESTAMO.
           MOVE 0 TO WS-FILA-PTM.
           PERFORM 5610-COMPARAR-PRESTAMO
              THRU 5610-COMPARAR-PRESTAMO-EXIT
              VARYING WS-INDICE-PTM FROM 1 BY 1
              UNTIL WS-INDICE-PTM GREATER THAN WS-CANT-PRESTAMOS
                 OR WS-FILA-PTM GREATER THAN 0.

       5600-UBICAR-PRESTAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5610-COMPARAR-PRESTAMO.
           IF WS-PTM-NUMERO(WS-INDICE-PTM) EQUAL
                 WS-CPR-NUMERO(WS-INDICE-CPR)
              MOVE WS-INDICE-PTM TO WS-FILA-PTM
           END-IF.

       5610-COMPARAR-PRESTAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLPRESTA.
