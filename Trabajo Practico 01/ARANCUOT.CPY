      ******************************************************************
      * CPY de ARANCELES_CUOTAS.TXT: la cuota mensual de arancel de
      * cada alumno, una por alumno y mes. Lo regraba completo
      * TP01ARANC en cada corrida: agrega las cuotas del mes, marca
      * los debitos que rebotaron en el sistema de transferencias y
      * los cobros por tesoreria. Es la base del control de mora.
      ******************************************************************
       01 FD-CUOTA.
      * Mes facturado (AAAA-MM)
           05 FD-CUO-MES               PIC X(07).
      * Legajo del alumno (en cero si la inscripcion no lo traia)
           05 FD-CUO-LEGAJO            PIC 9(06).
           05 FD-CUO-APE-NOM           PIC X(40).
      * Materias inscriptas en el mes y tarifa que les corresponde
           05 FD-CUO-MATERIAS          PIC 9(02).
           05 FD-CUO-TARIFA            PIC 9(8)V9(2).
      * Descuento por beca (alumnos en BECAS_OTORGADAS.TXT)
           05 FD-CUO-DESCUENTO         PIC 9(8)V9(2).
      * Importe a cobrar: tarifa menos descuento
           05 FD-CUO-IMPORTE           PIC 9(8)V9(2).
      * Operacion del debito en TRANSFERENCIAS.TXT (cero si no hubo)
           05 FD-CUO-OPERACION         PIC 9(10).
      * Estado: D debito enviado, P pendiente de pago en tesoreria
      * (sin CBU), R debito rebotado, C cobrada en tesoreria,
      * X sin cargo (beca total). P y R son deuda.
           05 FD-CUO-ESTADO            PIC X(01).
              88 FD-CUO-DEBITADA          VALUE 'D'.
              88 FD-CUO-PENDIENTE         VALUE 'P'.
              88 FD-CUO-REBOTADA          VALUE 'R'.
              88 FD-CUO-COBRADA           VALUE 'C'.
              88 FD-CUO-SIN-CARGO         VALUE 'X'.
              88 FD-CUO-IMPAGA            VALUE 'P' 'R'.
