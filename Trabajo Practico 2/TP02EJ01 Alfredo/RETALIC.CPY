      ******************************************************************
      * CPY del archivo de ALICUOTAS_RETENCION.TXT: tabla fechada de
      * alicuotas de las retenciones que el sistema, como agente
      * adquirente, practica sobre las liquidaciones a comercios.
      * Una fila por impuesto y condicion del comercio frente a ese
      * impuesto (COM-SITUACION-FISCAL de COMERCIO.CPY); la condicion
      * en blanco es la del comercio que no informo su situacion.
      * Si un impuesto no tiene fila para la condicion del comercio
      * (por ejemplo exento), no se le retiene. De una misma fila
      * puede haber versiones fechadas: TP02COMER toma la vigente a
      * la fecha del proceso. Las versiones nuevas las agrega
      * TP02PARAM (tabla RETENCION).
      ******************************************************************
       01 REG-ALICUOTA-RETENCION.
      * Impuesto: IVA , IIBB o GANA
          05 REG-RTA-IMPUESTO          PIC X(04).
             88 REG-RTA-IMPUESTO-VALIDO    VALUE 'IVA ' 'IIBB' 'GANA'.
      * Condicion del comercio frente al impuesto (mismos codigos
      * que COM-COND-IVA, COM-COND-IIBB y COM-COND-GANANCIAS)
          05 REG-RTA-CONDICION         PIC X(01).
      * Descripcion, tal como sale en la liquidacion y el
      * certificado
          05 REG-RTA-DESCRIPCION       PIC X(15).
      * Alicuota (por ejemplo 0,0300 = 3%)
          05 REG-RTA-ALICUOTA          PIC 9V9(4).
      * Base de calculo: B bruto capturado, N bruto menos comision
          05 REG-RTA-BASE              PIC X(01).
             88 REG-RTA-BASE-BRUTO         VALUE 'B'.
             88 REG-RTA-BASE-NETO          VALUE 'N'.
      * Base minima no sujeta: con una base menor no se retiene
          05 REG-RTA-MINIMO            PIC 9(8)V9(2).
      * Fecha desde la que rige esta version (yyyy-mm-dd, en
      * blanco rige desde siempre)
          05 REG-RTA-VIGENCIA-DESDE    PIC X(10).
