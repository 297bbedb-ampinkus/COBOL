      * mismo identificador que viaja en WS-ID-COMERCIO de cada
      * consumo. Lo carga TP02COMCA desde COMERCIOS.TXT y lo consulta
      * TP02COMER para liquidar.
      * La situacion fiscal del comercio (al final del registro)
      * define que retenciones de IVA, ingresos brutos y ganancias
      * le practica TP02COMER sobre cada liquidacion, con las
      * alicuotas de ALICUOTAS_RETENCION.TXT.
      ******************************************************************
       01 FD-COMERCIOS.
      * Identificador del comercio: numerico de 6 digitos
      * a los rubros: liquida solo con su tasa negociada y suma al
      * rubro SIN RUBRO en el reporte de volumen por rubro.
          05 COM-RUBRO                 PIC X(04).
      * CUIT del comercio con guiones (99-99999999-9), el que sale
      * en los certificados de retencion
          05 COM-CUIT                  PIC X(13).
      * Situacion frente a cada impuesto. En blanco, situacion no
      * informada: rige la alicuota que la tabla tenga para la
      * condicion en blanco (normalmente la mas alta).
          05 COM-SITUACION-FISCAL.
      * IVA: R responsable inscripto, M monotributo, E exento
             10 COM-COND-IVA           PIC X(01).
                88 COM-IVA-INSCRIPTO       VALUE 'R'.
                88 COM-IVA-MONOTRIBUTO     VALUE 'M'.
                88 COM-IVA-EXENTO          VALUE 'E'.
                88 COM-IVA-NO-INFORMADO    VALUE ' '.
      * Ingresos brutos: L contribuyente local, C convenio
      * multilateral, E exento
             10 COM-COND-IIBB          PIC X(01).
                88 COM-IIBB-LOCAL          VALUE 'L'.
                88 COM-IIBB-CONVENIO       VALUE 'C'.
                88 COM-IIBB-EXENTO         VALUE 'E'.
                88 COM-IIBB-NO-INFORMADO   VALUE ' '.
      * Ganancias: I inscripto, N no inscripto, E exento
             10 COM-COND-GANANCIAS     PIC X(01).
                88 COM-GAN-INSCRIPTO       VALUE 'I'.
                88 COM-GAN-NO-INSCRIPTO    VALUE 'N'.
                88 COM-GAN-EXENTO          VALUE 'E'.
                88 COM-GAN-NO-INFORMADO    VALUE ' '.
