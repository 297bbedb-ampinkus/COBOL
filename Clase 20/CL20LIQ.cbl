      *          ASIGNACIONES_TAB.TXT (no remunerativa: suma al
      *          neto), con corte automatico del hijo a los 18 y
      *          topes de bruto por banda. La planilla de calculo
      *          queda jubilada. Sobre el mismo bruto imponible se
      *          calculan las contribuciones patronales de cada
      *          legajo (jubilacion, obra social, PAMI, fondo de
      *          asignaciones familiares, ART) con la tabla fechada
      *          CONTRIBUCIONES.TXT; van a TOTALES_CONCEPTO.TXT y a la
      *          declaracion jurada mensual de seguridad social
      *          (F931.TXT, registro fijo por CUIL mas el total de
      *          control), que se concilia contra los totales de la
      *          corrida antes de cerrar. La retencion del impuesto
      *          a las ganancias (cuarta categoria) ya no es un
      *          porcentaje plano de DEDUCCIONES.TXT: se calcula
      *          acumulada en el anio con la escala progresiva
      *          (GANANCIAS_ESCALA.TXT), las deducciones personales
      *          vigentes (GANANCIAS_DEDUCCIONES.TXT: minimo no
      *          imponible, especial, conyuge e hijos de
      *          FAMILIARES.TXT) y las deducciones que declara cada
      *          empleado (GANANCIAS_DECLARADAS.TXT), y cada mes se
      *          retiene la diferencia contra lo ya retenido segun
      *          LIQUIDACION_HIST.TXT, con devolucion en el recibo
      *          si da negativa. En diciembre sale ademas la
      *          liquidacion anual de cada empleado (F1357.TXT).
      *          Las novedades que arma CL20RELOJ desde el reloj de
      *          fichadas traen las horas extra al 50% (tipo M) y al
      *          100% (tipo D) y los minutos de llegada tarde (tipo
      *          T), que descuentan como las ausencias.
      *          Cada concepto del recibo (haberes, deducciones por
      *          codigo, ganancias, cuota de adelanto, asignaciones)
      *          y cada contribucion patronal se deja ademas por
      *          legajo y sector en LIQUIDACION_CONTABLE.TXT, junto
      *          con el neto de control, para que CL20ASIEN arme los
      *          asientos de la corrida.
      *          Los dias de licencia del mes salen del registro de
      *          licencias (LICENCIAS.TXT, lo mantiene CL20LICEN) y
      *          se pagan segun la regla del tipo en
      *          LICENCIAS_TIPOS.TXT: los que paga la empresa corren
      *          con el basico y solo se informan en el recibo; los
      *          que paga la seguridad social y los sin goce se
      *          descuentan a basico/30 como las ausencias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ASIGNACIONES.

      * Alicuotas de contribuciones patronales con fecha de
      * vigencia, y la declaracion jurada mensual de seguridad
      * social que sale de la corrida
       SELECT ENT-CONTRIBUCIONES
          ASSIGN TO '../CONTRIBUCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONTRIBUCIONES.

       SELECT SAL-F931
          ASSIGN TO '../F931.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-F931.

      * Impuesto a las ganancias: la historia del anio (lo ya
      * liquidado y retenido), la escala progresiva anual, las
      * deducciones personales por anio, las deducciones que
      * declara cada empleado y la liquidacion anual de diciembre
       SELECT ENT-HISTORIA
          ASSIGN TO '../LIQUIDACION_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

       SELECT ENT-GAN-ESCALA
          ASSIGN TO '../GANANCIAS_ESCALA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-GAN-ESCALA.

       SELECT ENT-GAN-DEDUCCIONES
          ASSIGN TO '../GANANCIAS_DEDUCCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-GAN-DEDUCCIONES.

       SELECT ENT-GAN-DECLARADAS
          ASSIGN TO '../GANANCIAS_DECLARADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-GAN-DECLARADAS.

       SELECT SAL-F1357
          ASSIGN TO '../F1357.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-F1357.

       SELECT SAL-CONTABLE
          ASSIGN TO '../LIQUIDACION_CONTABLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTABLE.

      * Registro de licencias por legajo (lo mantiene CL20LICEN) y
      * tabla de tipos con quien paga los dias
       SELECT ENT-LICENCIAS
          ASSIGN TO '../LICENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-LICENCIAS.

       SELECT ENT-TIPOS-LIC
          ASSIGN TO '../LICENCIAS_TIPOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TIPOS-LIC.

      *----------------------------------------------------------------*
       DATA DIVISION.

      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD.
      *       cantidad en REG-NOV-CANTIDAD; se pagan a basico/25,
      *       se descuenta la jornada a basico/30 y bajan del
      *       saldo de dias pendientes del legajo)
      *   M - horas extra al 50% (dia habil, despues de la salida)
      *   D - horas extra al 100% (sabado, domingo o feriado)
      *   T - minutos de llegada tarde; descuentan a valor hora/60
      *       junto con las ausencias
      *       (M, D y T los genera CL20RELOJ desde el reloj)
          05 REG-NOV-TIPO                   PIC X(01).
             88 REG-NOV-HORAS                   VALUE 'H'.
             88 REG-NOV-AUSENCIAS               VALUE 'A'.
             88 REG-NOV-BONO                    VALUE 'B'.
             88 REG-NOV-RETRO                   VALUE 'R'.
             88 REG-NOV-VACACIONES              VALUE 'V'.
             88 REG-NOV-HORAS-50                VALUE 'M'.
             88 REG-NOV-HORAS-100               VALUE 'D'.
             88 REG-NOV-TARDANZA                VALUE 'T'.
          05 REG-NOV-CANTIDAD               PIC 9(03).
          05 REG-NOV-IMPORTE                PIC 9(7)V9(2).

      * Pago de vacaciones del periodo (la licencia descontada va
      * sumada en AUSENCIAS)
          05 REG-HIS-VACACIONES             PIC 9(8)V9(2).
      * Aportes de seguridad social del registro y retencion del
      * impuesto a las ganancias (negativa = devolucion), para el
      * calculo acumulado del anio
          05 REG-HIS-APORTES                PIC 9(8)V9(2).
          05 REG-HIS-GANANCIAS              PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD ENT-ADELANTOS.
       01 REG-ENT-ADELANTO.
          05 REG-ASI-BRUTO-HASTA            PIC 9(8)V9(2).
          05 REG-ASI-IMPORTE                PIC 9(7)V9(2).

       FD ENT-CONTRIBUCIONES.
       01 REG-CONTRIBUCION.
      * Vigencia desde (yyyy-mm-dd): por codigo gana la mas nueva
      * que no sea posterior al periodo liquidado
          05 REG-CPA-VIGENCIA               PIC X(10).
      * Codigo del concepto: JUBI jubilacion, OSOC obra social,
      * PAMI, ASFA fondo de asignaciones familiares, ARTR ART. El
      * aporte del empleado del mismo organismo (DEDUCCIONES.TXT)
      * lleva el mismo codigo.
          05 REG-CPA-CODIGO                 PIC X(04).
          05 REG-CPA-DESCRIPCION            PIC X(15).
      * Porcentaje sobre el bruto (por ejemplo 0,1077 = 10,77%)
          05 REG-CPA-PORCENTAJE             PIC 9V9(4).

       FD SAL-F931.
      * Declaracion jurada de seguridad social, registro fijo de
      * 166 posiciones y cifras sin editar: un renglon D por CUIL y
      * un renglon T de control al final.
       01 REG-F931-DETALLE.
          05 REG-F931-TIPO                  PIC X(01).
          05 REG-F931-CUIL                  PIC 9(11).
          05 REG-F931-APELLIDO-NOMBRE       PIC X(40).
      * Periodo declarado (AAAAMM)
          05 REG-F931-PERIODO               PIC X(06).
      * Remuneracion imponible (el bruto del recibo)
          05 REG-F931-REMUNERACION          PIC 9(10)V9(2).
      * Aportes del empleado a los mismos organismos
          05 REG-F931-APORTES               PIC 9(10)V9(2).
      * Contribuciones patronales por concepto; OTRAS junta los
      * codigos de la tabla que no tienen columna propia
          05 REG-F931-CON-JUBILACION        PIC 9(10)V9(2).
          05 REG-F931-CON-OBRA-SOCIAL       PIC 9(10)V9(2).
          05 REG-F931-CON-PAMI              PIC 9(10)V9(2).
          05 REG-F931-CON-ASIG-FAM          PIC 9(10)V9(2).
          05 REG-F931-CON-ART               PIC 9(10)V9(2).
          05 REG-F931-CON-OTRAS             PIC 9(10)V9(2).
          05 REG-F931-CON-TOTAL             PIC 9(10)V9(2).
       01 REG-F931-CONTROL.
          05 REG-F931-T-TIPO                PIC X(01).
          05 REG-F931-T-PERIODO             PIC X(06).
          05 REG-F931-T-CANT-CUIL           PIC 9(06).
          05 REG-F931-T-REMUNERACION        PIC 9(12)V9(2).
          05 REG-F931-T-APORTES             PIC 9(12)V9(2).
          05 REG-F931-T-CONTRIBUCIONES      PIC 9(12)V9(2).
          05 FILLER                         PIC X(111).

       FD ENT-HISTORIA.
      * La misma historia que se graba, releida al arrancar para
      * acumular el anio de cada legajo. Los registros anteriores
      * a la retencion por escala no traen aportes ni ganancias.
       01 REG-ENT-HISTORIA.
          05 REG-EHI-PERIODO                PIC X(07).
          05 REG-EHI-LEGAJO                 PIC 9(08).
          05 REG-EHI-TIPO                   PIC X(01).
          05 REG-EHI-BASICO                 PIC 9(8)V9(2).
          05 REG-EHI-EXTRAS                 PIC 9(8)V9(2).
          05 REG-EHI-BONOS                  PIC 9(8)V9(2).
          05 REG-EHI-AUSENCIAS              PIC 9(8)V9(2).
          05 REG-EHI-BRUTO                  PIC 9(8)V9(2).
          05 REG-EHI-DEDUCCIONES            PIC 9(8)V9(2).
          05 REG-EHI-NETO                   PIC 9(8)V9(2).
          05 REG-EHI-VACACIONES             PIC 9(8)V9(2).
          05 REG-EHI-APORTES                PIC 9(8)V9(2).
          05 REG-EHI-GANANCIAS              PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD ENT-GAN-ESCALA.
      * Escala anual del impuesto: un tramo por renglon. Rige el
      * anio mas nuevo que no pase del periodo liquidado; cada mes
      * se aplica proporcional (tramo x meses / 12).
       01 REG-GAN-ESCALA.
          05 REG-GES-ANIO                   PIC 9(04).
      * Ganancia neta anual desde la que rige el tramo
          05 REG-GES-DESDE                  PIC 9(10)V9(2).
      * Impuesto fijo del tramo y porcentaje sobre el excedente
          05 REG-GES-FIJO                   PIC 9(10)V9(2).
          05 REG-GES-PORCENTAJE             PIC 9V9(4).

       FD ENT-GAN-DEDUCCIONES.
      * Deducciones personales anuales por codigo: GNI ganancia no
      * imponible, ESPE deduccion especial, CONY conyuge, HIJO por
      * hijo menor de 18. Por codigo gana el anio mas nuevo que no
      * pase del periodo liquidado.
       01 REG-GAN-DEDUCCION.
          05 REG-GDE-ANIO                   PIC 9(04).
          05 REG-GDE-CODIGO                 PIC X(04).
          05 REG-GDE-IMPORTE                PIC 9(10)V9(2).

       FD ENT-GAN-DECLARADAS.
      * Deducciones que declara el empleado (alquiler, cuota
      * medica, servicio domestico...), imputadas al periodo en
      * que se presentan
       01 REG-GAN-DECLARADA.
          05 REG-GDJ-LEGAJO                 PIC 9(08).
          05 REG-GDJ-PERIODO                PIC X(07).
          05 REG-GDJ-CONCEPTO               PIC X(20).
          05 REG-GDJ-IMPORTE                PIC 9(8)V9(2).

       FD SAL-F1357.
       01 REG-F1357                         PIC X(80).

       FD SAL-CONTABLE.
      * Detalle contable pendiente de asentar: un renglon por legajo
      * y concepto, con el sector del legajo como centro de costo.
      * Tipo de corrida M mensual, S aguinaldo, F final. El concepto
      * NETO es el control de lo que se paga y no se asienta.
       01 REG-CONTABLE.
          05 REG-CTB-PERIODO                PIC X(07).
          05 REG-CTB-TIPO                   PIC X(01).
          05 REG-CTB-LEGAJO                 PIC 9(08).
          05 REG-CTB-SECTOR                 PIC X(10).
          05 REG-CTB-CONCEPTO               PIC X(08).
          05 REG-CTB-IMPORTE                PIC 9(8)V9(2).

       FD ENT-LICENCIAS.
      * Hasta en blanco: licencia abierta. Certificado S/N.
      * Estado: A vigente, B anulada
       01 REG-LICENCIA.
          05 REG-LIC-LEGAJO                 PIC 9(08).
          05 REG-LIC-TIPO                   PIC X(04).
          05 REG-LIC-DESDE                  PIC X(10).
          05 REG-LIC-HASTA                  PIC X(10).
          05 REG-LIC-CERTIFICADO            PIC X(01).
          05 REG-LIC-ESTADO                 PIC X(01).

       FD ENT-TIPOS-LIC.
       01 REG-TIPO-LICENCIA.
          05 REG-TLI-CODIGO                 PIC X(04).
          05 REG-TLI-DESCRIPCION            PIC X(20).
      * Quien paga los dias: E la empresa, S la seguridad social,
      * N nadie (sin goce de haberes)
          05 REG-TLI-PAGO                   PIC X(01).
          05 REG-TLI-ANTIGUEDAD             PIC X(01).
          05 REG-TLI-CERTIFICADO            PIC X(01).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-ENT-ASIGNACIONES-OK          VALUE '00'.
             88 FS-ENT-ASIGNACIONES-EOF         VALUE '10'.
             88 FS-ENT-ASIGNACIONES-NFD         VALUE '35'.
          05 FS-ENT-CONTRIBUCIONES          PIC X(2).
             88 FS-ENT-CONTRIBUCIONES-OK        VALUE '00'.
             88 FS-ENT-CONTRIBUCIONES-EOF       VALUE '10'.
             88 FS-ENT-CONTRIBUCIONES-NFD       VALUE '35'.
          05 FS-SAL-F931                    PIC X(2).
             88 FS-SAL-F931-OK                  VALUE '00'.
          05 FS-ENT-HISTORIA                PIC X(2).
             88 FS-ENT-HISTORIA-OK              VALUE '00'.
             88 FS-ENT-HISTORIA-EOF             VALUE '10'.
             88 FS-ENT-HISTORIA-NFD             VALUE '35'.
          05 FS-ENT-GAN-ESCALA              PIC X(2).
             88 FS-ENT-GAN-ESCALA-OK            VALUE '00'.
             88 FS-ENT-GAN-ESCALA-EOF           VALUE '10'.
             88 FS-ENT-GAN-ESCALA-NFD           VALUE '35'.
          05 FS-ENT-GAN-DEDUCCIONES         PIC X(2).
             88 FS-ENT-GAN-DEDUCCIONES-OK       VALUE '00'.
             88 FS-ENT-GAN-DEDUCCIONES-EOF      VALUE '10'.
             88 FS-ENT-GAN-DEDUCCIONES-NFD      VALUE '35'.
          05 FS-ENT-GAN-DECLARADAS          PIC X(2).
             88 FS-ENT-GAN-DECLARADAS-OK        VALUE '00'.
             88 FS-ENT-GAN-DECLARADAS-EOF       VALUE '10'.
             88 FS-ENT-GAN-DECLARADAS-NFD       VALUE '35'.
          05 FS-SAL-F1357                   PIC X(2).
             88 FS-SAL-F1357-OK                 VALUE '00'.
          05 FS-SAL-CONTABLE                PIC X(2).
             88 FS-SAL-CONTABLE-OK              VALUE '00'.
             88 FS-SAL-CONTABLE-NFD             VALUE '35'.
          05 FS-ENT-LICENCIAS               PIC X(2).
             88 FS-ENT-LICENCIAS-OK             VALUE '00'.
             88 FS-ENT-LICENCIAS-EOF            VALUE '10'.
             88 FS-ENT-LICENCIAS-NFD            VALUE '35'.
          05 FS-ENT-TIPOS-LIC               PIC X(2).
             88 FS-ENT-TIPOS-LIC-OK             VALUE '00'.
             88 FS-ENT-TIPOS-LIC-EOF            VALUE '10'.
             88 FS-ENT-TIPOS-LIC-NFD            VALUE '35'.

      * Switches de fin de archivo
       01 WS-EMPLEADOS-EOF          PIC X(5) VALUE 'FALSE'.
             10 WS-NOV-CANTIDAD            PIC 9(03).
             10 WS-NOV-IMPORTE             PIC 9(7)V9(2).

      * Tipos de licencia y licencias vigentes que tocan el
      * periodo, con los dias de cada una que caen dentro del mes
       01 WS-TIPOS-LIC-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-TIPOS-LIC-EOF-YES      VALUE 'TRUE'.
          88 WS-TIPOS-LIC-EOF-NO       VALUE 'FALSE'.
       01 WS-LICENCIAS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-LICENCIAS-EOF-YES      VALUE 'TRUE'.
          88 WS-LICENCIAS-EOF-NO       VALUE 'FALSE'.
       77 WS-INDICE-TLI             PIC 9(02) VALUE 1.
       77 WS-CANT-TIPOS-LIC         PIC 9(02) VALUE 0.
       77 WS-FILA-TLI               PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS-LIC.
          05 WS-TLI-ITEM OCCURS 50 TIMES.
             10 WS-TLI-CODIGO              PIC X(04).
             10 WS-TLI-DESCRIPCION         PIC X(20).
             10 WS-TLI-PAGO                PIC X(01).
       77 WS-INDICE-LIC             PIC 9(04) VALUE 1.
       77 WS-CANT-LICENCIAS         PIC 9(04) VALUE 0.
       01 WS-TABLA-LICENCIAS.
          05 WS-LIC-ITEM OCCURS 1000 TIMES.
             10 WS-LIC-LEGAJO              PIC 9(08).
             10 WS-LIC-FILA-TLI            PIC 9(02).
             10 WS-LIC-DIAS                PIC 9(02).
       01 WS-INICIO-MES             PIC X(10) VALUE SPACES.
       01 WS-FIN-MES                PIC X(10) VALUE SPACES.
       01 WS-TRAMO-DESDE            PIC X(10) VALUE SPACES.
       01 WS-TRAMO-HASTA            PIC X(10) VALUE SPACES.

      * Tabla de deducciones vigentes, con su total acumulado del
      * mes para el registro por concepto
       77 WS-INDICE-DED             PIC 9(02) VALUE 1.
      * remunerativo: suma al neto, no al bruto)
       77 WS-IMP-ASIGNACIONES       PIC 9(7)V9(2) VALUE 0.

      * Contribuciones patronales vigentes para el periodo, una
      * fila por codigo, con su total acumulado del mes
       01 WS-CONTRIBUCIONES-EOF     PIC X(5) VALUE 'FALSE'.
          88 WS-CONTRIBUCIONES-EOF-YES VALUE 'TRUE'.
          88 WS-CONTRIBUCIONES-EOF-NO  VALUE 'FALSE'.
       77 WS-INDICE-CPA             PIC 9(02) VALUE 1.
       77 WS-CANT-CONTRIBUCIONES    PIC 9(02) VALUE 0.
       77 WS-FILA-CPA               PIC 9(02) VALUE 0.
       01 WS-TABLA-CONTRIBUCIONES.
          05 WS-CPA-ITEM OCCURS 10 TIMES.
             10 WS-CPA-VIGENCIA            PIC X(10).
             10 WS-CPA-CODIGO              PIC X(04).
             10 WS-CPA-DESCRIPCION         PIC X(15).
             10 WS-CPA-PORCENTAJE          PIC 9V9(4).
             10 WS-CPA-TOTAL               PIC 9(9)V9(2).

      * Aportes y contribuciones del empleado en curso, por
      * columna de la declaracion jurada
       77 WS-CONTRIBUCION           PIC 9(8)V9(2) VALUE 0.
       77 WS-APORTES-SS             PIC 9(8)V9(2) VALUE 0.
       01 WS-CONTRIB-EMPLEADO.
          05 WS-CEM-JUBILACION      PIC 9(8)V9(2) VALUE 0.
          05 WS-CEM-OBRA-SOCIAL     PIC 9(8)V9(2) VALUE 0.
          05 WS-CEM-PAMI            PIC 9(8)V9(2) VALUE 0.
          05 WS-CEM-ASIG-FAM        PIC 9(8)V9(2) VALUE 0.
          05 WS-CEM-ART             PIC 9(8)V9(2) VALUE 0.
          05 WS-CEM-OTRAS           PIC 9(8)V9(2) VALUE 0.
          05 WS-CEM-TOTAL           PIC 9(8)V9(2) VALUE 0.

      * Totales de la corrida contra los que se concilia el F931, y
      * lo efectivamente grabado en el archivo
       77 WS-TOT-APORTES-SS         PIC 9(10)V9(2) VALUE 0.
       77 WS-TOT-CONTRIBUCIONES     PIC 9(10)V9(2) VALUE 0.

      * Renglon del detalle contable en curso
       77 WS-CTB-CONCEPTO           PIC X(08) VALUE SPACES.
       77 WS-CTB-IMPORTE            PIC 9(8)V9(2) VALUE 0.
       01 WS-F931-ACUMULADOS.
          05 WS-F931-CANT           PIC 9(06) VALUE 0.
          05 WS-F931-REMUNERACION   PIC 9(12)V9(2) VALUE 0.
          05 WS-F931-APORTES        PIC 9(12)V9(2) VALUE 0.
          05 WS-F931-CONTRIBUCIONES PIC 9(12)V9(2) VALUE 0.
       01 WS-F931-CONCILIA          PIC X(02) VALUE 'SI'.
          88 WS-F931-CONCILIA-SI       VALUE 'SI'.
          88 WS-F931-CONCILIA-NO       VALUE 'NO'.

      * Impuesto a las ganancias. Acumulado del anio por legajo,
      * tomado de la historia (lo liquidado antes del periodo en
      * curso) y de las deducciones declaradas hasta el periodo.
       01 WS-HISTORIA-EOF           PIC X(5) VALUE 'FALSE'.
          88 WS-HISTORIA-EOF-YES       VALUE 'TRUE'.
          88 WS-HISTORIA-EOF-NO        VALUE 'FALSE'.
       01 WS-GAN-ESCALA-EOF         PIC X(5) VALUE 'FALSE'.
          88 WS-GAN-ESCALA-EOF-YES     VALUE 'TRUE'.
          88 WS-GAN-ESCALA-EOF-NO      VALUE 'FALSE'.
       01 WS-GAN-DEDUCCIONES-EOF    PIC X(5) VALUE 'FALSE'.
          88 WS-GAN-DEDUCCIONES-EOF-YES VALUE 'TRUE'.
          88 WS-GAN-DEDUCCIONES-EOF-NO VALUE 'FALSE'.
       01 WS-GAN-DECLARADAS-EOF     PIC X(5) VALUE 'FALSE'.
          88 WS-GAN-DECLARADAS-EOF-YES VALUE 'TRUE'.
          88 WS-GAN-DECLARADAS-EOF-NO  VALUE 'FALSE'.
       77 WS-INDICE-GAC             PIC 9(04) VALUE 1.
       77 WS-CANT-GAN-ACUM          PIC 9(04) VALUE 0.
       77 WS-FILA-GAC               PIC 9(04) VALUE 0.
       77 WS-LEGAJO-BUSCADO         PIC 9(08) VALUE 0.
       01 WS-TABLA-GAN-ACUM.
          05 WS-GAC-ITEM OCCURS 1000 TIMES.
             10 WS-GAC-LEGAJO              PIC 9(08).
             10 WS-GAC-BRUTO               PIC 9(10)V9(2).
             10 WS-GAC-APORTES             PIC 9(10)V9(2).
             10 WS-GAC-RETENIDO            PIC S9(10)V9(2).
             10 WS-GAC-DECLARADO           PIC 9(10)V9(2).
      * Los registros de historia anteriores a la retencion por
      * escala no traen aportes: se estiman con los porcentajes de
      * jubilacion, obra social y PAMI de la tabla vigente.
       77 WS-PCT-APORTES            PIC 9V9(4) VALUE 0.
       77 WS-APORTES-ESTIMADOS      PIC 9(8)V9(2) VALUE 0.

      * Escala del anio que rige, ordenada como venga del archivo
       77 WS-GAN-ANIO-ESCALA        PIC 9(04) VALUE 0.
       77 WS-INDICE-GES             PIC 9(02) VALUE 1.
       77 WS-CANT-GAN-ESCALA        PIC 9(02) VALUE 0.
       77 WS-FILA-GES               PIC 9(02) VALUE 0.
       01 WS-TABLA-GAN-ESCALA.
          05 WS-GES-ITEM OCCURS 30 TIMES.
             10 WS-GES-DESDE               PIC 9(10)V9(2).
             10 WS-GES-FIJO                PIC 9(10)V9(2).
             10 WS-GES-PORCENTAJE          PIC 9V9(4).

      * Deducciones personales anuales vigentes, con el anio de la
      * version tomada de cada una
       01 WS-GAN-DEDUCCIONES.
          05 WS-GAN-NO-IMPONIBLE    PIC 9(10)V9(2) VALUE 0.
          05 WS-GAN-ANIO-NO-IMPONIBLE PIC 9(04) VALUE 0.
          05 WS-GAN-ESPECIAL        PIC 9(10)V9(2) VALUE 0.
          05 WS-GAN-ANIO-ESPECIAL   PIC 9(04) VALUE 0.
          05 WS-GAN-CONYUGE         PIC 9(10)V9(2) VALUE 0.
          05 WS-GAN-ANIO-CONYUGE    PIC 9(04) VALUE 0.
          05 WS-GAN-HIJO            PIC 9(10)V9(2) VALUE 0.
          05 WS-GAN-ANIO-HIJO       PIC 9(04) VALUE 0.
       01 WS-GAN-CALCULA            PIC X(02) VALUE 'SI'.
          88 WS-GAN-CALCULA-SI         VALUE 'SI'.
          88 WS-GAN-CALCULA-NO         VALUE 'NO'.

      * Calculo del empleado en curso, todo acumulado al periodo
       77 WS-GAN-CANT-CONYUGE       PIC 9(02) VALUE 0.
       77 WS-GAN-CANT-HIJOS         PIC 9(02) VALUE 0.
       77 WS-GAN-BRUTO-ACUM         PIC 9(10)V9(2) VALUE 0.
       77 WS-GAN-APORTES-ACUM       PIC 9(10)V9(2) VALUE 0.
       77 WS-GAN-DECLARADO-ACUM     PIC 9(10)V9(2) VALUE 0.
       77 WS-GAN-RETENIDO-ACUM      PIC S9(10)V9(2) VALUE 0.
       77 WS-GAN-DED-PERSONALES     PIC 9(10)V9(2) VALUE 0.
       77 WS-GAN-DED-CARGAS         PIC 9(10)V9(2) VALUE 0.
       77 WS-GAN-BASE               PIC S9(10)V9(2) VALUE 0.
       77 WS-GAN-DESDE-PROP         PIC 9(10)V9(2) VALUE 0.
       77 WS-GAN-MEJOR-DESDE        PIC 9(10)V9(2) VALUE 0.
       77 WS-GAN-IMPUESTO           PIC 9(10)V9(2) VALUE 0.
      * Retencion del mes: positiva se descuenta, negativa se
      * devuelve en el recibo
       77 WS-GAN-MES                PIC S9(10)V9(2) VALUE 0.
       77 WS-GAN-TOPE               PIC 9(8)V9(2) VALUE 0.
       77 WS-GAN-RETENCION          PIC 9(8)V9(2) VALUE 0.
       77 WS-GAN-DEVOLUCION         PIC 9(8)V9(2) VALUE 0.
       77 WS-TOT-GAN-RETENCION      PIC 9(10)V9(2) VALUE 0.
       77 WS-TOT-GAN-DEVOLUCION     PIC 9(10)V9(2) VALUE 0.

      * Aritmetica de fechas via CLFECHAS, para el corte por edad
      * de los hijos (18 anios = 216 meses desde el nacimiento)
       01 WS-FECHAS.
       77 WS-IMP-RETRO              PIC 9(7)V9(2) VALUE 0.
       77 WS-IMP-VACACIONES         PIC 9(7)V9(2) VALUE 0.
       77 WS-IMP-LIC-VAC            PIC 9(7)V9(2) VALUE 0.
      * Dias de licencia del mes que no paga la empresa (a cargo de
      * la seguridad social o sin goce) y su descuento a basico/30
       77 WS-DIAS-LICENCIA          PIC 9(03) VALUE 0.
       77 WS-IMP-LICENCIAS          PIC 9(7)V9(2) VALUE 0.
       77 WS-DIAS-VAC               PIC 9(03) VALUE 0.
       77 WS-BRUTO                  PIC 9(8)V9(2) VALUE 0.
       77 WS-DEDUCCION              PIC 9(8)V9(2) VALUE 0.
          05 WS-REC-IMPORTE         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                 PIC X(36) VALUE SPACES.

      * Encabezado de la liquidacion anual de ganancias (F.1357);
      * los renglones de importes usan la misma linea del recibo
       01 WS-F1357-TITULO.
          05 FILLER                 PIC X(49) VALUE
             'LIQUIDACION ANUAL IMPUESTO A LAS GANANCIAS - ANIO'.
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 WS-F1357-ANIO          PIC X(04).
          05 FILLER                 PIC X(26) VALUE SPACES.
       01 WS-F1357-EMPLEADO.
          05 FILLER                 PIC X(08) VALUE 'LEGAJO: '.
          05 WS-F1357-LEGAJO        PIC 9(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-F1357-APELLIDO      PIC X(25).
          05 WS-F1357-NOMBRE        PIC X(25).
          05 FILLER                 PIC X(12) VALUE SPACES.
       01 WS-F1357-CUIL-LINEA.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(06) VALUE 'CUIL: '.
          05 WS-F1357-CUIL          PIC 9(11).
          05 FILLER                 PIC X(58) VALUE SPACES.

      * Adelantos vigentes en memoria, regrabados al final con la
      * cuota del mes cobrada
       01 WS-ADELANTOS-EOF          PIC X(5) VALUE 'FALSE'.
       77 WS-RESTANTE-ADELANTO      PIC 9(8)V9(2) VALUE 0.
       77 WS-CUOTAS-QUE-FALTAN      PIC 9(02) VALUE 0.

      * Renglon informativo de cada licencia del mes en el recibo
       01 WS-REC-LIC-LINEA.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 WS-REC-LIC-TIPO        PIC X(20).
          05 WS-REC-LIC-DIAS        PIC ZZ9.
          05 FILLER                 PIC X(06) VALUE ' DIAS '.
          05 WS-REC-LIC-PAGO        PIC X(26).
          05 FILLER                 PIC X(20) VALUE SPACES.

       01 WS-REC-SALDO-VAC-LINEA.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 WS-REC-SV-TEXTO        PIC X(23).
       01 WS-CONTADORES.
          05 WS-CANT-LIQUIDADOS     PIC 9(05) VALUE 0.
          05 WS-CANT-SALTEADOS      PIC 9(05) VALUE 0.
          05 WS-CANT-F1357          PIC 9(05) VALUE 0.

      * Periodo liquidado (AAAA-MM): por parametro, o el mes de la
      * fecha de maquina si no viene
              MOVE '-'        TO WS-PARM-PERIODO(5:1)
              MOVE WS-FM-MES  TO WS-PARM-PERIODO(6:2)
           END-IF.
           MOVE WS-PARM-PERIODO(1:4) TO WS-ANIO-PERIODO.
           MOVE WS-PARM-PERIODO(6:2) TO WS-MES-PERIODO.

      * I-O porque la liquidacion descuenta del maestro los dias de
      * vacaciones tomados en el periodo.
           PERFORM 1600-CARGAR-ASIGNACIONES
              THRU 1600-CARGAR-ASIGNACIONES-FIN.

           PERFORM 1700-CARGAR-CONTRIBUCIONES
              THRU 1700-CARGAR-CONTRIBUCIONES-FIN.

      * La historia se relee antes de abrirla para agregar.
           PERFORM 1800-CARGAR-GANANCIAS
              THRU 1800-CARGAR-GANANCIAS-FIN.

           PERFORM 1900-CARGAR-LICENCIAS
              THRU 1900-CARGAR-LICENCIAS-FIN.

           OPEN OUTPUT SAL-RECIBOS.
           IF NOT FS-SAL-RECIBOS-OK
              DISPLAY 'ERROR AL ABRIR RECIBOS.TXT'
              DISPLAY 'ERROR AL ABRIR LIQUIDACION_HIST.TXT'
              STOP RUN
           END-IF.
           OPEN OUTPUT SAL-F931.
           IF NOT FS-SAL-F931-OK
              DISPLAY 'ERROR AL ABRIR F931.TXT'
              STOP RUN
           END-IF.
      * El detalle contable se acumula hasta que CL20ASIEN lo asienta.
           OPEN EXTEND SAL-CONTABLE.
           IF FS-SAL-CONTABLE-NFD
              OPEN OUTPUT SAL-CONTABLE
           END-IF.
           IF NOT FS-SAL-CONTABLE-OK
              DISPLAY 'ERROR AL ABRIR LIQUIDACION_CONTABLE.TXT'
              STOP RUN
           END-IF.
      * En diciembre sale la liquidacion anual de ganancias.
           IF WS-MES-PERIODO EQUAL 12
              OPEN OUTPUT SAL-F1357
              IF NOT FS-SAL-F1357-OK
                 DISPLAY 'ERROR AL ABRIR F1357.TXT'
                 STOP RUN
              END-IF
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-DEDUCCIONES.
      * Sin tabla de deducciones rige el esquema legal basico.
           INITIALIZE WS-TABLA-DEDUCCIONES.
           OPEN INPUT ENT-DEDUCCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-DEDUCCIONES-OK
                   MOVE 'OSOC' TO WS-DED-CODIGO(2)
                   MOVE 'Obra social' TO WS-DED-DESCRIPCION(2)
                   MOVE 0,0300 TO WS-DED-PORCENTAJE(2)
                   MOVE 2 TO WS-CANT-DEDUCCIONES
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DEDUCCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-DEDUCCIONES
           EXIT.

      *----------------------------------------------------------------*
      * El impuesto a las ganancias se retiene por escala (ver
      * 2590): un renglon IMPG de porcentaje plano que haya quedado
      * en la tabla no se aplica.
       1210-LEER-DEDUCCION.
           READ ENT-DEDUCCIONES
               AT END
                   SET WS-DEDUCCIONES-EOF-YES TO TRUE
                   GO TO 1210-LEER-DEDUCCION-FIN
           END-READ.
           IF REG-DED-CODIGO EQUAL 'IMPG'
              DISPLAY 'DEDUCCIONES.TXT: EL CODIGO IMPG NO SE APLICA, '
                 'GANANCIAS SE RETIENE POR ESCALA'
              GO TO 1210-LEER-DEDUCCION-FIN
           END-IF.

           IF WS-CANT-DEDUCCIONES LESS THAN 10
              ADD 1 TO WS-CANT-DEDUCCIONES
              MOVE REG-DED-CODIGO
                TO WS-DED-CODIGO(WS-CANT-DEDUCCIONES)
              MOVE REG-DED-DESCRIPCION
                TO WS-DED-DESCRIPCION(WS-CANT-DEDUCCIONES)
              MOVE REG-DED-PORCENTAJE
                TO WS-DED-PORCENTAJE(WS-CANT-DEDUCCIONES)
              MOVE 0 TO WS-DED-TOTAL(WS-CANT-DEDUCCIONES)
           ELSE
              DISPLAY 'DEDUCCIONES.TXT TIENE MAS DE 10 '
                 'CODIGOS, SE IGNORAN LOS EXCEDENTES'
           END-IF.

       1210-LEER-DEDUCCION-FIN.
           EXIT.
       1610-LEER-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1700-CARGAR-CONTRIBUCIONES.
      * Sin tabla de contribuciones rige el esquema legal basico,
      * igual que con las deducciones.
           INITIALIZE WS-TABLA-CONTRIBUCIONES.
           OPEN INPUT ENT-CONTRIBUCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-CONTRIBUCIONES-OK
                   PERFORM 1710-LEER-CONTRIBUCION
                      THRU 1710-LEER-CONTRIBUCION-FIN
                      UNTIL WS-CONTRIBUCIONES-EOF-YES
                   CLOSE ENT-CONTRIBUCIONES
               WHEN FS-ENT-CONTRIBUCIONES-NFD
                   MOVE 'JUBI' TO WS-CPA-CODIGO(1)
                   MOVE 'Jubilacion' TO WS-CPA-DESCRIPCION(1)
                   MOVE 0,1077 TO WS-CPA-PORCENTAJE(1)
                   MOVE 'OSOC' TO WS-CPA-CODIGO(2)
                   MOVE 'Obra social' TO WS-CPA-DESCRIPCION(2)
                   MOVE 0,0600 TO WS-CPA-PORCENTAJE(2)
                   MOVE 'PAMI' TO WS-CPA-CODIGO(3)
                   MOVE 'PAMI' TO WS-CPA-DESCRIPCION(3)
                   MOVE 0,0159 TO WS-CPA-PORCENTAJE(3)
                   MOVE 'ASFA' TO WS-CPA-CODIGO(4)
                   MOVE 'Asig. familiar' TO WS-CPA-DESCRIPCION(4)
                   MOVE 0,0470 TO WS-CPA-PORCENTAJE(4)
                   MOVE 'ARTR' TO WS-CPA-CODIGO(5)
                   MOVE 'ART' TO WS-CPA-DESCRIPCION(5)
                   MOVE 0,0250 TO WS-CPA-PORCENTAJE(5)
                   MOVE 5 TO WS-CANT-CONTRIBUCIONES
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONTRIBUCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONTRIBUCIONES
                   STOP RUN
           END-EVALUATE.

       1700-CARGAR-CONTRIBUCIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Por codigo queda la alicuota de vigencia mas nueva que no
      * pase del periodo liquidado; las de vigencia futura se
      * ignoran.
       1710-LEER-CONTRIBUCION.
           READ ENT-CONTRIBUCIONES
               AT END
                   SET WS-CONTRIBUCIONES-EOF-YES TO TRUE
                   GO TO 1710-LEER-CONTRIBUCION-FIN
           END-READ.
           IF REG-CPA-VIGENCIA(1:7) GREATER THAN WS-PARM-PERIODO
              GO TO 1710-LEER-CONTRIBUCION-FIN
           END-IF.

           MOVE 0 TO WS-FILA-CPA.
           PERFORM 1720-BUSCAR-CONTRIBUCION
              THRU 1720-BUSCAR-CONTRIBUCION-FIN
              VARYING WS-INDICE-CPA FROM 1 BY 1
              UNTIL WS-INDICE-CPA GREATER THAN WS-CANT-CONTRIBUCIONES.

           IF WS-FILA-CPA EQUAL 0
              IF WS-CANT-CONTRIBUCIONES NOT LESS THAN 10
                 DISPLAY 'CONTRIBUCIONES.TXT TIENE MAS DE 10 '
                    'CODIGOS, SE IGNORAN LOS EXCEDENTES'
                 GO TO 1710-LEER-CONTRIBUCION-FIN
              END-IF
              ADD 1 TO WS-CANT-CONTRIBUCIONES
              MOVE WS-CANT-CONTRIBUCIONES TO WS-FILA-CPA
           ELSE
              IF REG-CPA-VIGENCIA NOT GREATER THAN
                 WS-CPA-VIGENCIA(WS-FILA-CPA)
                 GO TO 1710-LEER-CONTRIBUCION-FIN
              END-IF
           END-IF.

           MOVE REG-CPA-VIGENCIA    TO WS-CPA-VIGENCIA(WS-FILA-CPA).
           MOVE REG-CPA-CODIGO      TO WS-CPA-CODIGO(WS-FILA-CPA).
           MOVE REG-CPA-DESCRIPCION TO WS-CPA-DESCRIPCION(WS-FILA-CPA).
           MOVE REG-CPA-PORCENTAJE  TO WS-CPA-PORCENTAJE(WS-FILA-CPA).
           MOVE 0                   TO WS-CPA-TOTAL(WS-FILA-CPA).

       1710-LEER-CONTRIBUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1720-BUSCAR-CONTRIBUCION.
           IF WS-CPA-CODIGO(WS-INDICE-CPA) EQUAL REG-CPA-CODIGO
              MOVE WS-INDICE-CPA TO WS-FILA-CPA
           END-IF.

       1720-BUSCAR-CONTRIBUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Tablas del impuesto a las ganancias y acumulado del anio de
      * cada legajo. Sin escala o sin ganancia no imponible no hay
      * con que calcular: la corrida sigue sin retener y lo avisa.
       1800-CARGAR-GANANCIAS.
           INITIALIZE WS-TABLA-GAN-ACUM.
           INITIALIZE WS-TABLA-GAN-ESCALA.
           INITIALIZE WS-GAN-DEDUCCIONES.
           MOVE 0 TO WS-PCT-APORTES.
           PERFORM 1805-SUMAR-PCT-APORTES
              THRU 1805-SUMAR-PCT-APORTES-FIN
              VARYING WS-INDICE-DED FROM 1 BY 1
              UNTIL WS-INDICE-DED GREATER THAN WS-CANT-DEDUCCIONES.

           PERFORM 1810-CARGAR-GAN-ESCALA
              THRU 1810-CARGAR-GAN-ESCALA-FIN.
           PERFORM 1820-CARGAR-GAN-DEDUCCIONES
              THRU 1820-CARGAR-GAN-DEDUCCIONES-FIN.

           IF WS-CANT-GAN-ESCALA EQUAL 0
              OR WS-GAN-NO-IMPONIBLE EQUAL 0
              SET WS-GAN-CALCULA-NO TO TRUE
              DISPLAY 'SIN ESCALA O DEDUCCIONES DE GANANCIAS PARA '
                 WS-ANIO-PERIODO ': NO SE RETIENE EL IMPUESTO'
              GO TO 1800-CARGAR-GANANCIAS-FIN
           END-IF.

           PERFORM 1840-CARGAR-HISTORIA-ANIO
              THRU 1840-CARGAR-HISTORIA-ANIO-FIN.
           PERFORM 1850-CARGAR-GAN-DECLARADAS
              THRU 1850-CARGAR-GAN-DECLARADAS-FIN.

       1800-CARGAR-GANANCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1805-SUMAR-PCT-APORTES.
           EVALUATE WS-DED-CODIGO(WS-INDICE-DED)
               WHEN 'JUBI'
               WHEN 'OSOC'
               WHEN 'PAMI'
                   ADD WS-DED-PORCENTAJE(WS-INDICE-DED)
                     TO WS-PCT-APORTES
           END-EVALUATE.

       1805-SUMAR-PCT-APORTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1810-CARGAR-GAN-ESCALA.
           OPEN INPUT ENT-GAN-ESCALA.
           EVALUATE TRUE
               WHEN FS-ENT-GAN-ESCALA-OK
                   PERFORM 1815-LEER-GAN-ESCALA
                      THRU 1815-LEER-GAN-ESCALA-FIN
                      UNTIL WS-GAN-ESCALA-EOF-YES
                   CLOSE ENT-GAN-ESCALA
               WHEN FS-ENT-GAN-ESCALA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR GANANCIAS_ESCALA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-GAN-ESCALA
                   STOP RUN
           END-EVALUATE.

       1810-CARGAR-GAN-ESCALA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Quedan solo los tramos del anio mas nuevo que no pase del
      * periodo liquidado: un anio mas nuevo descarta lo cargado.
       1815-LEER-GAN-ESCALA.
           READ ENT-GAN-ESCALA
               AT END
                   SET WS-GAN-ESCALA-EOF-YES TO TRUE
                   GO TO 1815-LEER-GAN-ESCALA-FIN
           END-READ.
           IF REG-GES-ANIO GREATER THAN WS-ANIO-PERIODO
              OR REG-GES-ANIO LESS THAN WS-GAN-ANIO-ESCALA
              GO TO 1815-LEER-GAN-ESCALA-FIN
           END-IF.

           IF REG-GES-ANIO GREATER THAN WS-GAN-ANIO-ESCALA
              MOVE REG-GES-ANIO TO WS-GAN-ANIO-ESCALA
              MOVE 0 TO WS-CANT-GAN-ESCALA
           END-IF.
           IF WS-CANT-GAN-ESCALA NOT LESS THAN 30
              DISPLAY 'GANANCIAS_ESCALA.TXT TIENE MAS DE 30 TRAMOS '
                 'PARA ' REG-GES-ANIO ', SE IGNORAN LOS EXCEDENTES'
              GO TO 1815-LEER-GAN-ESCALA-FIN
           END-IF.

           ADD 1 TO WS-CANT-GAN-ESCALA.
           MOVE REG-GES-DESDE TO WS-GES-DESDE(WS-CANT-GAN-ESCALA).
           MOVE REG-GES-FIJO  TO WS-GES-FIJO(WS-CANT-GAN-ESCALA).
           MOVE REG-GES-PORCENTAJE
             TO WS-GES-PORCENTAJE(WS-CANT-GAN-ESCALA).

       1815-LEER-GAN-ESCALA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1820-CARGAR-GAN-DEDUCCIONES.
           OPEN INPUT ENT-GAN-DEDUCCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-GAN-DEDUCCIONES-OK
                   PERFORM 1825-LEER-GAN-DEDUCCION
                      THRU 1825-LEER-GAN-DEDUCCION-FIN
                      UNTIL WS-GAN-DEDUCCIONES-EOF-YES
                   CLOSE ENT-GAN-DEDUCCIONES
               WHEN FS-ENT-GAN-DEDUCCIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR GANANCIAS_DEDUCCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-GAN-DEDUCCIONES
                   STOP RUN
           END-EVALUATE.

       1820-CARGAR-GAN-DEDUCCIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Por codigo gana el anio mas nuevo que no pase del periodo.
       1825-LEER-GAN-DEDUCCION.
           READ ENT-GAN-DEDUCCIONES
               AT END
                   SET WS-GAN-DEDUCCIONES-EOF-YES TO TRUE
                   GO TO 1825-LEER-GAN-DEDUCCION-FIN
           END-READ.
           IF REG-GDE-ANIO GREATER THAN WS-ANIO-PERIODO
              GO TO 1825-LEER-GAN-DEDUCCION-FIN
           END-IF.

           EVALUATE REG-GDE-CODIGO
               WHEN 'GNI'
                   IF REG-GDE-ANIO NOT LESS THAN
                         WS-GAN-ANIO-NO-IMPONIBLE
                      MOVE REG-GDE-ANIO TO WS-GAN-ANIO-NO-IMPONIBLE
                      MOVE REG-GDE-IMPORTE TO WS-GAN-NO-IMPONIBLE
                   END-IF
               WHEN 'ESPE'
                   IF REG-GDE-ANIO NOT LESS THAN WS-GAN-ANIO-ESPECIAL
                      MOVE REG-GDE-ANIO TO WS-GAN-ANIO-ESPECIAL
                      MOVE REG-GDE-IMPORTE TO WS-GAN-ESPECIAL
                   END-IF
               WHEN 'CONY'
                   IF REG-GDE-ANIO NOT LESS THAN WS-GAN-ANIO-CONYUGE
                      MOVE REG-GDE-ANIO TO WS-GAN-ANIO-CONYUGE
                      MOVE REG-GDE-IMPORTE TO WS-GAN-CONYUGE
                   END-IF
               WHEN 'HIJO'
                   IF REG-GDE-ANIO NOT LESS THAN WS-GAN-ANIO-HIJO
                      MOVE REG-GDE-ANIO TO WS-GAN-ANIO-HIJO
                      MOVE REG-GDE-IMPORTE TO WS-GAN-HIJO
                   END-IF
               WHEN OTHER
                   DISPLAY 'GANANCIAS_DEDUCCIONES.TXT: CODIGO '
                      'DESCONOCIDO ' REG-GDE-CODIGO
           END-EVALUATE.

       1825-LEER-GAN-DEDUCCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1840-CARGAR-HISTORIA-ANIO.
      * Sin historia es la primera liquidacion: nada acumulado.
           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   PERFORM 1845-LEER-HISTORIA
                      THRU 1845-LEER-HISTORIA-FIN
                      UNTIL WS-HISTORIA-EOF-YES
                   CLOSE ENT-HISTORIA
               WHEN FS-ENT-HISTORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LIQUIDACION_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
                   STOP RUN
           END-EVALUATE.

       1840-CARGAR-HISTORIA-ANIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cuenta lo liquidado en el anio antes del periodo en curso,
      * mas lo que ya se haya liquidado en el mismo periodo por
      * otra via (aguinaldo). Una mensual del mismo periodo es una
      * corrida anterior que se esta rehaciendo: no cuenta.
       1845-LEER-HISTORIA.
           READ ENT-HISTORIA
               AT END
                   SET WS-HISTORIA-EOF-YES TO TRUE
                   GO TO 1845-LEER-HISTORIA-FIN
           END-READ.
           IF REG-EHI-PERIODO(1:4) NOT EQUAL WS-PARM-PERIODO(1:4)
              OR REG-EHI-PERIODO GREATER THAN WS-PARM-PERIODO
              GO TO 1845-LEER-HISTORIA-FIN
           END-IF.
           IF REG-EHI-PERIODO EQUAL WS-PARM-PERIODO
              AND REG-EHI-TIPO EQUAL 'M'
              GO TO 1845-LEER-HISTORIA-FIN
           END-IF.

           MOVE REG-EHI-LEGAJO TO WS-LEGAJO-BUSCADO.
           PERFORM 1890-UBICAR-GAN-ACUM
              THRU 1890-UBICAR-GAN-ACUM-FIN.
           IF WS-FILA-GAC EQUAL 0
              GO TO 1845-LEER-HISTORIA-FIN
           END-IF.

           ADD REG-EHI-BRUTO TO WS-GAC-BRUTO(WS-FILA-GAC).
           IF REG-EHI-APORTES IS NUMERIC
              ADD REG-EHI-APORTES TO WS-GAC-APORTES(WS-FILA-GAC)
           ELSE
              COMPUTE WS-APORTES-ESTIMADOS ROUNDED =
                 REG-EHI-BRUTO * WS-PCT-APORTES
              ADD WS-APORTES-ESTIMADOS TO WS-GAC-APORTES(WS-FILA-GAC)
           END-IF.
           IF REG-EHI-GANANCIAS IS NUMERIC
              ADD REG-EHI-GANANCIAS TO WS-GAC-RETENIDO(WS-FILA-GAC)
           END-IF.

       1845-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1850-CARGAR-GAN-DECLARADAS.
      * Sin deducciones declaradas rigen solo las personales.
           OPEN INPUT ENT-GAN-DECLARADAS.
           EVALUATE TRUE
               WHEN FS-ENT-GAN-DECLARADAS-OK
                   PERFORM 1855-LEER-GAN-DECLARADA
                      THRU 1855-LEER-GAN-DECLARADA-FIN
                      UNTIL WS-GAN-DECLARADAS-EOF-YES
                   CLOSE ENT-GAN-DECLARADAS
               WHEN FS-ENT-GAN-DECLARADAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR GANANCIAS_DECLARADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-GAN-DECLARADAS
                   STOP RUN
           END-EVALUATE.

       1850-CARGAR-GAN-DECLARADAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Deducciones del anio presentadas hasta el periodo en curso.
       1855-LEER-GAN-DECLARADA.
           READ ENT-GAN-DECLARADAS
               AT END
                   SET WS-GAN-DECLARADAS-EOF-YES TO TRUE
                   GO TO 1855-LEER-GAN-DECLARADA-FIN
           END-READ.
           IF REG-GDJ-PERIODO(1:4) NOT EQUAL WS-PARM-PERIODO(1:4)
              OR REG-GDJ-PERIODO GREATER THAN WS-PARM-PERIODO
              GO TO 1855-LEER-GAN-DECLARADA-FIN
           END-IF.

           MOVE REG-GDJ-LEGAJO TO WS-LEGAJO-BUSCADO.
           PERFORM 1890-UBICAR-GAN-ACUM
              THRU 1890-UBICAR-GAN-ACUM-FIN.
           IF WS-FILA-GAC GREATER THAN 0
              ADD REG-GDJ-IMPORTE TO WS-GAC-DECLARADO(WS-FILA-GAC)
           END-IF.

       1855-LEER-GAN-DECLARADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Fila del acumulado del legajo buscado; si no esta se agrega.
       1890-UBICAR-GAN-ACUM.
           MOVE 0 TO WS-FILA-GAC.
           PERFORM 1895-COMPARAR-GAN-ACUM
              THRU 1895-COMPARAR-GAN-ACUM-FIN
              VARYING WS-INDICE-GAC FROM 1 BY 1
              UNTIL WS-INDICE-GAC GREATER THAN WS-CANT-GAN-ACUM.
           IF WS-FILA-GAC GREATER THAN 0
              GO TO 1890-UBICAR-GAN-ACUM-FIN
           END-IF.

           IF WS-CANT-GAN-ACUM NOT LESS THAN 1000
              DISPLAY 'MAS DE 1000 LEGAJOS CON GANANCIAS ACUMULADAS: '
                 'EL ' WS-LEGAJO-BUSCADO ' QUEDA FUERA'
              GO TO 1890-UBICAR-GAN-ACUM-FIN
           END-IF.
           ADD 1 TO WS-CANT-GAN-ACUM.
           MOVE WS-CANT-GAN-ACUM TO WS-FILA-GAC.
           INITIALIZE WS-GAC-ITEM(WS-FILA-GAC).
           MOVE WS-LEGAJO-BUSCADO TO WS-GAC-LEGAJO(WS-FILA-GAC).

       1890-UBICAR-GAN-ACUM-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1895-COMPARAR-GAN-ACUM.
           IF WS-GAC-LEGAJO(WS-INDICE-GAC) EQUAL WS-LEGAJO-BUSCADO
              MOVE WS-INDICE-GAC TO WS-FILA-GAC
           END-IF.

       1895-COMPARAR-GAN-ACUM-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Licencias vigentes que tocan el periodo liquidado, con los
      * dias de cada una dentro del mes. Sin registro no hay
      * licencias; sin tabla de tipos no hay con que pagarlas y se
      * avisa cada una.
       1900-CARGAR-LICENCIAS.
           MOVE WS-PARM-PERIODO TO WS-INICIO-MES(1:7).
           MOVE '-01' TO WS-INICIO-MES(8:3).
           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-MESES TO TRUE.
           MOVE WS-INICIO-MES TO LK-FEC-FECHA-1.
           MOVE 1 TO LK-FEC-MESES.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO LK-FEC-FECHA-1.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE -1 TO LK-FEC-DIAS.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'PERIODO INVALIDO PARA LAS LICENCIAS: '
                 WS-PARM-PERIODO
              GO TO 1900-CARGAR-LICENCIAS-FIN
           END-IF.
           MOVE LK-FEC-RESULTADO TO WS-FIN-MES.

           OPEN INPUT ENT-TIPOS-LIC.
           EVALUATE TRUE
               WHEN FS-ENT-TIPOS-LIC-OK
                   PERFORM 1910-LEER-TIPO-LICENCIA
                      THRU 1910-LEER-TIPO-LICENCIA-FIN
                      UNTIL WS-TIPOS-LIC-EOF-YES
                   CLOSE ENT-TIPOS-LIC
               WHEN FS-ENT-TIPOS-LIC-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LICENCIAS_TIPOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-TIPOS-LIC
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-LICENCIAS.
           EVALUATE TRUE
               WHEN FS-ENT-LICENCIAS-OK
                   PERFORM 1920-LEER-LICENCIA
                      THRU 1920-LEER-LICENCIA-FIN
                      UNTIL WS-LICENCIAS-EOF-YES
                   CLOSE ENT-LICENCIAS
               WHEN FS-ENT-LICENCIAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LICENCIAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-LICENCIAS
                   STOP RUN
           END-EVALUATE.

       1900-CARGAR-LICENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1910-LEER-TIPO-LICENCIA.
           READ ENT-TIPOS-LIC
               AT END
                   SET WS-TIPOS-LIC-EOF-YES TO TRUE
                   GO TO 1910-LEER-TIPO-LICENCIA-FIN
           END-READ.
           IF WS-CANT-TIPOS-LIC NOT LESS THAN 50
              DISPLAY 'LICENCIAS_TIPOS.TXT TIENE MAS DE 50 TIPOS, '
                 'SE IGNORAN LOS EXCEDENTES'
              GO TO 1910-LEER-TIPO-LICENCIA-FIN
           END-IF.

           ADD 1 TO WS-CANT-TIPOS-LIC.
           MOVE REG-TLI-CODIGO TO WS-TLI-CODIGO(WS-CANT-TIPOS-LIC).
           MOVE REG-TLI-DESCRIPCION
             TO WS-TLI-DESCRIPCION(WS-CANT-TIPOS-LIC).
           MOVE REG-TLI-PAGO TO WS-TLI-PAGO(WS-CANT-TIPOS-LIC).

       1910-LEER-TIPO-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Solo las vigentes que pisan el mes: el tramo que cae
      * adentro (la abierta corre hasta fin de mes) da los dias.
       1920-LEER-LICENCIA.
           READ ENT-LICENCIAS
               AT END
                   SET WS-LICENCIAS-EOF-YES TO TRUE
                   GO TO 1920-LEER-LICENCIA-FIN
           END-READ.
           IF REG-LIC-ESTADO NOT EQUAL 'A'
              OR REG-LIC-DESDE GREATER THAN WS-FIN-MES
              GO TO 1920-LEER-LICENCIA-FIN
           END-IF.
           IF REG-LIC-HASTA NOT EQUAL SPACES
              AND REG-LIC-HASTA LESS THAN WS-INICIO-MES
              GO TO 1920-LEER-LICENCIA-FIN
           END-IF.

           MOVE 0 TO WS-FILA-TLI.
           PERFORM 1930-BUSCAR-TIPO-LICENCIA
              THRU 1930-BUSCAR-TIPO-LICENCIA-FIN
              VARYING WS-INDICE-TLI FROM 1 BY 1
              UNTIL WS-INDICE-TLI GREATER THAN WS-CANT-TIPOS-LIC.
           IF WS-FILA-TLI EQUAL 0
              DISPLAY 'LICENCIA DEL LEGAJO ' REG-LIC-LEGAJO
                 ' DE TIPO ' REG-LIC-TIPO ' SIN REGLA EN '
                 'LICENCIAS_TIPOS.TXT: NO SE LIQUIDA'
              GO TO 1920-LEER-LICENCIA-FIN
           END-IF.
           IF WS-CANT-LICENCIAS NOT LESS THAN 1000
              DISPLAY 'MAS DE 1000 LICENCIAS EN EL PERIODO: LA DEL '
                 'LEGAJO ' REG-LIC-LEGAJO ' NO SE LIQUIDA'
              GO TO 1920-LEER-LICENCIA-FIN
           END-IF.

           IF REG-LIC-DESDE GREATER THAN WS-INICIO-MES
              MOVE REG-LIC-DESDE TO WS-TRAMO-DESDE
           ELSE
              MOVE WS-INICIO-MES TO WS-TRAMO-DESDE
           END-IF.
           IF REG-LIC-HASTA EQUAL SPACES
              OR REG-LIC-HASTA GREATER THAN WS-FIN-MES
              MOVE WS-FIN-MES TO WS-TRAMO-HASTA
           ELSE
              MOVE REG-LIC-HASTA TO WS-TRAMO-HASTA
           END-IF.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE WS-TRAMO-DESDE TO LK-FEC-FECHA-1.
           MOVE WS-TRAMO-HASTA TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'LICENCIA DEL LEGAJO ' REG-LIC-LEGAJO
                 ' CON FECHAS INVALIDAS: NO SE LIQUIDA'
              GO TO 1920-LEER-LICENCIA-FIN
           END-IF.

           ADD 1 TO WS-CANT-LICENCIAS.
           MOVE REG-LIC-LEGAJO TO WS-LIC-LEGAJO(WS-CANT-LICENCIAS).
           MOVE WS-FILA-TLI    TO WS-LIC-FILA-TLI(WS-CANT-LICENCIAS).
           COMPUTE WS-LIC-DIAS(WS-CANT-LICENCIAS) =
              LK-FEC-DIFERENCIA + 1.

       1920-LEER-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1930-BUSCAR-TIPO-LICENCIA.
           IF WS-TLI-CODIGO(WS-INDICE-TLI) EQUAL REG-LIC-TIPO
              MOVE WS-INDICE-TLI TO WS-FILA-TLI
           END-IF.

       1930-BUSCAR-TIPO-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-RECORRER-EMPLEADOS.
           MOVE 0 TO EMP-ID-EMPLEADO.
              VARYING WS-INDICE-NOV FROM 1 BY 1
              UNTIL WS-INDICE-NOV GREATER THAN WS-CANT-NOVEDADES.

           PERFORM 2350-APLICAR-LICENCIAS
              THRU 2350-APLICAR-LICENCIAS-FIN.

      * Bruto del mes: basico + extras + bonos + retroactivos -
      * ausencias y licencias no pagas (piso cero: las ausencias no
      * pueden dejar el bruto negativo).
           COMPUTE WS-BRUTO = WS-BASICO-LIQ + WS-IMP-EXTRAS
              + WS-IMP-BONOS + WS-IMP-RETRO + WS-IMP-VACACIONES
              - WS-IMP-AUSENCIAS - WS-IMP-LIC-VAC - WS-IMP-LICENCIAS
              ON SIZE ERROR MOVE 0 TO WS-BRUTO
           END-COMPUTE.

           PERFORM 2400-IMPRIMIR-RECIBO
              THRU 2400-IMPRIMIR-RECIBO-FIN.

      * Contribuciones patronales sobre el mismo bruto imponible de
      * las deducciones (no tocan el neto del recibo).
           PERFORM 2700-CALCULAR-CONTRIBUCIONES
              THRU 2700-CALCULAR-CONTRIBUCIONES-FIN.

           PERFORM 2750-GRABAR-HABERES-CTB
              THRU 2750-GRABAR-HABERES-CTB-FIN.

           ADD WS-BASICO-LIQ     TO WS-TOT-BASICOS.
           ADD WS-IMP-EXTRAS     TO WS-TOT-EXTRAS.
           ADD WS-IMP-AUSENCIAS  TO WS-TOT-AUSENCIAS.
           ADD WS-IMP-LIC-VAC    TO WS-TOT-AUSENCIAS.
           ADD WS-IMP-LICENCIAS  TO WS-TOT-AUSENCIAS.
           ADD WS-IMP-BONOS      TO WS-TOT-BONOS.
           ADD WS-IMP-RETRO      TO WS-TOT-RETROS.
           ADD WS-IMP-VACACIONES TO WS-TOT-VACACIONES.
           PERFORM 2600-GRABAR-HISTORIA
              THRU 2600-GRABAR-HISTORIA-FIN.

           PERFORM 2800-GRABAR-F931
              THRU 2800-GRABAR-F931-FIN.

           ADD 1 TO WS-CANT-LIQUIDADOS.

       2200-LIQUIDAR-EMPLEADO-FIN.
                   COMPUTE WS-IMP-EXTRAS = WS-IMP-EXTRAS
                      + (WS-NOV-CANTIDAD(WS-INDICE-NOV)
                         * WS-VALOR-HORA)
               WHEN 'M'
                   COMPUTE WS-IMP-EXTRAS ROUNDED = WS-IMP-EXTRAS
                      + (WS-NOV-CANTIDAD(WS-INDICE-NOV)
                         * WS-VALOR-HORA * 1,5)
               WHEN 'D'
                   COMPUTE WS-IMP-EXTRAS = WS-IMP-EXTRAS
                      + (WS-NOV-CANTIDAD(WS-INDICE-NOV)
                         * WS-VALOR-HORA * 2)
               WHEN 'T'
                   COMPUTE WS-IMP-AUSENCIAS ROUNDED = WS-IMP-AUSENCIAS
                      + (WS-NOV-CANTIDAD(WS-INDICE-NOV)
                         * WS-VALOR-HORA / 60)
               WHEN 'A'
                   COMPUTE WS-IMP-AUSENCIAS = WS-IMP-AUSENCIAS
                      + (WS-NOV-CANTIDAD(WS-INDICE-NOV)
       2300-APLICAR-NOVEDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Dias de licencia del legajo en el mes. Los que paga la
      * empresa corren con el basico; los de la seguridad social y
      * los sin goce se descuentan a basico/30, hasta el basico
      * entero si la licencia cubre el mes.
       2350-APLICAR-LICENCIAS.
           MOVE 0 TO WS-DIAS-LICENCIA.
           MOVE 0 TO WS-IMP-LICENCIAS.
           PERFORM 2360-SUMAR-LICENCIA
              THRU 2360-SUMAR-LICENCIA-FIN
              VARYING WS-INDICE-LIC FROM 1 BY 1
              UNTIL WS-INDICE-LIC GREATER THAN WS-CANT-LICENCIAS.

           IF WS-DIAS-LICENCIA NOT LESS THAN 30
              MOVE WS-BASICO-LIQ TO WS-IMP-LICENCIAS
           ELSE
              COMPUTE WS-IMP-LICENCIAS =
                 WS-DIAS-LICENCIA * WS-VALOR-DIA
           END-IF.

       2350-APLICAR-LICENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2360-SUMAR-LICENCIA.
           IF WS-LIC-LEGAJO(WS-INDICE-LIC) NOT EQUAL EMP-ID-EMPLEADO
              GO TO 2360-SUMAR-LICENCIA-FIN
           END-IF.
           IF WS-TLI-PAGO(WS-LIC-FILA-TLI(WS-INDICE-LIC)) NOT EQUAL 'E'
              ADD WS-LIC-DIAS(WS-INDICE-LIC) TO WS-DIAS-LICENCIA
           END-IF.

       2360-SUMAR-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-IMPRIMIR-RECIBO.
           WRITE REG-RECIBO FROM WS-REC-SEPARADOR.
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.

           PERFORM 2450-IMPRIMIR-LICENCIAS
              THRU 2450-IMPRIMIR-LICENCIAS-FIN.

      * Vacaciones del periodo: el pago a basico/25 y el descuento
      * de la jornada no trabajada a basico/30.
           IF WS-IMP-VACACIONES GREATER THAN 0
      * Deducciones sobre el bruto, con su acumulado por concepto
      * para el registro de contaduria.
           MOVE 0 TO WS-TOTAL-DEDUCCIONES.
           MOVE 0 TO WS-APORTES-SS.
           PERFORM 2500-APLICAR-DEDUCCION
              THRU 2500-APLICAR-DEDUCCION-FIN
              VARYING WS-INDICE-DED FROM 1 BY 1
              UNTIL WS-INDICE-DED GREATER THAN WS-CANT-DEDUCCIONES.

      * Impuesto a las ganancias acumulado del anio, menos lo ya
      * retenido: se retiene la diferencia o se devuelve si da
      * negativa.
           PERFORM 2590-CALCULAR-GANANCIAS
              THRU 2590-CALCULAR-GANANCIAS-FIN.

      * La cuota del adelanto vigente, si lo hay, con su saldo a la
      * vista. Con licencia sin goce (30 o mas dias de ausencia en
      * el mes) el recupero se suspende hasta el mes siguiente.
           END-IF.

           COMPUTE WS-NETO = WS-BRUTO - WS-TOTAL-DEDUCCIONES
              + WS-IMP-ASIGNACIONES + WS-GAN-DEVOLUCION.

           MOVE SPACES TO WS-REC-LINEA.
           MOVE 'NETO A COBRAR' TO WS-REC-CONCEPTO.
       2400-IMPRIMIR-RECIBO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Un renglon informativo por licencia del mes con quien paga
      * los dias, y el descuento de los que no paga la empresa.
       2450-IMPRIMIR-LICENCIAS.
           PERFORM 2460-IMPRIMIR-LICENCIA
              THRU 2460-IMPRIMIR-LICENCIA-FIN
              VARYING WS-INDICE-LIC FROM 1 BY 1
              UNTIL WS-INDICE-LIC GREATER THAN WS-CANT-LICENCIAS.

           IF WS-IMP-LICENCIAS GREATER THAN 0
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'LICENCIAS NO PAGAS' TO WS-REC-CONCEPTO
              MOVE '-' TO WS-REC-SIGNO
              MOVE WS-IMP-LICENCIAS TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.

       2450-IMPRIMIR-LICENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2460-IMPRIMIR-LICENCIA.
           IF WS-LIC-LEGAJO(WS-INDICE-LIC) NOT EQUAL EMP-ID-EMPLEADO
              GO TO 2460-IMPRIMIR-LICENCIA-FIN
           END-IF.

           MOVE WS-LIC-FILA-TLI(WS-INDICE-LIC) TO WS-FILA-TLI.
           MOVE WS-TLI-DESCRIPCION(WS-FILA-TLI) TO WS-REC-LIC-TIPO.
           MOVE WS-LIC-DIAS(WS-INDICE-LIC) TO WS-REC-LIC-DIAS.
           EVALUATE WS-TLI-PAGO(WS-FILA-TLI)
               WHEN 'E'
                   MOVE 'A CARGO DE LA EMPRESA' TO WS-REC-LIC-PAGO
               WHEN 'S'
                   MOVE 'A CARGO DE LA SEG. SOCIAL' TO WS-REC-LIC-PAGO
               WHEN OTHER
                   MOVE 'SIN GOCE DE HABERES' TO WS-REC-LIC-PAGO
           END-EVALUATE.
           WRITE REG-RECIBO FROM WS-REC-LIC-LINEA.

       2460-IMPRIMIR-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2500-APLICAR-DEDUCCION.
           COMPUTE WS-DEDUCCION ROUNDED =
              WS-BRUTO * WS-DED-PORCENTAJE(WS-INDICE-DED).
           ADD WS-DEDUCCION TO WS-TOTAL-DEDUCCIONES.
           ADD WS-DEDUCCION TO WS-DED-TOTAL(WS-INDICE-DED).
           MOVE 'AP'                         TO WS-CTB-CONCEPTO.
           MOVE WS-DED-CODIGO(WS-INDICE-DED) TO WS-CTB-CONCEPTO(3:4).
           MOVE WS-DEDUCCION                 TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.
      * Los aportes a seguridad social van ademas al F931.
           EVALUATE WS-DED-CODIGO(WS-INDICE-DED)
               WHEN 'JUBI'
               WHEN 'OSOC'
               WHEN 'PAMI'
                   ADD WS-DEDUCCION TO WS-APORTES-SS
           END-EVALUATE.

           MOVE SPACES TO WS-REC-LINEA.
           MOVE WS-DED-DESCRIPCION(WS-INDICE-DED) TO WS-REC-CONCEPTO.
           END-IF.

      * Licencia sin goce: el recupero espera al proximo mes.
           IF WS-IMP-AUSENCIAS + WS-IMP-LICENCIAS
                 NOT LESS THAN WS-BASICO-LIQ
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'ADELANTO SUSPENDIDO' TO WS-REC-CONCEPTO
              MOVE ' ' TO WS-REC-SIGNO
           END-IF.

           ADD WS-CUOTA-ADELANTO TO WS-TOTAL-DEDUCCIONES.
           MOVE 'ADELANTO'        TO WS-CTB-CONCEPTO.
           MOVE WS-CUOTA-ADELANTO TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.

           MOVE SPACES TO WS-REC-LINEA.
           MOVE 'ADELANTO CUOTA' TO WS-REC-CONCEPTO.
       2580-COMPARAR-BANDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2590-CALCULAR-GANANCIAS.
           MOVE 0 TO WS-GAN-MES.
           MOVE 0 TO WS-GAN-RETENCION.
           MOVE 0 TO WS-GAN-DEVOLUCION.
           IF WS-GAN-CALCULA-NO
              GO TO 2590-CALCULAR-GANANCIAS-FIN
           END-IF.

      * Acumulado del anio hasta el mes anterior mas el mes en curso.
           MOVE EMP-ID-EMPLEADO TO WS-LEGAJO-BUSCADO.
           PERFORM 1890-UBICAR-GAN-ACUM
              THRU 1890-UBICAR-GAN-ACUM-FIN.
           MOVE 0 TO WS-GAN-BRUTO-ACUM.
           MOVE 0 TO WS-GAN-APORTES-ACUM.
           MOVE 0 TO WS-GAN-RETENIDO-ACUM.
           MOVE 0 TO WS-GAN-DECLARADO-ACUM.
           IF WS-FILA-GAC GREATER THAN 0
              MOVE WS-GAC-BRUTO(WS-FILA-GAC)     TO WS-GAN-BRUTO-ACUM
              MOVE WS-GAC-APORTES(WS-FILA-GAC)   TO WS-GAN-APORTES-ACUM
              MOVE WS-GAC-RETENIDO(WS-FILA-GAC)
                TO WS-GAN-RETENIDO-ACUM
              MOVE WS-GAC-DECLARADO(WS-FILA-GAC)
                TO WS-GAN-DECLARADO-ACUM
           END-IF.
           ADD WS-BRUTO      TO WS-GAN-BRUTO-ACUM.
           ADD WS-APORTES-SS TO WS-GAN-APORTES-ACUM.

      * Deducciones personales y cargas de familia proporcionales
      * a los meses transcurridos; las cargas son las vigentes hoy.
           MOVE 0 TO WS-GAN-CANT-CONYUGE.
           MOVE 0 TO WS-GAN-CANT-HIJOS.
           PERFORM 2595-CONTAR-CARGA-GAN
              THRU 2595-CONTAR-CARGA-GAN-FIN
              VARYING WS-INDICE-FAM FROM 1 BY 1
              UNTIL WS-INDICE-FAM GREATER THAN WS-CANT-FAMILIARES.
           COMPUTE WS-GAN-DED-PERSONALES ROUNDED =
              (WS-GAN-NO-IMPONIBLE + WS-GAN-ESPECIAL)
              * WS-MES-PERIODO / 12.
           COMPUTE WS-GAN-DED-CARGAS ROUNDED =
              (WS-GAN-CONYUGE * WS-GAN-CANT-CONYUGE
               + WS-GAN-HIJO * WS-GAN-CANT-HIJOS)
              * WS-MES-PERIODO / 12.

           COMPUTE WS-GAN-BASE = WS-GAN-BRUTO-ACUM
              - WS-GAN-APORTES-ACUM - WS-GAN-DECLARADO-ACUM
              - WS-GAN-DED-PERSONALES - WS-GAN-DED-CARGAS.
           IF WS-GAN-BASE LESS THAN 0
              MOVE 0 TO WS-GAN-BASE
           END-IF.

      * Tramo de la escala (proporcional a los meses) en el que cae
      * la ganancia neta acumulada: fijo mas el porcentaje sobre el
      * excedente del piso del tramo.
           MOVE 0 TO WS-FILA-GES.
           MOVE 0 TO WS-GAN-MEJOR-DESDE.
           PERFORM 2597-COMPARAR-TRAMO
              THRU 2597-COMPARAR-TRAMO-FIN
              VARYING WS-INDICE-GES FROM 1 BY 1
              UNTIL WS-INDICE-GES GREATER THAN WS-CANT-GAN-ESCALA.
           MOVE 0 TO WS-GAN-IMPUESTO.
           IF WS-FILA-GES GREATER THAN 0
              COMPUTE WS-GAN-IMPUESTO ROUNDED =
                 WS-GES-FIJO(WS-FILA-GES) * WS-MES-PERIODO / 12
                 + (WS-GAN-BASE - WS-GAN-MEJOR-DESDE)
                   * WS-GES-PORCENTAJE(WS-FILA-GES)
           END-IF.

           COMPUTE WS-GAN-MES = WS-GAN-IMPUESTO - WS-GAN-RETENIDO-ACUM.

      * La retencion no puede dejar el recibo en negativo: lo que no
      * entra queda para el mes siguiente, que vuelve a calcular
      * contra lo efectivamente retenido.
           IF WS-GAN-MES GREATER THAN 0
              MOVE 0 TO WS-GAN-TOPE
              IF WS-BRUTO GREATER THAN WS-TOTAL-DEDUCCIONES
                 COMPUTE WS-GAN-TOPE = WS-BRUTO - WS-TOTAL-DEDUCCIONES
              END-IF
              IF WS-GAN-MES GREATER THAN WS-GAN-TOPE
                 MOVE WS-GAN-TOPE TO WS-GAN-RETENCION
                 DISPLAY 'LEGAJO ' EMP-ID-EMPLEADO ' RETENCION DE '
                    'GANANCIAS LIMITADA AL NETO: EL SALDO PASA AL MES '
                    'SIGUIENTE'
              ELSE
                 MOVE WS-GAN-MES TO WS-GAN-RETENCION
              END-IF
              ADD WS-GAN-RETENCION TO WS-TOTAL-DEDUCCIONES
              ADD WS-GAN-RETENCION TO WS-TOT-GAN-RETENCION
              MOVE 'RETGANAN'       TO WS-CTB-CONCEPTO
              MOVE WS-GAN-RETENCION TO WS-CTB-IMPORTE
              PERFORM 2760-GRABAR-CONTABLE
                 THRU 2760-GRABAR-CONTABLE-FIN
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'IMPUESTO GANANCIAS' TO WS-REC-CONCEPTO
              MOVE '-' TO WS-REC-SIGNO
              MOVE WS-GAN-RETENCION TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.
           IF WS-GAN-MES LESS THAN 0
              COMPUTE WS-GAN-DEVOLUCION = 0 - WS-GAN-MES
              ADD WS-GAN-DEVOLUCION TO WS-TOT-GAN-DEVOLUCION
              MOVE 'DEVGANAN'        TO WS-CTB-CONCEPTO
              MOVE WS-GAN-DEVOLUCION TO WS-CTB-IMPORTE
              PERFORM 2760-GRABAR-CONTABLE
                 THRU 2760-GRABAR-CONTABLE-FIN
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'DEVOLUCION GANANCIAS' TO WS-REC-CONCEPTO
              MOVE '+' TO WS-REC-SIGNO
              MOVE WS-GAN-DEVOLUCION TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.

           IF WS-MES-PERIODO EQUAL 12
              PERFORM 2650-GRABAR-F1357
                 THRU 2650-GRABAR-F1357-FIN
           END-IF.

       2590-CALCULAR-GANANCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cargas de familia que deduce el impuesto: conyuge vigente e
      * hijos vigentes menores de 18 al periodo (nacimiento + 216
      * meses via CLFECHAS, igual que las asignaciones).
       2595-CONTAR-CARGA-GAN.
           IF WS-FAM-LEGAJO(WS-INDICE-FAM) NOT EQUAL
                 EMP-ID-EMPLEADO
              OR WS-FAM-ESTADO(WS-INDICE-FAM) NOT EQUAL 'A'
              GO TO 2595-CONTAR-CARGA-GAN-FIN
           END-IF.

           EVALUATE WS-FAM-PARENTESCO(WS-INDICE-FAM)
               WHEN 'C'
                   MOVE 1 TO WS-GAN-CANT-CONYUGE
               WHEN 'H'
                   INITIALIZE WS-FECHAS
                   SET LK-FEC-SUMAR-MESES TO TRUE
                   MOVE WS-FAM-FECHA-NAC(WS-INDICE-FAM)
                     TO LK-FEC-FECHA-1
                   MOVE 216 TO LK-FEC-MESES
                   CALL 'CLFECHAS' USING WS-FECHAS
                   IF LK-FEC-RETORNO-OK
                      AND LK-FEC-RESULTADO(1:7) GREATER THAN
                         WS-PARM-PERIODO
                      ADD 1 TO WS-GAN-CANT-HIJOS
                   END-IF
           END-EVALUATE.

       2595-CONTAR-CARGA-GAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Gana el tramo de piso mas alto que la ganancia acumulada
      * alcance.
       2597-COMPARAR-TRAMO.
           COMPUTE WS-GAN-DESDE-PROP ROUNDED =
              WS-GES-DESDE(WS-INDICE-GES) * WS-MES-PERIODO / 12.
           IF WS-GAN-DESDE-PROP GREATER THAN WS-GAN-BASE
              GO TO 2597-COMPARAR-TRAMO-FIN
           END-IF.

           IF WS-FILA-GES EQUAL 0
              OR WS-GAN-DESDE-PROP NOT LESS THAN WS-GAN-MEJOR-DESDE
              MOVE WS-INDICE-GES     TO WS-FILA-GES
              MOVE WS-GAN-DESDE-PROP TO WS-GAN-MEJOR-DESDE
           END-IF.

       2597-COMPARAR-TRAMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2600-GRABAR-HISTORIA.
           MOVE WS-PARM-PERIODO      TO REG-HIS-PERIODO.
           MOVE WS-NETO              TO REG-HIS-NETO.
           MOVE WS-IMP-VACACIONES    TO REG-HIS-VACACIONES.
           ADD WS-IMP-LIC-VAC        TO REG-HIS-AUSENCIAS.
           ADD WS-IMP-LICENCIAS      TO REG-HIS-AUSENCIAS.
           MOVE WS-APORTES-SS        TO REG-HIS-APORTES.
           COMPUTE REG-HIS-GANANCIAS =
              WS-GAN-RETENCION - WS-GAN-DEVOLUCION.
           WRITE REG-HISTORIA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR LIQUIDACION_HIST.TXT'
       2600-GRABAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Liquidacion anual del impuesto (F.1357) del empleado, con
      * el acumulado de diciembre: el ajuste del mes cierra el anio.
       2650-GRABAR-F1357.
           WRITE REG-F1357 FROM WS-REC-SEPARADOR.
           MOVE WS-PARM-PERIODO(1:4) TO WS-F1357-ANIO.
           WRITE REG-F1357 FROM WS-F1357-TITULO.
           MOVE EMP-ID-EMPLEADO TO WS-F1357-LEGAJO.
           MOVE EMP-APELLIDO TO WS-F1357-APELLIDO.
           MOVE EMP-NOMBRE TO WS-F1357-NOMBRE.
           WRITE REG-F1357 FROM WS-F1357-EMPLEADO.
           MOVE EMP-CUIL TO WS-F1357-CUIL.
           WRITE REG-F1357 FROM WS-F1357-CUIL-LINEA.

           MOVE SPACES TO WS-REC-LINEA.
           MOVE 'REMUNERACION BRUTA' TO WS-REC-CONCEPTO.
           MOVE '+' TO WS-REC-SIGNO.
           MOVE WS-GAN-BRUTO-ACUM TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           MOVE 'APORTES SEG. SOCIAL' TO WS-REC-CONCEPTO.
           MOVE '-' TO WS-REC-SIGNO.
           MOVE WS-GAN-APORTES-ACUM TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           MOVE 'DEDUCCIONES DECLARADAS' TO WS-REC-CONCEPTO.
           MOVE WS-GAN-DECLARADO-ACUM TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           MOVE 'GANANCIA NO IMPONIBLE' TO WS-REC-CONCEPTO.
           MOVE WS-GAN-NO-IMPONIBLE TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           MOVE 'DEDUCCION ESPECIAL' TO WS-REC-CONCEPTO.
           MOVE WS-GAN-ESPECIAL TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           MOVE 'CARGAS DE FAMILIA' TO WS-REC-CONCEPTO.
           MOVE WS-GAN-DED-CARGAS TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           MOVE 'GANANCIA NETA SUJETA' TO WS-REC-CONCEPTO.
           MOVE '=' TO WS-REC-SIGNO.
           MOVE WS-GAN-BASE TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           MOVE 'IMPUESTO DETERMINADO' TO WS-REC-CONCEPTO.
           MOVE WS-GAN-IMPUESTO TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           MOVE 'RETENIDO ENERO A NOV.' TO WS-REC-CONCEPTO.
           MOVE '-' TO WS-REC-SIGNO.
           MOVE WS-GAN-RETENIDO-ACUM TO WS-REC-IMPORTE.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           IF WS-GAN-DEVOLUCION GREATER THAN 0
              MOVE 'DEVOLUCION DICIEMBRE' TO WS-REC-CONCEPTO
              MOVE '+' TO WS-REC-SIGNO
              MOVE WS-GAN-DEVOLUCION TO WS-REC-IMPORTE
           ELSE
              MOVE 'RETENCION DICIEMBRE' TO WS-REC-CONCEPTO
              MOVE '-' TO WS-REC-SIGNO
              MOVE WS-GAN-RETENCION TO WS-REC-IMPORTE
           END-IF.
           WRITE REG-F1357 FROM WS-REC-LINEA.
      * Saldo que no entro en el recibo de diciembre.
           MOVE 'SALDO A INGRESAR' TO WS-REC-CONCEPTO.
           MOVE '=' TO WS-REC-SIGNO.
           MOVE 0 TO WS-REC-IMPORTE.
           IF WS-GAN-MES GREATER THAN WS-GAN-RETENCION
              COMPUTE WS-REC-IMPORTE = WS-GAN-MES - WS-GAN-RETENCION
           END-IF.
           WRITE REG-F1357 FROM WS-REC-LINEA.
           IF NOT FS-SAL-F1357-OK
              DISPLAY 'ERROR AL GRABAR F1357.TXT: ' FS-SAL-F1357
              GO TO 2650-GRABAR-F1357-FIN
           END-IF.

           ADD 1 TO WS-CANT-F1357.

       2650-GRABAR-F1357-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2700-CALCULAR-CONTRIBUCIONES.
           INITIALIZE WS-CONTRIB-EMPLEADO.
           PERFORM 2710-APLICAR-CONTRIBUCION
              THRU 2710-APLICAR-CONTRIBUCION-FIN
              VARYING WS-INDICE-CPA FROM 1 BY 1
              UNTIL WS-INDICE-CPA GREATER THAN WS-CANT-CONTRIBUCIONES.

           ADD WS-APORTES-SS  TO WS-TOT-APORTES-SS.
           ADD WS-CEM-TOTAL   TO WS-TOT-CONTRIBUCIONES.

       2700-CALCULAR-CONTRIBUCIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2710-APLICAR-CONTRIBUCION.
           COMPUTE WS-CONTRIBUCION ROUNDED =
              WS-BRUTO * WS-CPA-PORCENTAJE(WS-INDICE-CPA).
           ADD WS-CONTRIBUCION TO WS-CPA-TOTAL(WS-INDICE-CPA).
           ADD WS-CONTRIBUCION TO WS-CEM-TOTAL.
           MOVE 'CP'                         TO WS-CTB-CONCEPTO.
           MOVE WS-CPA-CODIGO(WS-INDICE-CPA) TO WS-CTB-CONCEPTO(3:4).
           MOVE WS-CONTRIBUCION              TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.

           EVALUATE WS-CPA-CODIGO(WS-INDICE-CPA)
               WHEN 'JUBI'
                   ADD WS-CONTRIBUCION TO WS-CEM-JUBILACION
               WHEN 'OSOC'
                   ADD WS-CONTRIBUCION TO WS-CEM-OBRA-SOCIAL
               WHEN 'PAMI'
                   ADD WS-CONTRIBUCION TO WS-CEM-PAMI
               WHEN 'ASFA'
                   ADD WS-CONTRIBUCION TO WS-CEM-ASIG-FAM
               WHEN 'ARTR'
                   ADD WS-CONTRIBUCION TO WS-CEM-ART
               WHEN OTHER
                   ADD WS-CONTRIBUCION TO WS-CEM-OTRAS
           END-EVALUATE.

       2710-APLICAR-CONTRIBUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Haberes del legajo al detalle contable. Las ausencias van
      * juntas con la licencia por vacaciones descontada, como en la
      * historia; las asignaciones son no remunerativas. El NETO
      * cierra el legajo como control de lo que se deposita.
       2750-GRABAR-HABERES-CTB.
           MOVE 'BASICO  '        TO WS-CTB-CONCEPTO.
           MOVE WS-BASICO-LIQ     TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.
           MOVE 'EXTRAS  '        TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-EXTRAS     TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.
           MOVE 'BONOS   '        TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-BONOS      TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.
           MOVE 'RETROACT'        TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-RETRO      TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.
           MOVE 'VACACION'        TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-VACACIONES TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.
           MOVE 'AUSENCIA'        TO WS-CTB-CONCEPTO.
           COMPUTE WS-CTB-IMPORTE = WS-IMP-AUSENCIAS + WS-IMP-LIC-VAC
              + WS-IMP-LICENCIAS.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.
           MOVE 'ASIGFAM '        TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-ASIGNACIONES TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.
           MOVE 'NETO    '        TO WS-CTB-CONCEPTO.
           MOVE WS-NETO           TO WS-CTB-IMPORTE.
           PERFORM 2760-GRABAR-CONTABLE
              THRU 2760-GRABAR-CONTABLE-FIN.

       2750-GRABAR-HABERES-CTB-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2760-GRABAR-CONTABLE.
           IF WS-CTB-IMPORTE EQUAL 0
              GO TO 2760-GRABAR-CONTABLE-FIN
           END-IF.

           MOVE WS-PARM-PERIODO TO REG-CTB-PERIODO.
           MOVE 'M'             TO REG-CTB-TIPO.
           MOVE EMP-ID-EMPLEADO TO REG-CTB-LEGAJO.
           MOVE EMP-SECTOR      TO REG-CTB-SECTOR.
           MOVE WS-CTB-CONCEPTO TO REG-CTB-CONCEPTO.
           MOVE WS-CTB-IMPORTE  TO REG-CTB-IMPORTE.
           WRITE REG-CONTABLE.
           IF NOT FS-SAL-CONTABLE-OK
              DISPLAY 'ERROR AL GRABAR LIQUIDACION_CONTABLE.TXT: '
                 FS-SAL-CONTABLE
           END-IF.

       2760-GRABAR-CONTABLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Renglon del legajo en la declaracion jurada. Sin CUIL no se
      * puede declarar: queda afuera y la conciliacion del cierre
      * lo marca.
       2800-GRABAR-F931.
           IF EMP-CUIL EQUAL 0
              DISPLAY 'LEGAJO ' EMP-ID-EMPLEADO ' SIN CUIL: QUEDA '
                 'FUERA DEL F931'
              GO TO 2800-GRABAR-F931-FIN
           END-IF.

           MOVE SPACES TO REG-F931-DETALLE.
           MOVE 'D' TO REG-F931-TIPO.
           MOVE EMP-CUIL TO REG-F931-CUIL.
           STRING EMP-APELLIDO DELIMITED BY '  '
                  ' '          DELIMITED BY SIZE
                  EMP-NOMBRE   DELIMITED BY '  '
              INTO REG-F931-APELLIDO-NOMBRE.
           MOVE WS-PARM-PERIODO(1:4) TO REG-F931-PERIODO(1:4).
           MOVE WS-PARM-PERIODO(6:2) TO REG-F931-PERIODO(5:2).
           MOVE WS-BRUTO           TO REG-F931-REMUNERACION.
           MOVE WS-APORTES-SS      TO REG-F931-APORTES.
           MOVE WS-CEM-JUBILACION  TO REG-F931-CON-JUBILACION.
           MOVE WS-CEM-OBRA-SOCIAL TO REG-F931-CON-OBRA-SOCIAL.
           MOVE WS-CEM-PAMI        TO REG-F931-CON-PAMI.
           MOVE WS-CEM-ASIG-FAM    TO REG-F931-CON-ASIG-FAM.
           MOVE WS-CEM-ART         TO REG-F931-CON-ART.
           MOVE WS-CEM-OTRAS       TO REG-F931-CON-OTRAS.
           MOVE WS-CEM-TOTAL       TO REG-F931-CON-TOTAL.
           WRITE REG-F931-DETALLE.
           IF NOT FS-SAL-F931-OK
              DISPLAY 'ERROR AL GRABAR F931.TXT: ' FS-SAL-F931
              GO TO 2800-GRABAR-F931-FIN
           END-IF.

           ADD 1              TO WS-F931-CANT.
           ADD WS-BRUTO       TO WS-F931-REMUNERACION.
           ADD WS-APORTES-SS  TO WS-F931-APORTES.
           ADD WS-CEM-TOTAL   TO WS-F931-CONTRIBUCIONES.

       2800-GRABAR-F931-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2900-GRABAR-TOTALES.
      * Registro de totales por concepto para contaduria.
              VARYING WS-INDICE-DED FROM 1 BY 1
              UNTIL WS-INDICE-DED GREATER THAN WS-CANT-DEDUCCIONES.

           MOVE ' | ' TO REG-TOT-SEP.
           MOVE 'RET. GANANCIAS' TO REG-TOT-CONCEPTO.
           MOVE WS-TOT-GAN-RETENCION TO REG-TOT-IMPORTE.
           WRITE REG-TOTAL-CONCEPTO.

           MOVE ' | ' TO REG-TOT-SEP.
           MOVE 'DEV. GANANCIAS' TO REG-TOT-CONCEPTO.
           MOVE WS-TOT-GAN-DEVOLUCION TO REG-TOT-IMPORTE.
           WRITE REG-TOTAL-CONCEPTO.

           MOVE ' | ' TO REG-TOT-SEP.
           MOVE 'NETO' TO REG-TOT-CONCEPTO.
           MOVE WS-TOT-NETO TO REG-TOT-IMPORTE.
           WRITE REG-TOTAL-CONCEPTO.

      * Contribuciones patronales del mes, a cargo de la empresa
      * (fuera del neto).
           PERFORM 2920-GRABAR-TOTAL-CONTRIB
              THRU 2920-GRABAR-TOTAL-CONTRIB-FIN
              VARYING WS-INDICE-CPA FROM 1 BY 1
              UNTIL WS-INDICE-CPA GREATER THAN WS-CANT-CONTRIBUCIONES.

           MOVE ' | ' TO REG-TOT-SEP.
           MOVE 'TOTAL CONTRIB' TO REG-TOT-CONCEPTO.
           MOVE WS-TOT-CONTRIBUCIONES TO REG-TOT-IMPORTE.
           WRITE REG-TOTAL-CONCEPTO.

       2900-GRABAR-TOTALES-FIN.
           EXIT.

       2910-GRABAR-TOTAL-DEDUCCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2920-GRABAR-TOTAL-CONTRIB.
           MOVE ' | ' TO REG-TOT-SEP.
           MOVE SPACES TO REG-TOT-CONCEPTO.
           STRING 'CONTRIB ' WS-CPA-CODIGO(WS-INDICE-CPA)
              DELIMITED BY SIZE INTO REG-TOT-CONCEPTO.
           MOVE WS-CPA-TOTAL(WS-INDICE-CPA) TO REG-TOT-IMPORTE.
           WRITE REG-TOTAL-CONCEPTO.

       2920-GRABAR-TOTAL-CONTRIB-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cierre del F931: renglon de control con lo grabado y
      * conciliacion contra los totales de la corrida (cantidad de
      * legajos, remuneracion = bruto, aportes y contribuciones).
      * Si no cierra, el archivo no se presenta hasta corregir.
       2950-CERRAR-F931.
           MOVE SPACES TO REG-F931-CONTROL.
           MOVE 'T' TO REG-F931-T-TIPO.
           MOVE WS-PARM-PERIODO(1:4) TO REG-F931-T-PERIODO(1:4).
           MOVE WS-PARM-PERIODO(6:2) TO REG-F931-T-PERIODO(5:2).
           MOVE WS-F931-CANT           TO REG-F931-T-CANT-CUIL.
           MOVE WS-F931-REMUNERACION   TO REG-F931-T-REMUNERACION.
           MOVE WS-F931-APORTES        TO REG-F931-T-APORTES.
           MOVE WS-F931-CONTRIBUCIONES TO REG-F931-T-CONTRIBUCIONES.
           WRITE REG-F931-CONTROL.
           IF NOT FS-SAL-F931-OK
              DISPLAY 'ERROR AL GRABAR EL CONTROL DE F931.TXT: '
                 FS-SAL-F931
           END-IF.

           SET WS-F931-CONCILIA-SI TO TRUE.
           IF WS-F931-CANT NOT EQUAL WS-CANT-LIQUIDADOS
              DISPLAY 'F931 - LEGAJOS DECLARADOS: ' WS-F931-CANT
                 ' / LIQUIDADOS: ' WS-CANT-LIQUIDADOS
              SET WS-F931-CONCILIA-NO TO TRUE
           END-IF.
           IF WS-F931-REMUNERACION NOT EQUAL WS-TOT-BRUTO
              DISPLAY 'F931 - REMUNERACION DECLARADA: '
                 WS-F931-REMUNERACION ' / BRUTO: ' WS-TOT-BRUTO
              SET WS-F931-CONCILIA-NO TO TRUE
           END-IF.
           IF WS-F931-APORTES NOT EQUAL WS-TOT-APORTES-SS
              DISPLAY 'F931 - APORTES DECLARADOS: ' WS-F931-APORTES
                 ' / LIQUIDADOS: ' WS-TOT-APORTES-SS
              SET WS-F931-CONCILIA-NO TO TRUE
           END-IF.
           IF WS-F931-CONTRIBUCIONES NOT EQUAL WS-TOT-CONTRIBUCIONES
              DISPLAY 'F931 - CONTRIBUCIONES DECLARADAS: '
                 WS-F931-CONTRIBUCIONES ' / LIQUIDADAS: '
                 WS-TOT-CONTRIBUCIONES
              SET WS-F931-CONCILIA-NO TO TRUE
           END-IF.

           IF WS-F931-CONCILIA-SI
              DISPLAY 'F931 CONCILIADO: ' WS-F931-CANT ' CUIL'
           ELSE
              DISPLAY 'F931 NO CONCILIA CON LA LIQUIDACION: REVISAR '
                 'ANTES DE PRESENTAR'
              MOVE 8 TO RETURN-CODE
           END-IF.

       2950-CERRAR-F931-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           PERFORM 2950-CERRAR-F931
              THRU 2950-CERRAR-F931-FIN.

           CLOSE EMPLEADOS
                 SAL-RECIBOS
                 SAL-TOTALES
                 SAL-BANCO
                 SAL-HISTORIA
                 SAL-F931
                 SAL-CONTABLE.
           IF WS-MES-PERIODO EQUAL 12
              CLOSE SAL-F1357
              DISPLAY 'LIQUIDACIONES ANUALES F1357: ' WS-CANT-F1357
           END-IF.

      * Las cuotas cobradas vuelven a ADELANTOS.TXT.
           IF WS-CANT-ADELANTOS GREATER THAN 0
