      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 02/09/2026
      * Purpose: CL20FINAL - Liquidacion final por egreso de un
      *          empleado. Con el legajo, la fecha de egreso y el
      *          motivo liquida los dias trabajados del mes, el
      *          aguinaldo proporcional del semestre (mejor mes de
      *          LIQUIDACION_HIST.TXT), las vacaciones no gozadas que
      *          CL20VACA deja en el legajo y, segun el motivo, el
      *          preaviso, la integracion del mes y la indemnizacion
      *          por antiguedad. Los conceptos remunerativos llevan
      *          las deducciones de DEDUCCIONES.TXT; las vacaciones
      *          no gozadas y la indemnizacion van sin descuentos. El
      *          saldo de un adelanto pendiente de ADELANTOS.TXT se
      *          recupera del neto y el adelanto queda cancelado. El
      *          recibo se agrega a RECIBOS.TXT, el neto a
      *          BANCO_NETOS.TXT para CL20DEPO y la liquidacion queda
      *          en la historia con tipo F (una sola por legajo).
      *          Motivos: R renuncia, C despido con causa, M mutuo
      *          acuerdo, D despido sin causa, F fallecimiento.
      *          Corre antes de la baja de CL20MANT, que rechaza un
      *          legajo con adelanto pendiente.
      *          Los conceptos, las deducciones por codigo, el
      *          adelanto recuperado y el neto van, con el sector
      *          del legajo, al detalle LIQUIDACION_CONTABLE.TXT que
      *          asienta CL20ASIEN.
      *          Uso: CL20FINAL <LEGAJO> <FECHA EGRESO AAAA-MM-DD>
      *                         <MOTIVO R/C/M/D/F>
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20FINAL.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT EMPLEADOS
          ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS EMP-ID-EMPLEADO.

       SELECT ENT-HISTORIA
          ASSIGN TO '../LIQUIDACION_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

       SELECT SAL-HISTORIA
          ASSIGN TO '../LIQUIDACION_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIA.

       SELECT ENT-DEDUCCIONES
          ASSIGN TO '../DEDUCCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DEDUCCIONES.

       SELECT ENT-ADELANTOS
          ASSIGN TO '../ADELANTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ADELANTOS.

       SELECT SAL-ADELANTOS
          ASSIGN TO '../ADELANTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ADELANTOS.

       SELECT SAL-RECIBOS
          ASSIGN TO '../RECIBOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RECIBOS.

       SELECT SAL-BANCO
          ASSIGN TO '../BANCO_NETOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-BANCO.

       SELECT SAL-CONTABLE
          ASSIGN TO '../LIQUIDACION_CONTABLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONTABLE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD EMPLEADOS.
       01 EMPLEADOS-REG.
          05 EMP-ID-EMPLEADO                PIC 9(08).
          05 EMP-APELLIDO                   PIC X(25).
          05 EMP-NOMBRE                     PIC X(25).
          05 EMP-ESTADO                     PIC X(01).
             88 EMP-ACTIVO                      VALUE 'A'.
             88 EMP-BAJA                        VALUE 'B'.
          05 EMP-DIRECCION                  PIC X(50).
          05 EMP-COD-POSTAL                 PIC 9(04).
          05 EMP-SUELDO-BASICO              PIC 9(7)V9(2).
      * Fecha de ingreso (yyyy-mm-dd) y sector del legajo, y sus
      * dias de vacaciones pendientes
          05 EMP-FECHA-INGRESO              PIC X(10).
          05 EMP-SECTOR                     PIC X(10).
          05 EMP-VAC-PENDIENTES             PIC 9(03).
      * CBU del empleado para el deposito del sueldo
          05 EMP-CBU                        PIC X(22).
      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-HISTORIA.
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
      * Aportes de seguridad social y retencion del impuesto a las
      * ganancias del registro (negativa = devolucion)
          05 REG-EHI-APORTES                PIC 9(8)V9(2).
          05 REG-EHI-GANANCIAS              PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD SAL-HISTORIA.
       01 REG-HISTORIA.
          05 REG-HIS-PERIODO                PIC X(07).
          05 REG-HIS-LEGAJO                 PIC 9(08).
          05 REG-HIS-TIPO                   PIC X(01).
          05 REG-HIS-BASICO                 PIC 9(8)V9(2).
          05 REG-HIS-EXTRAS                 PIC 9(8)V9(2).
          05 REG-HIS-BONOS                  PIC 9(8)V9(2).
          05 REG-HIS-AUSENCIAS              PIC 9(8)V9(2).
          05 REG-HIS-BRUTO                  PIC 9(8)V9(2).
          05 REG-HIS-DEDUCCIONES            PIC 9(8)V9(2).
          05 REG-HIS-NETO                   PIC 9(8)V9(2).
          05 REG-HIS-VACACIONES             PIC 9(8)V9(2).
      * Aportes de seguridad social y retencion del impuesto a las
      * ganancias del registro (negativa = devolucion)
          05 REG-HIS-APORTES                PIC 9(8)V9(2).
          05 REG-HIS-GANANCIAS              PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD ENT-DEDUCCIONES.
       01 REG-DEDUCCION.
          05 REG-DED-CODIGO                 PIC X(04).
          05 REG-DED-DESCRIPCION            PIC X(15).
          05 REG-DED-PORCENTAJE             PIC 9V9(4).

       FD ENT-ADELANTOS.
       01 REG-ENT-ADELANTO.
          05 REG-EADE-LEGAJO                PIC 9(08).
          05 REG-EADE-IMPORTE               PIC 9(8)V9(2).
          05 REG-EADE-FECHA                 PIC X(10).
          05 REG-EADE-CUOTAS                PIC 9(02).
          05 REG-EADE-COBRADAS              PIC 9(02).
          05 REG-EADE-OPERADOR              PIC X(08).
          05 REG-EADE-ESTADO                PIC X(01).

       FD SAL-ADELANTOS.
       01 REG-SAL-ADELANTO.
          05 REG-SADE-LEGAJO                PIC 9(08).
          05 REG-SADE-IMPORTE               PIC 9(8)V9(2).
          05 REG-SADE-FECHA                 PIC X(10).
          05 REG-SADE-CUOTAS                PIC 9(02).
          05 REG-SADE-COBRADAS              PIC 9(02).
          05 REG-SADE-OPERADOR              PIC X(08).
          05 REG-SADE-ESTADO                PIC X(01).

       FD SAL-RECIBOS.
       01 REG-RECIBO                        PIC X(80).

       FD SAL-BANCO.
       01 REG-BANCO.
          05 REG-BAN-ID-EMPLEADO            PIC 9(08).
          05 REG-BAN-SEP-01                 PIC X(01).
          05 REG-BAN-APELLIDO               PIC X(25).
          05 REG-BAN-SEP-02                 PIC X(01).
          05 REG-BAN-NETO                   PIC ZZZZZZ9,99.

       FD SAL-CONTABLE.
      * Detalle contable pendiente de asentar (mismo registro que
      * deja CL20LIQ), con tipo de corrida F
       01 REG-CONTABLE.
          05 REG-CTB-PERIODO                PIC X(07).
          05 REG-CTB-TIPO                   PIC X(01).
          05 REG-CTB-LEGAJO                 PIC 9(08).
          05 REG-CTB-SECTOR                 PIC X(10).
          05 REG-CTB-CONCEPTO               PIC X(08).
          05 REG-CTB-IMPORTE                PIC 9(8)V9(2).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-EOF           VALUE '10'.
             88 FS-EMPLEADOS-NO-EXISTE          VALUE '23'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
          05 FS-ENT-HISTORIA                PIC X(2).
             88 FS-ENT-HISTORIA-OK              VALUE '00'.
             88 FS-ENT-HISTORIA-EOF             VALUE '10'.
             88 FS-ENT-HISTORIA-NFD             VALUE '35'.
          05 FS-SAL-HISTORIA                PIC X(2).
             88 FS-SAL-HISTORIA-OK              VALUE '00'.
             88 FS-SAL-HISTORIA-NFD             VALUE '35'.
          05 FS-ENT-DEDUCCIONES             PIC X(2).
             88 FS-ENT-DEDUCCIONES-OK           VALUE '00'.
             88 FS-ENT-DEDUCCIONES-EOF          VALUE '10'.
             88 FS-ENT-DEDUCCIONES-NFD          VALUE '35'.
          05 FS-ENT-ADELANTOS               PIC X(2).
             88 FS-ENT-ADELANTOS-OK             VALUE '00'.
             88 FS-ENT-ADELANTOS-EOF            VALUE '10'.
             88 FS-ENT-ADELANTOS-NFD            VALUE '35'.
          05 FS-SAL-ADELANTOS               PIC X(2).
             88 FS-SAL-ADELANTOS-OK             VALUE '00'.
          05 FS-SAL-RECIBOS                 PIC X(2).
             88 FS-SAL-RECIBOS-OK               VALUE '00'.
             88 FS-SAL-RECIBOS-NFD              VALUE '35'.
          05 FS-SAL-BANCO                   PIC X(2).
             88 FS-SAL-BANCO-OK                 VALUE '00'.
             88 FS-SAL-BANCO-NFD                VALUE '35'.
          05 FS-SAL-CONTABLE                PIC X(2).
             88 FS-SAL-CONTABLE-OK              VALUE '00'.
             88 FS-SAL-CONTABLE-NFD             VALUE '35'.

      * Parametros: legajo, fecha de egreso y motivo
       01 WS-LINEA-COMANDO          PIC X(40) VALUE SPACES.
       01 WS-PARM-LEGAJO-X          PIC X(08) VALUE SPACES.
       77 WS-PARM-LEGAJO            PIC 9(08) VALUE 0.
       01 WS-PARM-FECHA             PIC X(10) VALUE SPACES.
       01 WS-PARM-FECHA-R REDEFINES WS-PARM-FECHA.
          05 WS-EGR-ANIO            PIC X(04).
          05 FILLER                 PIC X(01).
          05 WS-EGR-MES             PIC 9(02).
          05 FILLER                 PIC X(01).
          05 WS-EGR-DIA             PIC 9(02).
       01 WS-PARM-MOTIVO            PIC X(01) VALUE SPACES.
          88 WS-MOTIVO-VALIDO          VALUE 'R' 'C' 'M' 'D' 'F'.
          88 WS-MOTIVO-RENUNCIA        VALUE 'R'.
          88 WS-MOTIVO-CON-CAUSA       VALUE 'C'.
          88 WS-MOTIVO-MUTUO-ACUERDO   VALUE 'M'.
          88 WS-MOTIVO-SIN-CAUSA       VALUE 'D'.
          88 WS-MOTIVO-FALLECIMIENTO   VALUE 'F'.
       01 WS-MOTIVO-DESCRIPCION     PIC X(25) VALUE SPACES.

      * Periodo del egreso y limites de las busquedas en la historia
       01 WS-PERIODO-EGRESO         PIC X(07) VALUE SPACES.
       01 WS-PERIODO-DESDE-12       PIC X(07) VALUE SPACES.
       01 WS-PERIODO-DESDE-SEM      PIC X(07) VALUE SPACES.
       01 WS-FECHA-INICIO-SEM       PIC X(10) VALUE SPACES.
       01 WS-FECHA-FIN-SEM          PIC X(10) VALUE SPACES.

      * Aritmetica de fechas via CLFECHAS
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Switches
       01 WS-HISTORIA-EOF           PIC X(5) VALUE 'FALSE'.
          88 WS-HISTORIA-EOF-YES       VALUE 'TRUE'.
          88 WS-HISTORIA-EOF-NO        VALUE 'FALSE'.
       01 WS-DEDUCCIONES-EOF        PIC X(5) VALUE 'FALSE'.
          88 WS-DEDUCCIONES-EOF-YES    VALUE 'TRUE'.
          88 WS-DEDUCCIONES-EOF-NO     VALUE 'FALSE'.
       01 WS-ADELANTOS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-ADELANTOS-EOF-YES      VALUE 'TRUE'.
          88 WS-ADELANTOS-EOF-NO       VALUE 'FALSE'.
       01 WS-FINAL-LIQUIDADA        PIC X(1) VALUE 'N'.
          88 WS-FINAL-LIQUIDADA-SI     VALUE 'S'.
          88 WS-FINAL-LIQUIDADA-NO     VALUE 'N'.
       01 WS-MES-LIQUIDADO          PIC X(1) VALUE 'N'.
          88 WS-MES-LIQUIDADO-SI       VALUE 'S'.
          88 WS-MES-LIQUIDADO-NO       VALUE 'N'.
       01 WS-SAC-LIQUIDADO          PIC X(1) VALUE 'N'.
          88 WS-SAC-LIQUIDADO-SI       VALUE 'S'.
          88 WS-SAC-LIQUIDADO-NO       VALUE 'N'.

      * Lo que la historia dice del legajo: ultimo basico liquidado,
      * mejor bruto de los ultimos doce meses y del semestre
       01 WS-ULTIMO-PERIODO         PIC X(07) VALUE SPACES.
       77 WS-BASICO-MENSUAL         PIC 9(8)V9(2) VALUE 0.
       77 WS-MEJOR-BRUTO-ANIO       PIC 9(8)V9(2) VALUE 0.
       77 WS-MEJOR-BRUTO-SEM        PIC 9(8)V9(2) VALUE 0.

      * Tabla de deducciones vigentes
       77 WS-INDICE-DED             PIC 9(02) VALUE 1.
       77 WS-CANT-DEDUCCIONES       PIC 9(02) VALUE 0.
       01 WS-TABLA-DEDUCCIONES.
          05 WS-DED-ITEM OCCURS 10 TIMES.
             10 WS-DED-CODIGO              PIC X(04).
             10 WS-DED-DESCRIPCION         PIC X(15).
             10 WS-DED-PORCENTAJE          PIC 9V9(4).

      * Adelantos otorgados (se regraban si se cancela el del
      * legajo)
       77 WS-INDICE-ADE             PIC 9(03) VALUE 1.
       77 WS-CANT-ADELANTOS         PIC 9(03) VALUE 0.
       77 WS-FILA-ADE               PIC 9(03) VALUE 0.
       01 WS-TABLA-ADELANTOS.
          05 WS-ADE-ITEM OCCURS 200 TIMES.
             10 WS-ADE-LEGAJO              PIC 9(08).
             10 WS-ADE-IMPORTE             PIC 9(8)V9(2).
             10 WS-ADE-FECHA               PIC X(10).
             10 WS-ADE-CUOTAS              PIC 9(02).
             10 WS-ADE-COBRADAS            PIC 9(02).
             10 WS-ADE-OPERADOR            PIC X(08).
             10 WS-ADE-ESTADO              PIC X(01).

      * Dias que entran en el calculo
       77 WS-DIA-INGRESO            PIC 9(02) VALUE 0.
       77 WS-DIAS-TRABAJADOS        PIC 9(02) VALUE 0.
       77 WS-DIAS-INTEGRACION       PIC 9(02) VALUE 0.
       77 WS-DIAS-ANTIGUEDAD        PIC 9(05) VALUE 0.
       77 WS-DIAS-SEM-TRABAJADOS    PIC 9(03) VALUE 0.
       77 WS-DIAS-SEMESTRE          PIC 9(03) VALUE 0.
       77 WS-ANIOS-ANTIGUEDAD       PIC 9(02) VALUE 0.
       77 WS-RESTO-ANTIGUEDAD       PIC 9(03) VALUE 0.

      * Conceptos de la liquidacion final
       01 WS-CONCEPTOS-FINAL.
          05 WS-IMP-DIAS            PIC 9(8)V9(2) VALUE 0.
          05 WS-IMP-SAC             PIC 9(8)V9(2) VALUE 0.
          05 WS-IMP-PREAVISO        PIC 9(8)V9(2) VALUE 0.
          05 WS-IMP-INTEGRACION     PIC 9(8)V9(2) VALUE 0.
          05 WS-IMP-VACACIONES      PIC 9(8)V9(2) VALUE 0.
          05 WS-IMP-ANTIGUEDAD      PIC 9(8)V9(2) VALUE 0.
          05 WS-IMP-ADELANTO        PIC 9(8)V9(2) VALUE 0.
          05 WS-ADELANTO-SALDO      PIC 9(8)V9(2) VALUE 0.
          05 WS-ADELANTO-PENDIENTE  PIC 9(8)V9(2) VALUE 0.
       77 WS-BRUTO-REMUNERATIVO     PIC 9(8)V9(2) VALUE 0.
       77 WS-DEDUCCION              PIC 9(8)V9(2) VALUE 0.
       77 WS-TOTAL-DEDUCCIONES      PIC 9(8)V9(2) VALUE 0.
       77 WS-APORTES-SS             PIC 9(8)V9(2) VALUE 0.
       77 WS-NETO                   PIC 9(8)V9(2) VALUE 0.

      * Renglon del detalle contable en curso
       77 WS-CTB-CONCEPTO           PIC X(08) VALUE SPACES.
       77 WS-CTB-IMPORTE            PIC 9(8)V9(2) VALUE 0.

      * Lineas del recibo
       01 WS-REC-SEPARADOR          PIC X(80) VALUE ALL '='.
       01 WS-REC-ENCABEZADO.
          05 FILLER                 PIC X(18)
             VALUE 'LIQUIDACION FINAL '.
          05 WS-REC-ID              PIC 9(08).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 WS-REC-APELLIDO        PIC X(25).
          05 WS-REC-NOMBRE          PIC X(25).
          05 FILLER                 PIC X(03) VALUE SPACES.
       01 WS-REC-EGRESO.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(17)
             VALUE 'FECHA DE EGRESO: '.
          05 WS-REC-EGR-FECHA       PIC X(10).
          05 FILLER                 PIC X(10)
             VALUE '  MOTIVO: '.
          05 WS-REC-EGR-MOTIVO      PIC X(25).
          05 FILLER                 PIC X(13) VALUE SPACES.
       01 WS-REC-LINEA.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 WS-REC-CONCEPTO        PIC X(24).
          05 WS-REC-SIGNO           PIC X(01).
          05 WS-REC-IMPORTE         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                 PIC X(36) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-CALCULAR-FINAL
              THRU 2000-CALCULAR-FINAL-FIN.

           PERFORM 2400-IMPRIMIR-RECIBO
              THRU 2400-IMPRIMIR-RECIBO-FIN.

           PERFORM 2600-GRABAR-HISTORIA
              THRU 2600-GRABAR-HISTORIA-FIN.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-LEGAJO-X WS-PARM-FECHA WS-PARM-MOTIVO.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE WS-PARM-FECHA TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.

           IF WS-PARM-LEGAJO-X EQUAL SPACES
              OR WS-PARM-LEGAJO-X IS NOT NUMERIC
              OR NOT LK-FEC-RETORNO-OK
              OR NOT WS-MOTIVO-VALIDO
              DISPLAY 'USO: CL20FINAL <LEGAJO> <FECHA EGRESO '
                 'AAAA-MM-DD> <MOTIVO R/C/M/D/F>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-LEGAJO-X TO WS-PARM-LEGAJO.
           MOVE WS-PARM-FECHA(1:7) TO WS-PERIODO-EGRESO.

           EVALUATE TRUE
               WHEN WS-MOTIVO-RENUNCIA
                   MOVE 'RENUNCIA' TO WS-MOTIVO-DESCRIPCION
               WHEN WS-MOTIVO-CON-CAUSA
                   MOVE 'DESPIDO CON CAUSA' TO WS-MOTIVO-DESCRIPCION
               WHEN WS-MOTIVO-MUTUO-ACUERDO
                   MOVE 'MUTUO ACUERDO' TO WS-MOTIVO-DESCRIPCION
               WHEN WS-MOTIVO-SIN-CAUSA
                   MOVE 'DESPIDO SIN CAUSA' TO WS-MOTIVO-DESCRIPCION
               WHEN WS-MOTIVO-FALLECIMIENTO
                   MOVE 'FALLECIMIENTO' TO WS-MOTIVO-DESCRIPCION
           END-EVALUATE.

      * El legajo puede estar activo o ya dado de baja: la final se
      * liquida una sola vez, con la historia como testigo.
           OPEN I-O EMPLEADOS.
           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-LEGAJO TO EMP-ID-EMPLEADO.
           READ EMPLEADOS KEY IS EMP-ID-EMPLEADO.
           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'LEGAJO INEXISTENTE: ' WS-PARM-LEGAJO
              CLOSE EMPLEADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF EMP-FECHA-INGRESO GREATER THAN WS-PARM-FECHA
              DISPLAY 'LA FECHA DE EGRESO ES ANTERIOR AL INGRESO ('
                 EMP-FECHA-INGRESO ')'
              CLOSE EMPLEADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1050-FIJAR-PERIODOS
              THRU 1050-FIJAR-PERIODOS-FIN.

           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   PERFORM 1100-LEER-HISTORIA
                      THRU 1100-LEER-HISTORIA-FIN
                      UNTIL WS-HISTORIA-EOF-YES
                   CLOSE ENT-HISTORIA
               WHEN FS-ENT-HISTORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LIQUIDACION_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
                   CLOSE EMPLEADOS
                   STOP RUN
           END-EVALUATE.
           IF WS-FINAL-LIQUIDADA-SI
              DISPLAY 'EL LEGAJO ' WS-PARM-LEGAJO
                 ' YA TIENE LIQUIDACION FINAL EN LA HISTORIA'
              CLOSE EMPLEADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1200-CARGAR-DEDUCCIONES
              THRU 1200-CARGAR-DEDUCCIONES-FIN.

           PERFORM 1300-CARGAR-ADELANTOS
              THRU 1300-CARGAR-ADELANTOS-FIN.

      * El recibo y el neto se suman a los archivos de la corrida
      * del mes, como el aguinaldo.
           OPEN EXTEND SAL-RECIBOS.
           IF FS-SAL-RECIBOS-NFD
              OPEN OUTPUT SAL-RECIBOS
           END-IF.
           OPEN EXTEND SAL-BANCO.
           IF FS-SAL-BANCO-NFD
              OPEN OUTPUT SAL-BANCO
           END-IF.
           OPEN EXTEND SAL-HISTORIA.
           IF FS-SAL-HISTORIA-NFD
              OPEN OUTPUT SAL-HISTORIA
           END-IF.
           OPEN EXTEND SAL-CONTABLE.
           IF FS-SAL-CONTABLE-NFD
              OPEN OUTPUT SAL-CONTABLE
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Semestre del egreso (para el aguinaldo proporcional) y
      * ventana de doce meses (para la mejor remuneracion).
       1050-FIJAR-PERIODOS.
           MOVE WS-EGR-ANIO TO WS-FECHA-INICIO-SEM(1:4).
           MOVE WS-EGR-ANIO TO WS-FECHA-FIN-SEM(1:4).
           IF WS-EGR-MES LESS THAN 7
              MOVE '-01-01' TO WS-FECHA-INICIO-SEM(5:6)
              MOVE '-06-30' TO WS-FECHA-FIN-SEM(5:6)
           ELSE
              MOVE '-07-01' TO WS-FECHA-INICIO-SEM(5:6)
              MOVE '-12-31' TO WS-FECHA-FIN-SEM(5:6)
           END-IF.
           MOVE WS-FECHA-INICIO-SEM(1:7) TO WS-PERIODO-DESDE-SEM.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-MESES TO TRUE.
           MOVE WS-PARM-FECHA TO LK-FEC-FECHA-1.
           MOVE -11 TO LK-FEC-MESES.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO(1:7) TO WS-PERIODO-DESDE-12.

       1050-FIJAR-PERIODOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Del legajo interesan los meses liquidados (tipo M) hasta el
      * del egreso, el aguinaldo del semestre si ya se pago (tipo S)
      * y una liquidacion final anterior (tipo F).
       1100-LEER-HISTORIA.
           READ ENT-HISTORIA
               AT END
                   SET WS-HISTORIA-EOF-YES TO TRUE
                   GO TO 1100-LEER-HISTORIA-FIN
           END-READ.
           IF REG-EHI-LEGAJO NOT EQUAL WS-PARM-LEGAJO
              GO TO 1100-LEER-HISTORIA-FIN
           END-IF.

           IF REG-EHI-TIPO EQUAL 'F'
              SET WS-FINAL-LIQUIDADA-SI TO TRUE
              GO TO 1100-LEER-HISTORIA-FIN
           END-IF.
           IF REG-EHI-TIPO EQUAL 'S'
              AND REG-EHI-PERIODO NOT LESS THAN WS-PERIODO-DESDE-SEM
              SET WS-SAC-LIQUIDADO-SI TO TRUE
              GO TO 1100-LEER-HISTORIA-FIN
           END-IF.
           IF REG-EHI-TIPO NOT EQUAL 'M'
              OR REG-EHI-PERIODO GREATER THAN WS-PERIODO-EGRESO
              GO TO 1100-LEER-HISTORIA-FIN
           END-IF.

           IF REG-EHI-PERIODO EQUAL WS-PERIODO-EGRESO
              SET WS-MES-LIQUIDADO-SI TO TRUE
           END-IF.
           IF REG-EHI-PERIODO GREATER THAN WS-ULTIMO-PERIODO
              MOVE REG-EHI-PERIODO TO WS-ULTIMO-PERIODO
              MOVE REG-EHI-BASICO  TO WS-BASICO-MENSUAL
           END-IF.
           IF REG-EHI-PERIODO NOT LESS THAN WS-PERIODO-DESDE-12
              AND REG-EHI-BRUTO GREATER THAN WS-MEJOR-BRUTO-ANIO
              MOVE REG-EHI-BRUTO TO WS-MEJOR-BRUTO-ANIO
           END-IF.
           IF REG-EHI-PERIODO NOT LESS THAN WS-PERIODO-DESDE-SEM
              AND REG-EHI-BRUTO GREATER THAN WS-MEJOR-BRUTO-SEM
              MOVE REG-EHI-BRUTO TO WS-MEJOR-BRUTO-SEM
           END-IF.

       1100-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-DEDUCCIONES.
      * Sin tabla de deducciones rige el esquema legal basico,
      * igual que en la liquidacion mensual.
           INITIALIZE WS-TABLA-DEDUCCIONES.
           OPEN INPUT ENT-DEDUCCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-DEDUCCIONES-OK
                   PERFORM 1210-LEER-DEDUCCION
                      THRU 1210-LEER-DEDUCCION-FIN
                      UNTIL WS-DEDUCCIONES-EOF-YES
                   CLOSE ENT-DEDUCCIONES
               WHEN FS-ENT-DEDUCCIONES-NFD
                   MOVE 'JUBI' TO WS-DED-CODIGO(1)
                   MOVE 'Jubilacion' TO WS-DED-DESCRIPCION(1)
                   MOVE 0,1100 TO WS-DED-PORCENTAJE(1)
                   MOVE 'OSOC' TO WS-DED-CODIGO(2)
                   MOVE 'Obra social' TO WS-DED-DESCRIPCION(2)
                   MOVE 0,0300 TO WS-DED-PORCENTAJE(2)
                   MOVE 2 TO WS-CANT-DEDUCCIONES
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DEDUCCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-DEDUCCIONES
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-DEDUCCIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El impuesto a las ganancias lo retiene CL20LIQ por escala,
      * con el acumulado del anio: un renglon IMPG de porcentaje
      * plano no se aplica.
       1210-LEER-DEDUCCION.
           READ ENT-DEDUCCIONES
               AT END
                   SET WS-DEDUCCIONES-EOF-YES TO TRUE
                   GO TO 1210-LEER-DEDUCCION-FIN
           END-READ.
           IF REG-DED-CODIGO EQUAL 'IMPG'
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
           END-IF.

       1210-LEER-DEDUCCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-ADELANTOS.
      * Sin adelantos otorgados no hay nada que recuperar.
           OPEN INPUT ENT-ADELANTOS.
           EVALUATE TRUE
               WHEN FS-ENT-ADELANTOS-OK
                   PERFORM 1310-LEER-ADELANTO
                      THRU 1310-LEER-ADELANTO-FIN
                      UNTIL WS-ADELANTOS-EOF-YES
                   CLOSE ENT-ADELANTOS
               WHEN FS-ENT-ADELANTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ADELANTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-ADELANTOS
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-ADELANTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-ADELANTO.
           READ ENT-ADELANTOS
               AT END
                   SET WS-ADELANTOS-EOF-YES TO TRUE
                   GO TO 1310-LEER-ADELANTO-FIN
           END-READ.
           IF WS-CANT-ADELANTOS NOT LESS THAN 200
              GO TO 1310-LEER-ADELANTO-FIN
           END-IF.

           ADD 1 TO WS-CANT-ADELANTOS.
           MOVE REG-EADE-LEGAJO   TO WS-ADE-LEGAJO(WS-CANT-ADELANTOS).
           MOVE REG-EADE-IMPORTE  TO WS-ADE-IMPORTE(WS-CANT-ADELANTOS).
           MOVE REG-EADE-FECHA    TO WS-ADE-FECHA(WS-CANT-ADELANTOS).
           MOVE REG-EADE-CUOTAS   TO WS-ADE-CUOTAS(WS-CANT-ADELANTOS).
           MOVE REG-EADE-COBRADAS
             TO WS-ADE-COBRADAS(WS-CANT-ADELANTOS).
           MOVE REG-EADE-OPERADOR
             TO WS-ADE-OPERADOR(WS-CANT-ADELANTOS).
           MOVE REG-EADE-ESTADO   TO WS-ADE-ESTADO(WS-CANT-ADELANTOS).

       1310-LEER-ADELANTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-CALCULAR-FINAL.
      * Los valores diarios salen del ultimo basico liquidado; sin
      * historia, del sueldo del legajo. Sin meses en la ventana,
      * la mejor remuneracion es ese mismo basico.
           IF WS-BASICO-MENSUAL EQUAL 0
              MOVE EMP-SUELDO-BASICO TO WS-BASICO-MENSUAL
           END-IF.
           IF WS-MEJOR-BRUTO-ANIO EQUAL 0
              MOVE WS-BASICO-MENSUAL TO WS-MEJOR-BRUTO-ANIO
           END-IF.
           IF WS-MEJOR-BRUTO-SEM EQUAL 0
              MOVE WS-BASICO-MENSUAL TO WS-MEJOR-BRUTO-SEM
           END-IF.

      * Dias trabajados del mes de egreso (mes comercial de 30
      * dias), salvo que CL20LIQ ya haya liquidado el mes entero.
           IF WS-MES-LIQUIDADO-SI
              DISPLAY 'EL MES ' WS-PERIODO-EGRESO
                 ' YA ESTA LIQUIDADO: NO SE PAGAN DIAS TRABAJADOS'
           ELSE
              IF EMP-FECHA-INGRESO(1:7) EQUAL WS-PERIODO-EGRESO
                 MOVE EMP-FECHA-INGRESO(9:2) TO WS-DIA-INGRESO
                 COMPUTE WS-DIAS-TRABAJADOS =
                    WS-EGR-DIA - WS-DIA-INGRESO + 1
              ELSE
                 MOVE WS-EGR-DIA TO WS-DIAS-TRABAJADOS
              END-IF
              IF WS-DIAS-TRABAJADOS GREATER THAN 30
                 MOVE 30 TO WS-DIAS-TRABAJADOS
              END-IF
              COMPUTE WS-IMP-DIAS ROUNDED =
                 WS-BASICO-MENSUAL * WS-DIAS-TRABAJADOS / 30
           END-IF.

           PERFORM 2100-CALCULAR-ANTIGUEDAD
              THRU 2100-CALCULAR-ANTIGUEDAD-FIN.

           PERFORM 2200-CALCULAR-SAC
              THRU 2200-CALCULAR-SAC-FIN.

      * Vacaciones pendientes segun CL20VACA, a valor de dia de
      * vacaciones (basico / 25).
           COMPUTE WS-IMP-VACACIONES ROUNDED =
              WS-BASICO-MENSUAL * EMP-VAC-PENDIENTES / 25.

           PERFORM 2300-CALCULAR-INDEMNIZACION
              THRU 2300-CALCULAR-INDEMNIZACION-FIN.

           COMPUTE WS-BRUTO-REMUNERATIVO =
              WS-IMP-DIAS + WS-IMP-SAC
              + WS-IMP-PREAVISO + WS-IMP-INTEGRACION.

       2000-CALCULAR-FINAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Antiguedad en dias desde el ingreso hasta el egreso; el
      * anio se cuenta completo si la fraccion pasa de tres meses.
       2100-CALCULAR-ANTIGUEDAD.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE EMP-FECHA-INGRESO TO LK-FEC-FECHA-1.
           MOVE WS-PARM-FECHA     TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'FECHA DE INGRESO INVALIDA EN EL LEGAJO: '
                 EMP-FECHA-INGRESO
              GO TO 2100-CALCULAR-ANTIGUEDAD-FIN
           END-IF.
           MOVE LK-FEC-DIFERENCIA TO WS-DIAS-ANTIGUEDAD.

           DIVIDE WS-DIAS-ANTIGUEDAD BY 365
              GIVING WS-ANIOS-ANTIGUEDAD
              REMAINDER WS-RESTO-ANTIGUEDAD.
           IF WS-RESTO-ANTIGUEDAD GREATER THAN 90
              ADD 1 TO WS-ANIOS-ANTIGUEDAD
           END-IF.
           IF WS-ANIOS-ANTIGUEDAD EQUAL 0
              MOVE 1 TO WS-ANIOS-ANTIGUEDAD
           END-IF.

       2100-CALCULAR-ANTIGUEDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Aguinaldo proporcional: media mejor remuneracion del
      * semestre por los dias trabajados en el semestre sobre los
      * dias del semestre.
       2200-CALCULAR-SAC.
           IF WS-SAC-LIQUIDADO-SI
              DISPLAY 'EL AGUINALDO DEL SEMESTRE YA ESTA LIQUIDADO'
              GO TO 2200-CALCULAR-SAC-FIN
           END-IF.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE WS-FECHA-INICIO-SEM TO LK-FEC-FECHA-1.
           MOVE WS-FECHA-FIN-SEM    TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.
           COMPUTE WS-DIAS-SEMESTRE = LK-FEC-DIFERENCIA + 1.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           IF EMP-FECHA-INGRESO GREATER THAN WS-FECHA-INICIO-SEM
              MOVE EMP-FECHA-INGRESO   TO LK-FEC-FECHA-1
           ELSE
              MOVE WS-FECHA-INICIO-SEM TO LK-FEC-FECHA-1
           END-IF.
           MOVE WS-PARM-FECHA TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.
           COMPUTE WS-DIAS-SEM-TRABAJADOS = LK-FEC-DIFERENCIA + 1.

           COMPUTE WS-IMP-SAC ROUNDED =
              WS-MEJOR-BRUTO-SEM * WS-DIAS-SEM-TRABAJADOS
              / WS-DIAS-SEMESTRE / 2.

       2200-CALCULAR-SAC-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Solo el despido sin causa paga preaviso e integracion del
      * mes; la indemnizacion por antiguedad corresponde al despido
      * sin causa (pasado el periodo de prueba de tres meses) y al
      * fallecimiento, este a la mitad.
       2300-CALCULAR-INDEMNIZACION.
           EVALUATE TRUE
               WHEN WS-MOTIVO-SIN-CAUSA
                   CONTINUE
               WHEN WS-MOTIVO-FALLECIMIENTO
                   COMPUTE WS-IMP-ANTIGUEDAD ROUNDED =
                      WS-MEJOR-BRUTO-ANIO * WS-ANIOS-ANTIGUEDAD / 2
                   GO TO 2300-CALCULAR-INDEMNIZACION-FIN
               WHEN OTHER
                   GO TO 2300-CALCULAR-INDEMNIZACION-FIN
           END-EVALUATE.

      * Preaviso: quince dias en el periodo de prueba, un mes hasta
      * cinco anios de antiguedad y dos meses despues.
           EVALUATE TRUE
               WHEN WS-DIAS-ANTIGUEDAD NOT GREATER THAN 90
                   COMPUTE WS-IMP-PREAVISO ROUNDED =
                      WS-BASICO-MENSUAL / 2
               WHEN WS-DIAS-ANTIGUEDAD LESS THAN 1825
                   MOVE WS-BASICO-MENSUAL TO WS-IMP-PREAVISO
               WHEN OTHER
                   COMPUTE WS-IMP-PREAVISO = WS-BASICO-MENSUAL * 2
           END-EVALUATE.

      * Integracion: los dias que faltan para completar el mes del
      * despido.
           IF WS-EGR-DIA LESS THAN 30
              COMPUTE WS-DIAS-INTEGRACION = 30 - WS-EGR-DIA
              COMPUTE WS-IMP-INTEGRACION ROUNDED =
                 WS-BASICO-MENSUAL * WS-DIAS-INTEGRACION / 30
           END-IF.

           IF WS-DIAS-ANTIGUEDAD GREATER THAN 90
              COMPUTE WS-IMP-ANTIGUEDAD =
                 WS-MEJOR-BRUTO-ANIO * WS-ANIOS-ANTIGUEDAD
           END-IF.

       2300-CALCULAR-INDEMNIZACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-IMPRIMIR-RECIBO.
           WRITE REG-RECIBO FROM WS-REC-SEPARADOR.

           MOVE EMP-ID-EMPLEADO TO WS-REC-ID.
           MOVE EMP-APELLIDO TO WS-REC-APELLIDO.
           MOVE EMP-NOMBRE TO WS-REC-NOMBRE.
           WRITE REG-RECIBO FROM WS-REC-ENCABEZADO.

           MOVE WS-PARM-FECHA TO WS-REC-EGR-FECHA.
           MOVE WS-MOTIVO-DESCRIPCION TO WS-REC-EGR-MOTIVO.
           WRITE REG-RECIBO FROM WS-REC-EGRESO.

      * Conceptos remunerativos, base de las deducciones.
           IF WS-IMP-DIAS GREATER THAN 0
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'DIAS TRABAJADOS' TO WS-REC-CONCEPTO
              MOVE WS-DIAS-TRABAJADOS TO WS-REC-CONCEPTO(17:2)
              MOVE '+' TO WS-REC-SIGNO
              MOVE WS-IMP-DIAS TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.
           IF WS-IMP-SAC GREATER THAN 0
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'SAC PROPORCIONAL' TO WS-REC-CONCEPTO
              MOVE '+' TO WS-REC-SIGNO
              MOVE WS-IMP-SAC TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.
           IF WS-IMP-PREAVISO GREATER THAN 0
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'PREAVISO' TO WS-REC-CONCEPTO
              MOVE '+' TO WS-REC-SIGNO
              MOVE WS-IMP-PREAVISO TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.
           IF WS-IMP-INTEGRACION GREATER THAN 0
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'INTEGRACION MES DESPIDO' TO WS-REC-CONCEPTO
              MOVE '+' TO WS-REC-SIGNO
              MOVE WS-IMP-INTEGRACION TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.

           MOVE 0 TO WS-TOTAL-DEDUCCIONES.
           MOVE 0 TO WS-APORTES-SS.
           IF WS-BRUTO-REMUNERATIVO GREATER THAN 0
              PERFORM 2500-APLICAR-DEDUCCION
                 THRU 2500-APLICAR-DEDUCCION-FIN
                 VARYING WS-INDICE-DED FROM 1 BY 1
                 UNTIL WS-INDICE-DED GREATER THAN WS-CANT-DEDUCCIONES
           END-IF.

      * Conceptos indemnizatorios, sin descuentos.
           IF WS-IMP-VACACIONES GREATER THAN 0
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'VACACIONES NO GOZADAS' TO WS-REC-CONCEPTO
              MOVE '+' TO WS-REC-SIGNO
              MOVE WS-IMP-VACACIONES TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.
           IF WS-IMP-ANTIGUEDAD GREATER THAN 0
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'INDEMNIZ. ANTIGUEDAD' TO WS-REC-CONCEPTO
              MOVE WS-ANIOS-ANTIGUEDAD TO WS-REC-CONCEPTO(22:2)
              MOVE '+' TO WS-REC-SIGNO
              MOVE WS-IMP-ANTIGUEDAD TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
           END-IF.

           COMPUTE WS-NETO =
              WS-BRUTO-REMUNERATIVO - WS-TOTAL-DEDUCCIONES
              + WS-IMP-VACACIONES + WS-IMP-ANTIGUEDAD.

           PERFORM 2550-RECUPERAR-ADELANTO
              THRU 2550-RECUPERAR-ADELANTO-FIN.

           MOVE SPACES TO WS-REC-LINEA.
           MOVE 'NETO A COBRAR' TO WS-REC-CONCEPTO.
           MOVE '=' TO WS-REC-SIGNO.
           MOVE WS-NETO TO WS-REC-IMPORTE.
           WRITE REG-RECIBO FROM WS-REC-LINEA.

           MOVE ';' TO REG-BAN-SEP-01 REG-BAN-SEP-02.
           MOVE EMP-ID-EMPLEADO TO REG-BAN-ID-EMPLEADO.
           MOVE EMP-APELLIDO    TO REG-BAN-APELLIDO.
           MOVE WS-NETO         TO REG-BAN-NETO.
           WRITE REG-BANCO.

           PERFORM 2700-GRABAR-CONCEPTOS-CTB
              THRU 2700-GRABAR-CONCEPTOS-CTB-FIN.

       2400-IMPRIMIR-RECIBO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2500-APLICAR-DEDUCCION.
           COMPUTE WS-DEDUCCION ROUNDED =
              WS-BRUTO-REMUNERATIVO * WS-DED-PORCENTAJE(WS-INDICE-DED).
           ADD WS-DEDUCCION TO WS-TOTAL-DEDUCCIONES.
           MOVE 'AP'                         TO WS-CTB-CONCEPTO.
           MOVE WS-DED-CODIGO(WS-INDICE-DED) TO WS-CTB-CONCEPTO(3:4).
           MOVE WS-DEDUCCION                 TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.
           EVALUATE WS-DED-CODIGO(WS-INDICE-DED)
               WHEN 'JUBI'
               WHEN 'OSOC'
               WHEN 'PAMI'
                   ADD WS-DEDUCCION TO WS-APORTES-SS
           END-EVALUATE.

           MOVE SPACES TO WS-REC-LINEA.
           MOVE WS-DED-DESCRIPCION(WS-INDICE-DED) TO WS-REC-CONCEPTO.
           MOVE '-' TO WS-REC-SIGNO.
           MOVE WS-DEDUCCION TO WS-REC-IMPORTE.
           WRITE REG-RECIBO FROM WS-REC-LINEA.

       2500-APLICAR-DEDUCCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El saldo del adelanto se recupera entero del neto final y
      * el adelanto queda cancelado; lo que el neto no alcance a
      * cubrir queda informado para que RRHH lo gestione aparte.
       2550-RECUPERAR-ADELANTO.
           MOVE 0 TO WS-FILA-ADE.
           PERFORM 2560-COMPARAR-ADELANTO
              THRU 2560-COMPARAR-ADELANTO-FIN
              VARYING WS-INDICE-ADE FROM 1 BY 1
              UNTIL WS-INDICE-ADE GREATER THAN WS-CANT-ADELANTOS.
           IF WS-FILA-ADE EQUAL 0
              GO TO 2550-RECUPERAR-ADELANTO-FIN
           END-IF.

           COMPUTE WS-ADELANTO-SALDO =
              WS-ADE-IMPORTE(WS-FILA-ADE)
              - (WS-ADE-IMPORTE(WS-FILA-ADE)
                 / WS-ADE-CUOTAS(WS-FILA-ADE)
                 * WS-ADE-COBRADAS(WS-FILA-ADE)).
           IF WS-ADELANTO-SALDO GREATER THAN WS-NETO
              MOVE WS-NETO TO WS-IMP-ADELANTO
              COMPUTE WS-ADELANTO-PENDIENTE =
                 WS-ADELANTO-SALDO - WS-NETO
           ELSE
              MOVE WS-ADELANTO-SALDO TO WS-IMP-ADELANTO
           END-IF.
           SUBTRACT WS-IMP-ADELANTO FROM WS-NETO.

           MOVE WS-ADE-CUOTAS(WS-FILA-ADE)
             TO WS-ADE-COBRADAS(WS-FILA-ADE).
           MOVE 'C' TO WS-ADE-ESTADO(WS-FILA-ADE).

           MOVE SPACES TO WS-REC-LINEA.
           MOVE 'SALDO ADELANTO' TO WS-REC-CONCEPTO.
           MOVE '-' TO WS-REC-SIGNO.
           MOVE WS-IMP-ADELANTO TO WS-REC-IMPORTE.
           WRITE REG-RECIBO FROM WS-REC-LINEA.

           IF WS-ADELANTO-PENDIENTE GREATER THAN 0
              MOVE SPACES TO WS-REC-LINEA
              MOVE 'ADELANTO NO RECUPERADO' TO WS-REC-CONCEPTO
              MOVE ' ' TO WS-REC-SIGNO
              MOVE WS-ADELANTO-PENDIENTE TO WS-REC-IMPORTE
              WRITE REG-RECIBO FROM WS-REC-LINEA
              DISPLAY 'EL NETO NO CUBRE EL ADELANTO: QUEDAN '
                 WS-ADELANTO-PENDIENTE ' SIN RECUPERAR'
           END-IF.

       2550-RECUPERAR-ADELANTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2560-COMPARAR-ADELANTO.
           IF EMP-ID-EMPLEADO EQUAL WS-ADE-LEGAJO(WS-INDICE-ADE)
              AND WS-ADE-ESTADO(WS-INDICE-ADE) EQUAL 'A'
              AND WS-ADE-COBRADAS(WS-INDICE-ADE) LESS THAN
                 WS-ADE-CUOTAS(WS-INDICE-ADE)
              MOVE WS-INDICE-ADE TO WS-FILA-ADE
           END-IF.

       2560-COMPARAR-ADELANTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El registro F lleva en el bruto solo lo remunerativo (los
      * dias en el basico; aguinaldo, preaviso e integracion en los
      * bonos), con sus deducciones mas el adelanto recuperado; el
      * neto incluye lo indemnizatorio.
       2600-GRABAR-HISTORIA.
           MOVE WS-PERIODO-EGRESO    TO REG-HIS-PERIODO.
           MOVE EMP-ID-EMPLEADO      TO REG-HIS-LEGAJO.
           MOVE 'F'                  TO REG-HIS-TIPO.
           MOVE WS-IMP-DIAS          TO REG-HIS-BASICO.
           MOVE 0                    TO REG-HIS-EXTRAS.
           COMPUTE REG-HIS-BONOS =
              WS-IMP-SAC + WS-IMP-PREAVISO + WS-IMP-INTEGRACION.
           MOVE 0                    TO REG-HIS-AUSENCIAS.
           MOVE WS-BRUTO-REMUNERATIVO TO REG-HIS-BRUTO.
           COMPUTE REG-HIS-DEDUCCIONES =
              WS-TOTAL-DEDUCCIONES + WS-IMP-ADELANTO.
           MOVE WS-NETO              TO REG-HIS-NETO.
           MOVE 0                    TO REG-HIS-VACACIONES.
           MOVE WS-APORTES-SS        TO REG-HIS-APORTES.
           MOVE 0                    TO REG-HIS-GANANCIAS.
           WRITE REG-HISTORIA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR LIQUIDACION_HIST.TXT'
           END-IF.

       2600-GRABAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Conceptos de la final al detalle contable: lo que el neto no
      * alcanzo a recuperar del adelanto sigue como credito y no se
      * asienta.
       2700-GRABAR-CONCEPTOS-CTB.
           MOVE 'FINDIAS '         TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-DIAS        TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.
           MOVE 'SACPROP '         TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-SAC         TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.
           MOVE 'PREAVISO'         TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-PREAVISO    TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.
           MOVE 'INTEGRAC'         TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-INTEGRACION TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.
           MOVE 'VACNOGOZ'         TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-VACACIONES  TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.
           MOVE 'INDEMNIZ'         TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-ANTIGUEDAD  TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.
           MOVE 'ADELANTO'         TO WS-CTB-CONCEPTO.
           MOVE WS-IMP-ADELANTO    TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.
           MOVE 'NETO    '         TO WS-CTB-CONCEPTO.
           MOVE WS-NETO            TO WS-CTB-IMPORTE.
           PERFORM 2710-GRABAR-CONTABLE
              THRU 2710-GRABAR-CONTABLE-FIN.

       2700-GRABAR-CONCEPTOS-CTB-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2710-GRABAR-CONTABLE.
           IF WS-CTB-IMPORTE EQUAL 0
              GO TO 2710-GRABAR-CONTABLE-FIN
           END-IF.

           MOVE WS-PERIODO-EGRESO TO REG-CTB-PERIODO.
           MOVE 'F'               TO REG-CTB-TIPO.
           MOVE EMP-ID-EMPLEADO   TO REG-CTB-LEGAJO.
           MOVE EMP-SECTOR        TO REG-CTB-SECTOR.
           MOVE WS-CTB-CONCEPTO   TO REG-CTB-CONCEPTO.
           MOVE WS-CTB-IMPORTE    TO REG-CTB-IMPORTE.
           WRITE REG-CONTABLE.
           IF NOT FS-SAL-CONTABLE-OK
              DISPLAY 'ERROR AL GRABAR LIQUIDACION_CONTABLE.TXT: '
                 FS-SAL-CONTABLE
           END-IF.

       2710-GRABAR-CONTABLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
      * Las vacaciones pendientes quedan pagadas.
           MOVE 0 TO EMP-VAC-PENDIENTES.
           REWRITE EMPLEADOS-REG.
           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'ERROR AL REGRABAR EL LEGAJO: ' FS-EMPLEADOS
           END-IF.

           CLOSE EMPLEADOS
                 SAL-RECIBOS
                 SAL-BANCO
                 SAL-HISTORIA
                 SAL-CONTABLE.

      * El adelanto cancelado vuelve a ADELANTOS.TXT.
           IF WS-FILA-ADE GREATER THAN 0
              OPEN OUTPUT SAL-ADELANTOS
              IF NOT FS-SAL-ADELANTOS-OK
                 DISPLAY 'ERROR AL REGRABAR ADELANTOS.TXT: '
                    FS-SAL-ADELANTOS
              ELSE
                 PERFORM 3100-GRABAR-ADELANTO
                    THRU 3100-GRABAR-ADELANTO-FIN
                    VARYING WS-INDICE-ADE FROM 1 BY 1
                    UNTIL WS-INDICE-ADE GREATER THAN
                       WS-CANT-ADELANTOS
                 CLOSE SAL-ADELANTOS
              END-IF
           END-IF.

           DISPLAY 'LIQUIDACION FINAL DEL LEGAJO ' EMP-ID-EMPLEADO.
           DISPLAY 'NETO A COBRAR : ' WS-NETO.

       3000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-GRABAR-ADELANTO.
           MOVE WS-ADE-LEGAJO(WS-INDICE-ADE)   TO REG-SADE-LEGAJO.
           MOVE WS-ADE-IMPORTE(WS-INDICE-ADE)  TO REG-SADE-IMPORTE.
           MOVE WS-ADE-FECHA(WS-INDICE-ADE)    TO REG-SADE-FECHA.
           MOVE WS-ADE-CUOTAS(WS-INDICE-ADE)   TO REG-SADE-CUOTAS.
           MOVE WS-ADE-COBRADAS(WS-INDICE-ADE) TO REG-SADE-COBRADAS.
           MOVE WS-ADE-OPERADOR(WS-INDICE-ADE) TO REG-SADE-OPERADOR.
           MOVE WS-ADE-ESTADO(WS-INDICE-ADE)   TO REG-SADE-ESTADO.
           WRITE REG-SAL-ADELANTO.

       3100-GRABAR-ADELANTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CL20FINAL.
