      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 02/09/2026
      * Purpose: CL20RELOJ - Novedades del mes a partir del reloj de
      *          fichadas. Lee las fichadas diarias de los relojes
      *          (FICHADAS.TXT: legajo, fecha, hora y sentido entrada
      *          o salida) y les aplica el horario del sector de cada
      *          legajo (HORARIOS.TXT: entrada, salida y tolerancia):
      *          llegadas tarde en minutos, dias habiles sin fichadas
      *          como ausencias, horas extra al 50% despues de la
      *          salida en dia habil y al 100% todo lo trabajado en
      *          sabados, domingos y feriados de FERIADOS.TXT (via
      *          CLFECHAS). Arma la propuesta de novedades del
      *          periodo (RELOJ_NOVEDADES.TXT, pendiente de
      *          aprobacion) y el listado de excepciones para los
      *          supervisores (RELOJ_EXCEPCIONES.TXT: entradas sin
      *          salida, salidas sin entrada, fichadas duplicadas o
      *          invalidas, legajos sin horario). Los supervisores
      *          corrigen las fichadas y vuelven a correr, o corrigen
      *          la cantidad de un renglon de la propuesta o lo
      *          marcan R (rechazado) directamente en el archivo.
      *          Con APROBAR y un operador de nivel supervisor
      *          (firmado con TP02SIGN) los renglones no rechazados
      *          se agregan a NOVEDADES_SUELDO.TXT para CL20LIQ y la
      *          propuesta queda marcada aprobada. La planilla tipeada
      *          desde los listados del reloj queda jubilada.
      *          Los dias cubiertos por una licencia vigente del
      *          registro (LICENCIAS.TXT, de CL20LICEN) no se
      *          proponen como ausencias: CL20LIQ ya los liquida
      *          desde el registro segun el tipo de licencia.
      *          Uso: CL20RELOJ <PERIODO AAAA-MM>
      *               CL20RELOJ <PERIODO AAAA-MM> APROBAR <OPERADOR>
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20RELOJ.
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

       SELECT ENT-FICHADAS
          ASSIGN TO '../FICHADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FICHADAS.

       SELECT ENT-HORARIOS
          ASSIGN TO '../HORARIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HORARIOS.

       SELECT ENT-PROPUESTA
          ASSIGN TO '../RELOJ_NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROPUESTA.

       SELECT SAL-PROPUESTA
          ASSIGN TO '../RELOJ_NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROPUESTA.

       SELECT SAL-EXCEPCIONES
          ASSIGN TO '../RELOJ_EXCEPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EXCEPCIONES.

       SELECT SAL-NOVEDADES
          ASSIGN TO '../NOVEDADES_SUELDO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-NOVEDADES.

       SELECT ENT-LICENCIAS
          ASSIGN TO '../LICENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-LICENCIAS.

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

      * Una fichada por registro, en el orden en que la bajan los
      * relojes
       FD ENT-FICHADAS.
       01 REG-FICHADA.
          05 REG-FIC-LEGAJO                 PIC 9(08).
          05 REG-FIC-FECHA                  PIC X(10).
          05 REG-FIC-HORA.
             10 REG-FIC-HH                  PIC 9(02).
             10 REG-FIC-MM                  PIC 9(02).
          05 REG-FIC-SENTIDO                PIC X(01).
             88 REG-FIC-ENTRADA                 VALUE 'E'.
             88 REG-FIC-SALIDA                  VALUE 'S'.

      * Horario de lunes a viernes de cada sector (HHMM) y los
      * minutos de tolerancia a la entrada
       FD ENT-HORARIOS.
       01 REG-HORARIO.
          05 REG-HOR-SECTOR                 PIC X(10).
          05 REG-HOR-ENTRADA.
             10 REG-HOR-ENTRADA-HH          PIC 9(02).
             10 REG-HOR-ENTRADA-MM          PIC 9(02).
          05 REG-HOR-SALIDA.
             10 REG-HOR-SALIDA-HH           PIC 9(02).
             10 REG-HOR-SALIDA-MM           PIC 9(02).
          05 REG-HOR-TOLERANCIA             PIC 9(02).

      * Propuesta de novedades: los primeros campos son el registro
      * de NOVEDADES_SUELDO.TXT; se agregan el periodo, el estado
      * (P pendiente, R rechazada por el supervisor, A aprobada) y
      * el supervisor que aprobo.
       FD ENT-PROPUESTA.
       01 REG-ENT-PROPUESTA.
          05 REG-EPR-NOVEDAD.
             10 REG-EPR-LEGAJO              PIC 9(08).
             10 REG-EPR-TIPO                PIC X(01).
             10 REG-EPR-CANTIDAD            PIC 9(03).
             10 REG-EPR-IMPORTE             PIC 9(7)V9(2).
          05 REG-EPR-PERIODO                PIC X(07).
          05 REG-EPR-ESTADO                 PIC X(01).
          05 REG-EPR-SUPERVISOR             PIC X(08).

       FD SAL-PROPUESTA.
       01 REG-SAL-PROPUESTA.
          05 REG-SPR-NOVEDAD.
             10 REG-SPR-LEGAJO              PIC 9(08).
             10 REG-SPR-TIPO                PIC X(01).
             10 REG-SPR-CANTIDAD            PIC 9(03).
             10 REG-SPR-IMPORTE             PIC 9(7)V9(2).
          05 REG-SPR-PERIODO                PIC X(07).
          05 REG-SPR-ESTADO                 PIC X(01).
          05 REG-SPR-SUPERVISOR             PIC X(08).

       FD SAL-EXCEPCIONES.
       01 REG-EXCEPCION                     PIC X(80).

       FD SAL-NOVEDADES.
       01 REG-NOVEDAD.
          05 REG-NOV-ID-EMPLEADO            PIC 9(08).
          05 REG-NOV-TIPO                   PIC X(01).
          05 REG-NOV-CANTIDAD               PIC 9(03).
          05 REG-NOV-IMPORTE                PIC 9(7)V9(2).

      * Registro de licencias: hasta en blanco es licencia abierta;
      * estado A vigente, B anulada
       FD ENT-LICENCIAS.
       01 REG-LICENCIA.
          05 REG-LIC-LEGAJO                 PIC 9(08).
          05 REG-LIC-TIPO                   PIC X(04).
          05 REG-LIC-DESDE                  PIC X(10).
          05 REG-LIC-HASTA                  PIC X(10).
          05 REG-LIC-CERTIFICADO            PIC X(01).
          05 REG-LIC-ESTADO                 PIC X(01).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-EOF           VALUE '10'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
          05 FS-ENT-FICHADAS                PIC X(2).
             88 FS-ENT-FICHADAS-OK              VALUE '00'.
             88 FS-ENT-FICHADAS-EOF             VALUE '10'.
             88 FS-ENT-FICHADAS-NFD             VALUE '35'.
          05 FS-ENT-HORARIOS                PIC X(2).
             88 FS-ENT-HORARIOS-OK              VALUE '00'.
             88 FS-ENT-HORARIOS-EOF             VALUE '10'.
             88 FS-ENT-HORARIOS-NFD             VALUE '35'.
          05 FS-ENT-PROPUESTA               PIC X(2).
             88 FS-ENT-PROPUESTA-OK             VALUE '00'.
             88 FS-ENT-PROPUESTA-EOF            VALUE '10'.
             88 FS-ENT-PROPUESTA-NFD            VALUE '35'.
          05 FS-SAL-PROPUESTA               PIC X(2).
             88 FS-SAL-PROPUESTA-OK             VALUE '00'.
          05 FS-SAL-EXCEPCIONES             PIC X(2).
             88 FS-SAL-EXCEPCIONES-OK           VALUE '00'.
          05 FS-SAL-NOVEDADES               PIC X(2).
             88 FS-SAL-NOVEDADES-OK             VALUE '00'.
             88 FS-SAL-NOVEDADES-NFD            VALUE '35'.
          05 FS-ENT-LICENCIAS               PIC X(2).
             88 FS-ENT-LICENCIAS-OK             VALUE '00'.
             88 FS-ENT-LICENCIAS-EOF            VALUE '10'.
             88 FS-ENT-LICENCIAS-NFD            VALUE '35'.

      * Parametros: periodo y, para la aprobacion, el supervisor
       01 WS-LINEA-COMANDO          PIC X(40) VALUE SPACES.
       01 WS-PARM-PERIODO           PIC X(07) VALUE SPACES.
       01 WS-PARM-ACCION            PIC X(08) VALUE SPACES.
          88 WS-ACCION-PROCESAR        VALUE SPACES.
          88 WS-ACCION-APROBAR         VALUE 'APROBAR'.
       01 WS-PARM-OPERADOR          PIC X(08) VALUE SPACES.

      * Aritmetica de fechas via CLFECHAS
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Firma del supervisor que aprueba via TP02SIGN (lote interno:
      * clave en blanco, pero el nivel tiene que alcanzar)
       01 WS-SIGNON.
           COPY SIGNON.

      * Switches de fin de archivo
       01 WS-FICHADAS-EOF           PIC X(5) VALUE 'FALSE'.
          88 WS-FICHADAS-EOF-YES       VALUE 'TRUE'.
          88 WS-FICHADAS-EOF-NO        VALUE 'FALSE'.
       01 WS-HORARIOS-EOF           PIC X(5) VALUE 'FALSE'.
          88 WS-HORARIOS-EOF-YES       VALUE 'TRUE'.
          88 WS-HORARIOS-EOF-NO        VALUE 'FALSE'.
       01 WS-EMPLEADOS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-EMPLEADOS-EOF-YES      VALUE 'TRUE'.
          88 WS-EMPLEADOS-EOF-NO       VALUE 'FALSE'.
       01 WS-PROPUESTA-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-PROPUESTA-EOF-YES      VALUE 'TRUE'.
          88 WS-PROPUESTA-EOF-NO       VALUE 'FALSE'.
       01 WS-LICENCIAS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-LICENCIAS-EOF-YES      VALUE 'TRUE'.
          88 WS-LICENCIAS-EOF-NO       VALUE 'FALSE'.

      * Dias del periodo: fecha armada, habiles segun CLFECHAS y
      * ultimo dia con fichadas (corte para contar ausencias)
       01 WS-FECHA-DIA.
          05 WS-FECHA-DIA-PERIODO   PIC X(07).
          05 FILLER                 PIC X(01) VALUE '-'.
          05 WS-FECHA-DIA-DD        PIC 9(02).
       77 WS-DIA                    PIC 9(02) VALUE 0.
       01 WS-HABILES-MES            PIC X(31) VALUE SPACES.
       01 WS-FECHA-CORTE            PIC X(10) VALUE SPACES.

      * Horarios por sector, en minutos desde la medianoche
       77 WS-INDICE-HOR             PIC 9(02) VALUE 1.
       77 WS-CANT-HORARIOS          PIC 9(02) VALUE 0.
       77 WS-FILA-HOR               PIC 9(02) VALUE 0.
       01 WS-TABLA-HORARIOS.
          05 WS-HOR-ITEM OCCURS 50 TIMES.
             10 WS-HOR-SECTOR              PIC X(10).
             10 WS-HOR-ENTRADA             PIC 9(04).
             10 WS-HOR-SALIDA              PIC 9(04).
             10 WS-HOR-TOLERANCIA          PIC 9(02).

      * Legajos activos con su horario, los dias fichados del mes
      * (una X en la posicion del dia), los dias de licencia (una L)
      * y lo acumulado
       77 WS-INDICE-EMP             PIC 9(04) VALUE 1.
       77 WS-CANT-EMPLEADOS         PIC 9(04) VALUE 0.
       77 WS-FILA-EMP               PIC 9(04) VALUE 0.
       01 WS-TABLA-EMPLEADOS.
          05 WS-EMP-ITEM OCCURS 1000 TIMES.
             10 WS-EMP-LEGAJO              PIC 9(08).
             10 WS-EMP-INGRESO             PIC X(10).
             10 WS-EMP-FILA-HOR            PIC 9(02).
             10 WS-EMP-DIAS-FICHADOS       PIC X(31).
             10 WS-EMP-DIAS-LICENCIA       PIC X(31).
             10 WS-EMP-MIN-TARDE           PIC 9(05).
             10 WS-EMP-MIN-50              PIC 9(05).
             10 WS-EMP-MIN-100             PIC 9(05).
             10 WS-EMP-DIAS-AUSENTE        PIC 9(02).

      * Fichadas del periodo agrupadas por legajo y dia
       77 WS-INDICE-DIA             PIC 9(04) VALUE 1.
       77 WS-CANT-DIAS              PIC 9(04) VALUE 0.
       77 WS-FILA-DIA               PIC 9(04) VALUE 0.
       01 WS-TABLA-DIAS.
          05 WS-DIA-ITEM OCCURS 5000 TIMES.
             10 WS-DIA-LEGAJO              PIC 9(08).
             10 WS-DIA-FECHA               PIC X(10).
             10 WS-DIA-FILA-EMP            PIC 9(04).
             10 WS-DIA-ENTRADA             PIC 9(04).
             10 WS-DIA-SALIDA              PIC 9(04).
             10 WS-DIA-CANT-ENTRADAS       PIC 9(02).
             10 WS-DIA-CANT-SALIDAS        PIC 9(02).

      * Propuesta en memoria para la aprobacion
       77 WS-INDICE-PRO             PIC 9(04) VALUE 1.
       77 WS-CANT-PROPUESTA         PIC 9(04) VALUE 0.
       01 WS-TABLA-PROPUESTA.
          05 WS-PRO-ITEM OCCURS 4000 TIMES.
             10 WS-PRO-LEGAJO              PIC 9(08).
             10 WS-PRO-TIPO                PIC X(01).
             10 WS-PRO-CANTIDAD            PIC 9(03).
             10 WS-PRO-IMPORTE             PIC 9(7)V9(2).
             10 WS-PRO-PERIODO             PIC X(07).
             10 WS-PRO-ESTADO              PIC X(01).
             10 WS-PRO-SUPERVISOR          PIC X(08).

      * Auxiliares de calculo
       77 WS-MINUTOS                PIC 9(04) VALUE 0.
       77 WS-LIMITE                 PIC 9(04) VALUE 0.
       77 WS-HORAS                  PIC 9(03) VALUE 0.
       01 WS-HORA-TEXTO.
          05 WS-HORA-HH             PIC 9(02).
          05 FILLER                 PIC X(01) VALUE ':'.
          05 WS-HORA-MM             PIC 9(02).

      * Listado de excepciones
       01 WS-EXC-TITULO.
          05 FILLER                 PIC X(34)
             VALUE 'EXCEPCIONES DEL RELOJ DEL PERIODO '.
          05 WS-EXC-TIT-PERIODO     PIC X(07).
          05 FILLER                 PIC X(39) VALUE SPACES.
       01 WS-EXC-COLUMNAS.
          05 FILLER                 PIC X(40)
             VALUE 'LEGAJO    FECHA       HORA   MOTIVO'.
          05 FILLER                 PIC X(40) VALUE SPACES.
       01 WS-EXC-LINEA.
          05 WS-EXC-LEGAJO          PIC 9(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXC-FECHA           PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXC-HORA            PIC X(05).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-EXC-MOTIVO          PIC X(40).
          05 FILLER                 PIC X(11) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-FICHADAS       PIC 9(05) VALUE 0.
          05 WS-CANT-FUERA-PERIODO  PIC 9(05) VALUE 0.
          05 WS-CANT-EXCEPCIONES    PIC 9(05) VALUE 0.
          05 WS-CANT-RENGLONES      PIC 9(05) VALUE 0.
          05 WS-CANT-APROBADOS      PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADOS     PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ACCION-APROBAR
              PERFORM 4000-APROBAR-PROPUESTA
                 THRU 4000-APROBAR-PROPUESTA-FIN
           ELSE
              PERFORM 2000-PROCESAR-RELOJ
                 THRU 2000-PROCESAR-RELOJ-FIN
              PERFORM 3000-FINALIZAR
                 THRU 3000-FINALIZAR-FIN
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-PERIODO WS-PARM-ACCION WS-PARM-OPERADOR.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE WS-PARM-PERIODO TO LK-FEC-FECHA-1(1:7).
           MOVE '-01' TO LK-FEC-FECHA-1(8:3).
           CALL 'CLFECHAS' USING WS-FECHAS.

           IF NOT LK-FEC-RETORNO-OK
              OR NOT (WS-ACCION-PROCESAR OR WS-ACCION-APROBAR)
              OR (WS-ACCION-APROBAR AND WS-PARM-OPERADOR EQUAL SPACES)
              DISPLAY 'USO: CL20RELOJ <PERIODO AAAA-MM> '
                 '[APROBAR <OPERADOR>]'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Una propuesta ya aprobada del mismo periodo no se regenera:
      * sus novedades ya estan en NOVEDADES_SUELDO.TXT.
       1100-CONTROLAR-PROPUESTA.
           OPEN INPUT ENT-PROPUESTA.
           IF NOT FS-ENT-PROPUESTA-OK
              GO TO 1100-CONTROLAR-PROPUESTA-FIN
           END-IF.
           PERFORM 1110-LEER-PROPUESTA
              THRU 1110-LEER-PROPUESTA-FIN
              UNTIL WS-PROPUESTA-EOF-YES.
           CLOSE ENT-PROPUESTA.

       1100-CONTROLAR-PROPUESTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-PROPUESTA.
           READ ENT-PROPUESTA
               AT END
                   SET WS-PROPUESTA-EOF-YES TO TRUE
                   GO TO 1110-LEER-PROPUESTA-FIN
           END-READ.
           IF REG-EPR-PERIODO EQUAL WS-PARM-PERIODO
              AND REG-EPR-ESTADO EQUAL 'A'
              DISPLAY 'LA PROPUESTA DEL PERIODO ' WS-PARM-PERIODO
                 ' YA FUE APROBADA POR ' REG-EPR-SUPERVISOR
              CLOSE ENT-PROPUESTA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1110-LEER-PROPUESTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-HORARIOS.
      * Sin horarios no hay contra que medir las fichadas.
           OPEN INPUT ENT-HORARIOS.
           IF NOT FS-ENT-HORARIOS-OK
              DISPLAY 'NO SE PUDO ABRIR HORARIOS.TXT: ' FS-ENT-HORARIOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1210-LEER-HORARIO
              THRU 1210-LEER-HORARIO-FIN
              UNTIL WS-HORARIOS-EOF-YES.
           CLOSE ENT-HORARIOS.

       1200-CARGAR-HORARIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-HORARIO.
           READ ENT-HORARIOS
               AT END
                   SET WS-HORARIOS-EOF-YES TO TRUE
                   GO TO 1210-LEER-HORARIO-FIN
           END-READ.
           IF REG-HOR-ENTRADA IS NOT NUMERIC
              OR REG-HOR-SALIDA IS NOT NUMERIC
              OR REG-HOR-TOLERANCIA IS NOT NUMERIC
              OR REG-HOR-SALIDA NOT GREATER THAN REG-HOR-ENTRADA
              DISPLAY 'HORARIO INVALIDO PARA EL SECTOR '
                 REG-HOR-SECTOR ': SE IGNORA'
              GO TO 1210-LEER-HORARIO-FIN
           END-IF.
           IF WS-CANT-HORARIOS NOT LESS THAN 50
              GO TO 1210-LEER-HORARIO-FIN
           END-IF.

           ADD 1 TO WS-CANT-HORARIOS.
           MOVE REG-HOR-SECTOR TO WS-HOR-SECTOR(WS-CANT-HORARIOS).
           COMPUTE WS-HOR-ENTRADA(WS-CANT-HORARIOS) =
              REG-HOR-ENTRADA-HH * 60 + REG-HOR-ENTRADA-MM.
           COMPUTE WS-HOR-SALIDA(WS-CANT-HORARIOS) =
              REG-HOR-SALIDA-HH * 60 + REG-HOR-SALIDA-MM.
           MOVE REG-HOR-TOLERANCIA
             TO WS-HOR-TOLERANCIA(WS-CANT-HORARIOS).

       1210-LEER-HORARIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-EMPLEADOS.
           OPEN INPUT EMPLEADOS.
           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO EMP-ID-EMPLEADO.
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL
              TO EMP-ID-EMPLEADO.
           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'ERROR AL POSICIONAR EL MAESTRO: ' FS-EMPLEADOS
              SET WS-EMPLEADOS-EOF-YES TO TRUE
           END-IF.
           PERFORM 1310-LEER-EMPLEADO
              THRU 1310-LEER-EMPLEADO-FIN
              UNTIL WS-EMPLEADOS-EOF-YES.
           CLOSE EMPLEADOS.

       1300-CARGAR-EMPLEADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-EMPLEADO.
           READ EMPLEADOS NEXT RECORD.
           EVALUATE TRUE
               WHEN FS-EMPLEADOS-FILE-OK
                   CONTINUE
               WHEN FS-EMPLEADOS-FILE-EOF
                   SET WS-EMPLEADOS-EOF-YES TO TRUE
                   GO TO 1310-LEER-EMPLEADO-FIN
               WHEN OTHER
                   DISPLAY 'ERROR AL RECORRER EL MAESTRO: '
                      FS-EMPLEADOS
                   SET WS-EMPLEADOS-EOF-YES TO TRUE
                   GO TO 1310-LEER-EMPLEADO-FIN
           END-EVALUATE.
           IF NOT EMP-ACTIVO
              OR WS-CANT-EMPLEADOS NOT LESS THAN 1000
              GO TO 1310-LEER-EMPLEADO-FIN
           END-IF.

           ADD 1 TO WS-CANT-EMPLEADOS.
           INITIALIZE WS-EMP-ITEM(WS-CANT-EMPLEADOS).
           MOVE EMP-ID-EMPLEADO TO WS-EMP-LEGAJO(WS-CANT-EMPLEADOS).
           MOVE EMP-FECHA-INGRESO
             TO WS-EMP-INGRESO(WS-CANT-EMPLEADOS).

           MOVE 0 TO WS-FILA-HOR.
           PERFORM 1320-BUSCAR-HORARIO
              THRU 1320-BUSCAR-HORARIO-FIN
              VARYING WS-INDICE-HOR FROM 1 BY 1
              UNTIL WS-INDICE-HOR GREATER THAN WS-CANT-HORARIOS.
           MOVE WS-FILA-HOR TO WS-EMP-FILA-HOR(WS-CANT-EMPLEADOS).

       1310-LEER-EMPLEADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1320-BUSCAR-HORARIO.
           IF EMP-SECTOR EQUAL WS-HOR-SECTOR(WS-INDICE-HOR)
              MOVE WS-INDICE-HOR TO WS-FILA-HOR
           END-IF.

       1320-BUSCAR-HORARIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Marca los dias habiles del periodo (H de CLFECHAS deja igual
      * una fecha habil y corre los fines de semana y feriados).
       1400-MARCAR-HABILES.
           MOVE WS-PARM-PERIODO TO WS-FECHA-DIA-PERIODO.
           PERFORM 1410-MARCAR-DIA
              THRU 1410-MARCAR-DIA-FIN
              VARYING WS-DIA FROM 1 BY 1
              UNTIL WS-DIA GREATER THAN 31.

       1400-MARCAR-HABILES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1410-MARCAR-DIA.
           MOVE WS-DIA TO WS-FECHA-DIA-DD.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIA-HABIL TO TRUE.
           MOVE WS-FECHA-DIA TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF LK-FEC-RETORNO-OK
              AND LK-FEC-RESULTADO EQUAL WS-FECHA-DIA
              MOVE 'H' TO WS-HABILES-MES(WS-DIA:1)
           END-IF.

       1410-MARCAR-DIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Sin registro de licencias todo dia habil sin fichadas se
      * propone como ausencia.
       1500-CARGAR-LICENCIAS.
           OPEN INPUT ENT-LICENCIAS.
           EVALUATE TRUE
               WHEN FS-ENT-LICENCIAS-OK
                   PERFORM 1510-LEER-LICENCIA
                      THRU 1510-LEER-LICENCIA-FIN
                      UNTIL WS-LICENCIAS-EOF-YES
                   CLOSE ENT-LICENCIAS
               WHEN FS-ENT-LICENCIAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LICENCIAS.TXT: '
                      FS-ENT-LICENCIAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1500-CARGAR-LICENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Licencia vigente que toca el periodo, de un legajo medido:
      * se marcan sus dias del mes.
       1510-LEER-LICENCIA.
           READ ENT-LICENCIAS
               AT END
                   SET WS-LICENCIAS-EOF-YES TO TRUE
                   GO TO 1510-LEER-LICENCIA-FIN
           END-READ.
           IF REG-LIC-ESTADO NOT EQUAL 'A'
              OR REG-LIC-DESDE(1:7) GREATER THAN WS-PARM-PERIODO
              GO TO 1510-LEER-LICENCIA-FIN
           END-IF.
           IF REG-LIC-HASTA NOT EQUAL SPACES
              AND REG-LIC-HASTA(1:7) LESS THAN WS-PARM-PERIODO
              GO TO 1510-LEER-LICENCIA-FIN
           END-IF.

           MOVE 0 TO WS-FILA-EMP.
           PERFORM 1520-BUSCAR-EMPLEADO
              THRU 1520-BUSCAR-EMPLEADO-FIN
              VARYING WS-INDICE-EMP FROM 1 BY 1
              UNTIL WS-INDICE-EMP GREATER THAN WS-CANT-EMPLEADOS
                 OR WS-FILA-EMP GREATER THAN 0.
           IF WS-FILA-EMP EQUAL 0
              GO TO 1510-LEER-LICENCIA-FIN
           END-IF.

           MOVE WS-PARM-PERIODO TO WS-FECHA-DIA-PERIODO.
           PERFORM 1530-MARCAR-DIA-LICENCIA
              THRU 1530-MARCAR-DIA-LICENCIA-FIN
              VARYING WS-DIA FROM 1 BY 1
              UNTIL WS-DIA GREATER THAN 31.

       1510-LEER-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1520-BUSCAR-EMPLEADO.
           IF REG-LIC-LEGAJO EQUAL WS-EMP-LEGAJO(WS-INDICE-EMP)
              MOVE WS-INDICE-EMP TO WS-FILA-EMP
           END-IF.

       1520-BUSCAR-EMPLEADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1530-MARCAR-DIA-LICENCIA.
           MOVE WS-DIA TO WS-FECHA-DIA-DD.
           IF WS-FECHA-DIA LESS THAN REG-LIC-DESDE
              GO TO 1530-MARCAR-DIA-LICENCIA-FIN
           END-IF.
           IF REG-LIC-HASTA NOT EQUAL SPACES
              AND WS-FECHA-DIA GREATER THAN REG-LIC-HASTA
              GO TO 1530-MARCAR-DIA-LICENCIA-FIN
           END-IF.
           MOVE 'L' TO WS-EMP-DIAS-LICENCIA(WS-FILA-EMP)(WS-DIA:1).

       1530-MARCAR-DIA-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-RELOJ.
           PERFORM 1100-CONTROLAR-PROPUESTA
              THRU 1100-CONTROLAR-PROPUESTA-FIN.
           PERFORM 1200-CARGAR-HORARIOS
              THRU 1200-CARGAR-HORARIOS-FIN.
           PERFORM 1300-CARGAR-EMPLEADOS
              THRU 1300-CARGAR-EMPLEADOS-FIN.
           PERFORM 1400-MARCAR-HABILES
              THRU 1400-MARCAR-HABILES-FIN.
           PERFORM 1500-CARGAR-LICENCIAS
              THRU 1500-CARGAR-LICENCIAS-FIN.

           OPEN INPUT ENT-FICHADAS.
           IF NOT FS-ENT-FICHADAS-OK
              DISPLAY 'NO SE PUDO ABRIR FICHADAS.TXT: ' FS-ENT-FICHADAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SAL-EXCEPCIONES.
           IF NOT FS-SAL-EXCEPCIONES-OK
              DISPLAY 'ERROR AL ABRIR RELOJ_EXCEPCIONES.TXT'
              STOP RUN
           END-IF.
           MOVE WS-PARM-PERIODO TO WS-EXC-TIT-PERIODO.
           WRITE REG-EXCEPCION FROM WS-EXC-TITULO.
           WRITE REG-EXCEPCION FROM WS-EXC-COLUMNAS.

           PERFORM 2100-LEER-FICHADA
              THRU 2100-LEER-FICHADA-FIN
              UNTIL WS-FICHADAS-EOF-YES.
           CLOSE ENT-FICHADAS.

           PERFORM 2300-EVALUAR-DIA
              THRU 2300-EVALUAR-DIA-FIN
              VARYING WS-INDICE-DIA FROM 1 BY 1
              UNTIL WS-INDICE-DIA GREATER THAN WS-CANT-DIAS.

           PERFORM 2400-CONTAR-AUSENCIAS
              THRU 2400-CONTAR-AUSENCIAS-FIN
              VARYING WS-INDICE-EMP FROM 1 BY 1
              UNTIL WS-INDICE-EMP GREATER THAN WS-CANT-EMPLEADOS.

           OPEN OUTPUT SAL-PROPUESTA.
           IF NOT FS-SAL-PROPUESTA-OK
              DISPLAY 'ERROR AL ABRIR RELOJ_NOVEDADES.TXT'
              STOP RUN
           END-IF.
           PERFORM 2500-GRABAR-PROPUESTA
              THRU 2500-GRABAR-PROPUESTA-FIN
              VARYING WS-INDICE-EMP FROM 1 BY 1
              UNTIL WS-INDICE-EMP GREATER THAN WS-CANT-EMPLEADOS.

       2000-PROCESAR-RELOJ-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cada fichada valida del periodo se anota en el dia del
      * legajo; las invalidas van derecho a excepciones.
       2100-LEER-FICHADA.
           READ ENT-FICHADAS
               AT END
                   SET WS-FICHADAS-EOF-YES TO TRUE
                   GO TO 2100-LEER-FICHADA-FIN
           END-READ.
           IF REG-FIC-FECHA(1:7) NOT EQUAL WS-PARM-PERIODO
              ADD 1 TO WS-CANT-FUERA-PERIODO
              GO TO 2100-LEER-FICHADA-FIN
           END-IF.
           ADD 1 TO WS-CANT-FICHADAS.

           MOVE REG-FIC-LEGAJO TO WS-EXC-LEGAJO.
           MOVE REG-FIC-FECHA  TO WS-EXC-FECHA.
           MOVE SPACES TO WS-EXC-HORA.
           IF REG-FIC-HORA IS NUMERIC
              MOVE REG-FIC-HH TO WS-HORA-HH
              MOVE REG-FIC-MM TO WS-HORA-MM
              MOVE WS-HORA-TEXTO TO WS-EXC-HORA
           END-IF.

           IF REG-FIC-HORA IS NOT NUMERIC
              OR REG-FIC-HH GREATER THAN 23
              OR REG-FIC-MM GREATER THAN 59
              OR NOT (REG-FIC-ENTRADA OR REG-FIC-SALIDA)
              OR REG-FIC-FECHA(9:2) IS NOT NUMERIC
              MOVE 'FICHADA INVALIDA (HORA, FECHA O SENTIDO)'
                TO WS-EXC-MOTIVO
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-FIN
              GO TO 2100-LEER-FICHADA-FIN
           END-IF.

           MOVE 0 TO WS-FILA-EMP.
           PERFORM 2110-BUSCAR-EMPLEADO
              THRU 2110-BUSCAR-EMPLEADO-FIN
              VARYING WS-INDICE-EMP FROM 1 BY 1
              UNTIL WS-INDICE-EMP GREATER THAN WS-CANT-EMPLEADOS.
           IF WS-FILA-EMP EQUAL 0
              MOVE 'LEGAJO INEXISTENTE O DE BAJA' TO WS-EXC-MOTIVO
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-FIN
              GO TO 2100-LEER-FICHADA-FIN
           END-IF.

           PERFORM 2200-ANOTAR-FICHADA
              THRU 2200-ANOTAR-FICHADA-FIN.

       2100-LEER-FICHADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-BUSCAR-EMPLEADO.
           IF REG-FIC-LEGAJO EQUAL WS-EMP-LEGAJO(WS-INDICE-EMP)
              MOVE WS-INDICE-EMP TO WS-FILA-EMP
           END-IF.

       2110-BUSCAR-EMPLEADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-ANOTAR-FICHADA.
           MOVE 0 TO WS-FILA-DIA.
           PERFORM 2210-BUSCAR-DIA
              THRU 2210-BUSCAR-DIA-FIN
              VARYING WS-INDICE-DIA FROM 1 BY 1
              UNTIL WS-INDICE-DIA GREATER THAN WS-CANT-DIAS.
           IF WS-FILA-DIA EQUAL 0
              IF WS-CANT-DIAS NOT LESS THAN 5000
                 MOVE 'TABLA DE DIAS LLENA: FICHADA SIN PROCESAR'
                   TO WS-EXC-MOTIVO
                 PERFORM 2900-GRABAR-EXCEPCION
                    THRU 2900-GRABAR-EXCEPCION-FIN
                 GO TO 2200-ANOTAR-FICHADA-FIN
              END-IF
              ADD 1 TO WS-CANT-DIAS
              MOVE WS-CANT-DIAS TO WS-FILA-DIA
              INITIALIZE WS-DIA-ITEM(WS-FILA-DIA)
              MOVE REG-FIC-LEGAJO TO WS-DIA-LEGAJO(WS-FILA-DIA)
              MOVE REG-FIC-FECHA  TO WS-DIA-FECHA(WS-FILA-DIA)
              MOVE WS-FILA-EMP    TO WS-DIA-FILA-EMP(WS-FILA-DIA)
              MOVE REG-FIC-FECHA(9:2) TO WS-DIA
              IF WS-DIA GREATER THAN 0 AND WS-DIA NOT GREATER THAN 31
                 MOVE 'X' TO WS-EMP-DIAS-FICHADOS(WS-FILA-EMP)(WS-DIA:1)
              END-IF
           END-IF.

      * Primera entrada y ultima salida del dia; las cantidades
      * delatan las fichadas sin pareja o repetidas.
           COMPUTE WS-MINUTOS = REG-FIC-HH * 60 + REG-FIC-MM.
           IF REG-FIC-ENTRADA
              IF WS-DIA-CANT-ENTRADAS(WS-FILA-DIA) EQUAL 0
                 OR WS-MINUTOS LESS THAN WS-DIA-ENTRADA(WS-FILA-DIA)
                 MOVE WS-MINUTOS TO WS-DIA-ENTRADA(WS-FILA-DIA)
              END-IF
              ADD 1 TO WS-DIA-CANT-ENTRADAS(WS-FILA-DIA)
           ELSE
              IF WS-MINUTOS GREATER THAN WS-DIA-SALIDA(WS-FILA-DIA)
                 MOVE WS-MINUTOS TO WS-DIA-SALIDA(WS-FILA-DIA)
              END-IF
              ADD 1 TO WS-DIA-CANT-SALIDAS(WS-FILA-DIA)
           END-IF.

           IF REG-FIC-FECHA GREATER THAN WS-FECHA-CORTE
              MOVE REG-FIC-FECHA TO WS-FECHA-CORTE
           END-IF.

       2200-ANOTAR-FICHADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-BUSCAR-DIA.
           IF REG-FIC-LEGAJO EQUAL WS-DIA-LEGAJO(WS-INDICE-DIA)
              AND REG-FIC-FECHA EQUAL WS-DIA-FECHA(WS-INDICE-DIA)
              MOVE WS-INDICE-DIA TO WS-FILA-DIA
           END-IF.

       2210-BUSCAR-DIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Un dia con una entrada y una salida se mide contra el
      * horario del sector; cualquier otra combinacion queda para
      * que el supervisor la resuelva.
       2300-EVALUAR-DIA.
           MOVE WS-DIA-LEGAJO(WS-INDICE-DIA) TO WS-EXC-LEGAJO.
           MOVE WS-DIA-FECHA(WS-INDICE-DIA)  TO WS-EXC-FECHA.
           MOVE SPACES TO WS-EXC-HORA.
           EVALUATE TRUE
               WHEN WS-DIA-CANT-ENTRADAS(WS-INDICE-DIA) GREATER THAN 1
                 OR WS-DIA-CANT-SALIDAS(WS-INDICE-DIA) GREATER THAN 1
                   MOVE 'FICHADAS REPETIDAS EN EL DIA'
                     TO WS-EXC-MOTIVO
               WHEN WS-DIA-CANT-SALIDAS(WS-INDICE-DIA) EQUAL 0
                   MOVE WS-DIA-ENTRADA(WS-INDICE-DIA) TO WS-MINUTOS
                   PERFORM 2950-FORMATEAR-HORA
                      THRU 2950-FORMATEAR-HORA-FIN
                   MOVE 'ENTRADA SIN SALIDA' TO WS-EXC-MOTIVO
               WHEN WS-DIA-CANT-ENTRADAS(WS-INDICE-DIA) EQUAL 0
                   MOVE WS-DIA-SALIDA(WS-INDICE-DIA) TO WS-MINUTOS
                   PERFORM 2950-FORMATEAR-HORA
                      THRU 2950-FORMATEAR-HORA-FIN
                   MOVE 'SALIDA SIN ENTRADA' TO WS-EXC-MOTIVO
               WHEN WS-DIA-SALIDA(WS-INDICE-DIA) NOT GREATER THAN
                    WS-DIA-ENTRADA(WS-INDICE-DIA)
                   MOVE WS-DIA-SALIDA(WS-INDICE-DIA) TO WS-MINUTOS
                   PERFORM 2950-FORMATEAR-HORA
                      THRU 2950-FORMATEAR-HORA-FIN
                   MOVE 'SALIDA ANTERIOR A LA ENTRADA' TO WS-EXC-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-MOTIVO
           END-EVALUATE.
           IF WS-EXC-MOTIVO NOT EQUAL SPACES
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-FIN
              GO TO 2300-EVALUAR-DIA-FIN
           END-IF.

           MOVE WS-DIA-FILA-EMP(WS-INDICE-DIA) TO WS-FILA-EMP.
           MOVE WS-EMP-FILA-HOR(WS-FILA-EMP) TO WS-FILA-HOR.
           IF WS-FILA-HOR EQUAL 0
              GO TO 2300-EVALUAR-DIA-FIN
           END-IF.

      * Sabado, domingo o feriado: todo lo trabajado va al 100%.
           MOVE WS-DIA-FECHA(WS-INDICE-DIA)(9:2) TO WS-DIA.
           IF WS-HABILES-MES(WS-DIA:1) NOT EQUAL 'H'
              COMPUTE WS-EMP-MIN-100(WS-FILA-EMP) =
                 WS-EMP-MIN-100(WS-FILA-EMP)
                 + WS-DIA-SALIDA(WS-INDICE-DIA)
                 - WS-DIA-ENTRADA(WS-INDICE-DIA)
              GO TO 2300-EVALUAR-DIA-FIN
           END-IF.

      * Dia habil: pasada la tolerancia se cuenta la llegada tarde
      * entera; lo trabajado despues de la salida es extra al 50%.
           COMPUTE WS-LIMITE = WS-HOR-ENTRADA(WS-FILA-HOR)
              + WS-HOR-TOLERANCIA(WS-FILA-HOR).
           IF WS-DIA-ENTRADA(WS-INDICE-DIA) GREATER THAN WS-LIMITE
              COMPUTE WS-EMP-MIN-TARDE(WS-FILA-EMP) =
                 WS-EMP-MIN-TARDE(WS-FILA-EMP)
                 + WS-DIA-ENTRADA(WS-INDICE-DIA)
                 - WS-HOR-ENTRADA(WS-FILA-HOR)
           END-IF.
           IF WS-DIA-SALIDA(WS-INDICE-DIA) GREATER THAN
                 WS-HOR-SALIDA(WS-FILA-HOR)
              COMPUTE WS-EMP-MIN-50(WS-FILA-EMP) =
                 WS-EMP-MIN-50(WS-FILA-EMP)
                 + WS-DIA-SALIDA(WS-INDICE-DIA)
                 - WS-HOR-SALIDA(WS-FILA-HOR)
           END-IF.

       2300-EVALUAR-DIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Ausencia: dia habil del periodo, desde el ingreso y hasta la
      * ultima fecha fichada, sin ninguna fichada del legajo ni
      * licencia registrada.
       2400-CONTAR-AUSENCIAS.
           IF WS-EMP-FILA-HOR(WS-INDICE-EMP) EQUAL 0
              MOVE WS-EMP-LEGAJO(WS-INDICE-EMP) TO WS-EXC-LEGAJO
              MOVE SPACES TO WS-EXC-FECHA
              MOVE SPACES TO WS-EXC-HORA
              MOVE 'SECTOR SIN HORARIO: NO SE MIDE EL RELOJ'
                TO WS-EXC-MOTIVO
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-FIN
              GO TO 2400-CONTAR-AUSENCIAS-FIN
           END-IF.

           MOVE WS-PARM-PERIODO TO WS-FECHA-DIA-PERIODO.
           PERFORM 2410-CONTROLAR-DIA
              THRU 2410-CONTROLAR-DIA-FIN
              VARYING WS-DIA FROM 1 BY 1
              UNTIL WS-DIA GREATER THAN 31.

       2400-CONTAR-AUSENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-CONTROLAR-DIA.
           MOVE WS-DIA TO WS-FECHA-DIA-DD.
           IF WS-HABILES-MES(WS-DIA:1) NOT EQUAL 'H'
              OR WS-FECHA-DIA GREATER THAN WS-FECHA-CORTE
              OR WS-FECHA-DIA LESS THAN WS-EMP-INGRESO(WS-INDICE-EMP)
              OR WS-EMP-DIAS-LICENCIA(WS-INDICE-EMP)(WS-DIA:1)
                 EQUAL 'L'
              GO TO 2410-CONTROLAR-DIA-FIN
           END-IF.
           IF WS-EMP-DIAS-FICHADOS(WS-INDICE-EMP)(WS-DIA:1)
                 NOT EQUAL 'X'
              ADD 1 TO WS-EMP-DIAS-AUSENTE(WS-INDICE-EMP)
           END-IF.

       2410-CONTROLAR-DIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Renglones de la propuesta del legajo: ausencias en dias,
      * llegadas tarde en minutos y extras en horas enteras (tipos
      * A, T, M y D de NOVEDADES_SUELDO.TXT).
       2500-GRABAR-PROPUESTA.
           MOVE WS-EMP-LEGAJO(WS-INDICE-EMP) TO REG-SPR-LEGAJO.
           MOVE 0 TO REG-SPR-IMPORTE.
           MOVE WS-PARM-PERIODO TO REG-SPR-PERIODO.
           MOVE 'P' TO REG-SPR-ESTADO.
           MOVE SPACES TO REG-SPR-SUPERVISOR.

           IF WS-EMP-DIAS-AUSENTE(WS-INDICE-EMP) GREATER THAN 0
              MOVE 'A' TO REG-SPR-TIPO
              MOVE WS-EMP-DIAS-AUSENTE(WS-INDICE-EMP)
                TO REG-SPR-CANTIDAD
              PERFORM 2510-GRABAR-RENGLON
                 THRU 2510-GRABAR-RENGLON-FIN
           END-IF.

           IF WS-EMP-MIN-TARDE(WS-INDICE-EMP) GREATER THAN 999
              MOVE WS-EMP-LEGAJO(WS-INDICE-EMP) TO WS-EXC-LEGAJO
              MOVE SPACES TO WS-EXC-FECHA
              MOVE SPACES TO WS-EXC-HORA
              MOVE 'MAS DE 999 MINUTOS TARDE: REVISAR'
                TO WS-EXC-MOTIVO
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-FIN
              MOVE 999 TO WS-EMP-MIN-TARDE(WS-INDICE-EMP)
           END-IF.
           IF WS-EMP-MIN-TARDE(WS-INDICE-EMP) GREATER THAN 0
              MOVE 'T' TO REG-SPR-TIPO
              MOVE WS-EMP-MIN-TARDE(WS-INDICE-EMP) TO REG-SPR-CANTIDAD
              PERFORM 2510-GRABAR-RENGLON
                 THRU 2510-GRABAR-RENGLON-FIN
           END-IF.

           DIVIDE WS-EMP-MIN-50(WS-INDICE-EMP) BY 60
              GIVING WS-HORAS.
           IF WS-HORAS GREATER THAN 0
              MOVE 'M' TO REG-SPR-TIPO
              MOVE WS-HORAS TO REG-SPR-CANTIDAD
              PERFORM 2510-GRABAR-RENGLON
                 THRU 2510-GRABAR-RENGLON-FIN
           END-IF.

           DIVIDE WS-EMP-MIN-100(WS-INDICE-EMP) BY 60
              GIVING WS-HORAS.
           IF WS-HORAS GREATER THAN 0
              MOVE 'D' TO REG-SPR-TIPO
              MOVE WS-HORAS TO REG-SPR-CANTIDAD
              PERFORM 2510-GRABAR-RENGLON
                 THRU 2510-GRABAR-RENGLON-FIN
           END-IF.

       2500-GRABAR-PROPUESTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-GRABAR-RENGLON.
           WRITE REG-SAL-PROPUESTA.
           IF NOT FS-SAL-PROPUESTA-OK
              DISPLAY 'ERROR AL GRABAR RELOJ_NOVEDADES.TXT: '
                 FS-SAL-PROPUESTA
           END-IF.
           ADD 1 TO WS-CANT-RENGLONES.

       2510-GRABAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2900-GRABAR-EXCEPCION.
           WRITE REG-EXCEPCION FROM WS-EXC-LINEA.
           ADD 1 TO WS-CANT-EXCEPCIONES.

       2900-GRABAR-EXCEPCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2950-FORMATEAR-HORA.
           DIVIDE WS-MINUTOS BY 60
              GIVING WS-HORA-HH
              REMAINDER WS-HORA-MM.
           MOVE WS-HORA-TEXTO TO WS-EXC-HORA.

       2950-FORMATEAR-HORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-EXCEPCIONES
                 SAL-PROPUESTA.

           DISPLAY 'FICHADAS DEL PERIODO  : ' WS-CANT-FICHADAS.
           DISPLAY 'FUERA DEL PERIODO     : ' WS-CANT-FUERA-PERIODO.
           DISPLAY 'EXCEPCIONES           : ' WS-CANT-EXCEPCIONES.
           DISPLAY 'RENGLONES PROPUESTOS  : ' WS-CANT-RENGLONES.
           DISPLAY 'LA PROPUESTA QUEDA PENDIENTE DE APROBACION'.

       3000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El supervisor firma via TP02SIGN; los renglones del periodo
      * que no marco R pasan a NOVEDADES_SUELDO.TXT con la cantidad
      * que haya dejado, y la propuesta se regraba aprobada.
       4000-APROBAR-PROPUESTA.
           INITIALIZE WS-SIGNON.
           MOVE WS-PARM-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-ES-SUPERVISOR
              DISPLAY 'APROBACION RECHAZADA: EL OPERADOR '
                 WS-PARM-OPERADOR ' NO FIRMA COMO SUPERVISOR'
              MOVE 99 TO RETURN-CODE
              GO TO 4000-APROBAR-PROPUESTA-FIN
           END-IF.

           OPEN INPUT ENT-PROPUESTA.
           IF NOT FS-ENT-PROPUESTA-OK
              DISPLAY 'NO HAY PROPUESTA EN RELOJ_NOVEDADES.TXT'
              MOVE 99 TO RETURN-CODE
              GO TO 4000-APROBAR-PROPUESTA-FIN
           END-IF.
           PERFORM 4100-CARGAR-RENGLON
              THRU 4100-CARGAR-RENGLON-FIN
              UNTIL WS-PROPUESTA-EOF-YES.
           CLOSE ENT-PROPUESTA.

      * Todo el periodo tiene que estar pendiente y bien corregido
      * antes de pasar una sola novedad.
           MOVE 0 TO WS-CANT-RENGLONES.
           PERFORM 4200-CONTROLAR-RENGLON
              THRU 4200-CONTROLAR-RENGLON-FIN
              VARYING WS-INDICE-PRO FROM 1 BY 1
              UNTIL WS-INDICE-PRO GREATER THAN WS-CANT-PROPUESTA.
           IF RETURN-CODE NOT EQUAL 0
              GO TO 4000-APROBAR-PROPUESTA-FIN
           END-IF.
           IF WS-CANT-RENGLONES EQUAL 0
              DISPLAY 'LA PROPUESTA NO TIENE RENGLONES DEL PERIODO '
                 WS-PARM-PERIODO
              MOVE 99 TO RETURN-CODE
              GO TO 4000-APROBAR-PROPUESTA-FIN
           END-IF.

           OPEN EXTEND SAL-NOVEDADES.
           IF FS-SAL-NOVEDADES-NFD
              OPEN OUTPUT SAL-NOVEDADES
           END-IF.
           IF NOT FS-SAL-NOVEDADES-OK
              DISPLAY 'ERROR AL ABRIR NOVEDADES_SUELDO.TXT: '
                 FS-SAL-NOVEDADES
              MOVE 99 TO RETURN-CODE
              GO TO 4000-APROBAR-PROPUESTA-FIN
           END-IF.
           PERFORM 4300-PASAR-RENGLON
              THRU 4300-PASAR-RENGLON-FIN
              VARYING WS-INDICE-PRO FROM 1 BY 1
              UNTIL WS-INDICE-PRO GREATER THAN WS-CANT-PROPUESTA.
           CLOSE SAL-NOVEDADES.

           OPEN OUTPUT SAL-PROPUESTA.
           IF NOT FS-SAL-PROPUESTA-OK
              DISPLAY 'ERROR AL REGRABAR RELOJ_NOVEDADES.TXT: '
                 FS-SAL-PROPUESTA
           ELSE
              PERFORM 4400-REGRABAR-RENGLON
                 THRU 4400-REGRABAR-RENGLON-FIN
                 VARYING WS-INDICE-PRO FROM 1 BY 1
                 UNTIL WS-INDICE-PRO GREATER THAN WS-CANT-PROPUESTA
              CLOSE SAL-PROPUESTA
           END-IF.

           DISPLAY 'PROPUESTA ' WS-PARM-PERIODO ' APROBADA POR '
              WS-PARM-OPERADOR.
           DISPLAY 'NOVEDADES PASADAS     : ' WS-CANT-APROBADOS.
           DISPLAY 'RENGLONES RECHAZADOS  : ' WS-CANT-RECHAZADOS.

       4000-APROBAR-PROPUESTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4100-CARGAR-RENGLON.
           READ ENT-PROPUESTA
               AT END
                   SET WS-PROPUESTA-EOF-YES TO TRUE
                   GO TO 4100-CARGAR-RENGLON-FIN
           END-READ.
           IF WS-CANT-PROPUESTA NOT LESS THAN 4000
              DISPLAY 'RELOJ_NOVEDADES.TXT TIENE MAS DE 4000 '
                 'RENGLONES'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-PROPUESTA.
           MOVE REG-EPR-LEGAJO   TO WS-PRO-LEGAJO(WS-CANT-PROPUESTA).
           MOVE REG-EPR-TIPO     TO WS-PRO-TIPO(WS-CANT-PROPUESTA).
           MOVE REG-EPR-CANTIDAD TO WS-PRO-CANTIDAD(WS-CANT-PROPUESTA).
           MOVE REG-EPR-IMPORTE  TO WS-PRO-IMPORTE(WS-CANT-PROPUESTA).
           MOVE REG-EPR-PERIODO  TO WS-PRO-PERIODO(WS-CANT-PROPUESTA).
           MOVE REG-EPR-ESTADO   TO WS-PRO-ESTADO(WS-CANT-PROPUESTA).
           MOVE REG-EPR-SUPERVISOR
             TO WS-PRO-SUPERVISOR(WS-CANT-PROPUESTA).

       4100-CARGAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4200-CONTROLAR-RENGLON.
           IF WS-PRO-PERIODO(WS-INDICE-PRO) NOT EQUAL WS-PARM-PERIODO
              OR RETURN-CODE NOT EQUAL 0
              GO TO 4200-CONTROLAR-RENGLON-FIN
           END-IF.
           ADD 1 TO WS-CANT-RENGLONES.

           EVALUATE WS-PRO-ESTADO(WS-INDICE-PRO)
               WHEN 'P'
               WHEN 'R'
                   CONTINUE
               WHEN 'A'
                   DISPLAY 'LA PROPUESTA DEL PERIODO ' WS-PARM-PERIODO
                      ' YA FUE APROBADA POR '
                      WS-PRO-SUPERVISOR(WS-INDICE-PRO)
                   MOVE 99 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ESTADO INVALIDO EN EL RENGLON DEL LEGAJO '
                      WS-PRO-LEGAJO(WS-INDICE-PRO) ': '
                      WS-PRO-ESTADO(WS-INDICE-PRO)
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.

           IF WS-PRO-CANTIDAD(WS-INDICE-PRO) IS NOT NUMERIC
              OR NOT (WS-PRO-TIPO(WS-INDICE-PRO) EQUAL 'A' OR 'T'
                      OR 'M' OR 'D')
              DISPLAY 'RENGLON MAL CORREGIDO DEL LEGAJO '
                 WS-PRO-LEGAJO(WS-INDICE-PRO) ': TIPO '
                 WS-PRO-TIPO(WS-INDICE-PRO) ' CANTIDAD '
                 WS-PRO-CANTIDAD(WS-INDICE-PRO)
              MOVE 99 TO RETURN-CODE
           END-IF.

       4200-CONTROLAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4300-PASAR-RENGLON.
           IF WS-PRO-PERIODO(WS-INDICE-PRO) NOT EQUAL WS-PARM-PERIODO
              GO TO 4300-PASAR-RENGLON-FIN
           END-IF.
           IF WS-PRO-ESTADO(WS-INDICE-PRO) EQUAL 'R'
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 4300-PASAR-RENGLON-FIN
           END-IF.

           MOVE WS-PRO-LEGAJO(WS-INDICE-PRO)   TO REG-NOV-ID-EMPLEADO.
           MOVE WS-PRO-TIPO(WS-INDICE-PRO)     TO REG-NOV-TIPO.
           MOVE WS-PRO-CANTIDAD(WS-INDICE-PRO) TO REG-NOV-CANTIDAD.
           MOVE WS-PRO-IMPORTE(WS-INDICE-PRO)  TO REG-NOV-IMPORTE.
           WRITE REG-NOVEDAD.
           ADD 1 TO WS-CANT-APROBADOS.

           MOVE 'A' TO WS-PRO-ESTADO(WS-INDICE-PRO).
           MOVE WS-PARM-OPERADOR TO WS-PRO-SUPERVISOR(WS-INDICE-PRO).

       4300-PASAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4400-REGRABAR-RENGLON.
           MOVE WS-PRO-LEGAJO(WS-INDICE-PRO)     TO REG-SPR-LEGAJO.
           MOVE WS-PRO-TIPO(WS-INDICE-PRO)       TO REG-SPR-TIPO.
           MOVE WS-PRO-CANTIDAD(WS-INDICE-PRO)   TO REG-SPR-CANTIDAD.
           MOVE WS-PRO-IMPORTE(WS-INDICE-PRO)    TO REG-SPR-IMPORTE.
           MOVE WS-PRO-PERIODO(WS-INDICE-PRO)    TO REG-SPR-PERIODO.
           MOVE WS-PRO-ESTADO(WS-INDICE-PRO)     TO REG-SPR-ESTADO.
           MOVE WS-PRO-SUPERVISOR(WS-INDICE-PRO) TO REG-SPR-SUPERVISOR.
           WRITE REG-SAL-PROPUESTA.

       4400-REGRABAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CL20RELOJ.
