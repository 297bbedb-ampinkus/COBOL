      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 02/09/2026
      * Purpose: CL20LICRP - Reporte mensual de licencias para RRHH.
      *          Recorre el registro de licencias (LICENCIAS.TXT,
      *          lo mantiene CL20LICEN) y emite en LICENCIAS_MES.TXT
      *          dos listados por sector y legajo: quien estuvo de
      *          licencia en el periodo (tipo, desde, hasta, dias
      *          del mes, quien paga los dias segun la tabla
      *          LICENCIAS_TIPOS.TXT y la situacion del
      *          certificado), y los certificados que se adeudan a
      *          la fecha, de este periodo o de periodos anteriores,
      *          de las licencias vigentes cuyo tipo lo pide. Los
      *          legajos dados de baja no se listan.
      *          Uso: CL20LICRP [PERIODO AAAA-MM] (sin parametro
      *               rige el mes de la fecha de maquina)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20LICRP.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-LICENCIAS
          ASSIGN TO '../LICENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-LICENCIAS.

       SELECT ENT-TIPOS
          ASSIGN TO '../LICENCIAS_TIPOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TIPOS.

       SELECT EMPLEADOS
          ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS EMP-ID-EMPLEADO.

       SELECT SAL-REPORTE
          ASSIGN TO '../LICENCIAS_MES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

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

       FD ENT-TIPOS.
       01 REG-TIPO-LICENCIA.
          05 REG-TLI-CODIGO                 PIC X(04).
          05 REG-TLI-DESCRIPCION            PIC X(20).
      * Quien paga los dias: E la empresa, S la seguridad social,
      * N nadie (sin goce de haberes)
          05 REG-TLI-PAGO                   PIC X(01).
          05 REG-TLI-ANTIGUEDAD             PIC X(01).
          05 REG-TLI-CERTIFICADO            PIC X(01).

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
          05 EMP-FECHA-INGRESO              PIC X(10).
          05 EMP-SECTOR                     PIC X(10).
          05 EMP-VAC-PENDIENTES             PIC 9(03).
          05 EMP-CBU                        PIC X(22).
      * Categoria del escalafon del legajo (0 = fuera de
      * convenio: rige el sueldo tipeado en el legajo)
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD SAL-REPORTE.
       01 REG-REPORTE                       PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ENT-LICENCIAS               PIC X(2).
             88 FS-ENT-LICENCIAS-OK             VALUE '00'.
             88 FS-ENT-LICENCIAS-EOF            VALUE '10'.
             88 FS-ENT-LICENCIAS-NFD            VALUE '35'.
          05 FS-ENT-TIPOS                   PIC X(2).
             88 FS-ENT-TIPOS-OK                 VALUE '00'.
             88 FS-ENT-TIPOS-EOF                VALUE '10'.
             88 FS-ENT-TIPOS-NFD                VALUE '35'.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
             88 FS-EMPLEADOS-CLAVE-NFD          VALUE '23'.
          05 FS-SAL-REPORTE                 PIC X(2).
             88 FS-SAL-REPORTE-OK               VALUE '00'.

       01 WS-LICENCIAS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-LICENCIAS-EOF-YES      VALUE 'TRUE'.
          88 WS-LICENCIAS-EOF-NO       VALUE 'FALSE'.
       01 WS-TIPOS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-TIPOS-EOF-YES          VALUE 'TRUE'.
          88 WS-TIPOS-EOF-NO           VALUE 'FALSE'.

      * Listado que arma la pasada en curso sobre el registro
       01 WS-LISTADO                PIC X(01) VALUE 'L'.
          88 WS-LISTADO-LICENCIAS      VALUE 'L'.
          88 WS-LISTADO-CERTIFICADOS   VALUE 'C'.

      * Tipos de licencia en memoria con sus reglas
       77 WS-INDICE-TLI             PIC 9(02) VALUE 1.
       77 WS-CANT-TIPOS             PIC 9(02) VALUE 0.
       77 WS-FILA-TLI               PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS.
          05 WS-TLI-ITEM OCCURS 50 TIMES.
             10 WS-TLI-CODIGO              PIC X(04).
             10 WS-TLI-DESCRIPCION         PIC X(20).
             10 WS-TLI-PAGO                PIC X(01).
             10 WS-TLI-CERTIFICADO         PIC X(01).

      * Periodo informado: primer y ultimo dia del mes, y los dias
      * de la licencia en curso que caen adentro
       01 WS-LINEA-COMANDO          PIC X(20) VALUE SPACES.
       01 WS-PARM-PERIODO           PIC X(07) VALUE SPACES.
       01 WS-FECHA-MAQUINA          PIC 9(8).
       01 WS-FECHA-MAQUINA-R REDEFINES WS-FECHA-MAQUINA.
          05 WS-FM-ANIO             PIC 9(04).
          05 WS-FM-MES              PIC 9(02).
          05 WS-FM-DIA              PIC 9(02).
       01 WS-INICIO-MES             PIC X(10) VALUE SPACES.
       01 WS-FIN-MES                PIC X(10) VALUE SPACES.
       01 WS-TRAMO-DESDE            PIC X(10) VALUE SPACES.
       01 WS-TRAMO-HASTA            PIC X(10) VALUE SPACES.
       77 WS-DIAS-MES               PIC 9(03) VALUE 0.

      * Aritmetica de fechas via CLFECHAS
       01 WS-FECHAS.
           COPY CLFECHAS.

       01 WS-CONTADORES.
          05 WS-CANT-EN-LICENCIA    PIC 9(05) VALUE 0.
          05 WS-CANT-ADEUDADOS      PIC 9(05) VALUE 0.
          05 WS-CANT-SALTEADAS      PIC 9(05) VALUE 0.

      * Lineas del reporte
       01 WS-REP-TITULO.
          05 FILLER                 PIC X(33) VALUE
             'LICENCIAS DEL PERIODO - RRHH -   '.
          05 WS-REP-TIT-PERIODO     PIC X(07).
          05 FILLER                 PIC X(92) VALUE SPACES.
       01 WS-REP-SUBTITULO.
          05 WS-REP-SUB-TEXTO       PIC X(60).
          05 FILLER                 PIC X(72) VALUE SPACES.
       01 WS-REP-DETALLE.
          05 WS-REP-SECTOR          PIC X(10).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-REP-LEGAJO          PIC 9(08).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-REP-APELLIDO        PIC X(25).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-REP-TIPO            PIC X(20).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-REP-DESDE           PIC X(10).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-REP-HASTA           PIC X(10).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-REP-DIAS            PIC ZZZ.
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-REP-PAGO            PIC X(10).
          05 FILLER                 PIC X(03) VALUE ' | '.
          05 WS-REP-CERTIFICADO     PIC X(12).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           MOVE 'QUIEN ESTUVO DE LICENCIA EN EL PERIODO'
             TO WS-REP-SUB-TEXTO.
           SET WS-LISTADO-LICENCIAS TO TRUE.
           PERFORM 2000-RECORRER-LICENCIAS
              THRU 2000-RECORRER-LICENCIAS-FIN.

           MOVE 'CERTIFICADOS ADEUDADOS A LA FECHA'
             TO WS-REP-SUB-TEXTO.
           SET WS-LISTADO-CERTIFICADOS TO TRUE.
           PERFORM 2000-RECORRER-LICENCIAS
              THRU 2000-RECORRER-LICENCIAS-FIN.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-PERIODO.
           IF WS-PARM-PERIODO EQUAL SPACES
              ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD
              MOVE WS-FM-ANIO TO WS-PARM-PERIODO(1:4)
              MOVE '-'        TO WS-PARM-PERIODO(5:1)
              MOVE WS-FM-MES  TO WS-PARM-PERIODO(6:2)
           END-IF.

      * Primer dia del periodo, y el ultimo como el primero del mes
      * siguiente menos un dia.
           MOVE WS-PARM-PERIODO TO WS-INICIO-MES(1:7).
           MOVE '-01' TO WS-INICIO-MES(8:3).
           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-MESES TO TRUE.
           MOVE WS-INICIO-MES TO LK-FEC-FECHA-1.
           MOVE 1 TO LK-FEC-MESES.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'USO: CL20LICRP [PERIODO AAAA-MM]'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LK-FEC-RESULTADO TO LK-FEC-FECHA-1.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE -1 TO LK-FEC-DIAS.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-FIN-MES.

           PERFORM 1100-CARGAR-TIPOS
              THRU 1100-CARGAR-TIPOS-FIN.

           OPEN INPUT EMPLEADOS.
           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR LICENCIAS_MES.TXT'
              STOP RUN
           END-IF.
           MOVE WS-PARM-PERIODO TO WS-REP-TIT-PERIODO.
           WRITE REG-REPORTE FROM WS-REP-TITULO.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Sin la tabla de tipos el reporte sale igual, con el codigo
      * en lugar de la descripcion y sin reglas de pago.
       1100-CARGAR-TIPOS.
           OPEN INPUT ENT-TIPOS.
           EVALUATE TRUE
               WHEN FS-ENT-TIPOS-OK
                   PERFORM 1110-LEER-TIPO
                      THRU 1110-LEER-TIPO-FIN
                      UNTIL WS-TIPOS-EOF-YES
                   CLOSE ENT-TIPOS
               WHEN FS-ENT-TIPOS-NFD
                   DISPLAY 'NO HAY LICENCIAS_TIPOS.TXT: SE INFORMAN '
                      'LOS CODIGOS SIN REGLAS DE PAGO'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LICENCIAS_TIPOS.TXT: '
                      FS-ENT-TIPOS
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-TIPOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-TIPO.
           READ ENT-TIPOS
               AT END
                   SET WS-TIPOS-EOF-YES TO TRUE
                   GO TO 1110-LEER-TIPO-FIN
           END-READ.
           IF WS-CANT-TIPOS NOT LESS THAN 50
              GO TO 1110-LEER-TIPO-FIN
           END-IF.

           ADD 1 TO WS-CANT-TIPOS.
           MOVE REG-TLI-CODIGO TO WS-TLI-CODIGO(WS-CANT-TIPOS).
           MOVE REG-TLI-DESCRIPCION
             TO WS-TLI-DESCRIPCION(WS-CANT-TIPOS).
           MOVE REG-TLI-PAGO TO WS-TLI-PAGO(WS-CANT-TIPOS).
           MOVE REG-TLI-CERTIFICADO
             TO WS-TLI-CERTIFICADO(WS-CANT-TIPOS).

       1110-LEER-TIPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Una pasada completa del registro por listado.
       2000-RECORRER-LICENCIAS.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM WS-REP-SUBTITULO.

           SET WS-LICENCIAS-EOF-NO TO TRUE.
           OPEN INPUT ENT-LICENCIAS.
           EVALUATE TRUE
               WHEN FS-ENT-LICENCIAS-OK
                   PERFORM 2100-LEER-LICENCIA
                      THRU 2100-LEER-LICENCIA-FIN
                      UNTIL WS-LICENCIAS-EOF-YES
                   CLOSE ENT-LICENCIAS
               WHEN FS-ENT-LICENCIAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LICENCIAS.TXT: '
                      FS-ENT-LICENCIAS
                   STOP RUN
           END-EVALUATE.

       2000-RECORRER-LICENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-LICENCIA.
           READ ENT-LICENCIAS
               AT END
                   SET WS-LICENCIAS-EOF-YES TO TRUE
                   GO TO 2100-LEER-LICENCIA-FIN
           END-READ.
           IF REG-LIC-ESTADO NOT EQUAL 'A'
              OR REG-LIC-DESDE GREATER THAN WS-FIN-MES
              GO TO 2100-LEER-LICENCIA-FIN
           END-IF.

           MOVE 0 TO WS-FILA-TLI.
           PERFORM 2150-BUSCAR-TIPO
              THRU 2150-BUSCAR-TIPO-FIN
              VARYING WS-INDICE-TLI FROM 1 BY 1
              UNTIL WS-INDICE-TLI GREATER THAN WS-CANT-TIPOS.

           IF WS-LISTADO-LICENCIAS
              PERFORM 2200-LISTAR-LICENCIA
                 THRU 2200-LISTAR-LICENCIA-FIN
           ELSE
              PERFORM 2300-LISTAR-CERTIFICADO
                 THRU 2300-LISTAR-CERTIFICADO-FIN
           END-IF.

       2100-LEER-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2150-BUSCAR-TIPO.
           IF WS-TLI-CODIGO(WS-INDICE-TLI) EQUAL REG-LIC-TIPO
              MOVE WS-INDICE-TLI TO WS-FILA-TLI
           END-IF.

       2150-BUSCAR-TIPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Licencia que toca el periodo: dias del tramo que cae dentro
      * del mes.
       2200-LISTAR-LICENCIA.
           IF REG-LIC-HASTA NOT EQUAL SPACES
              AND REG-LIC-HASTA LESS THAN WS-INICIO-MES
              GO TO 2200-LISTAR-LICENCIA-FIN
           END-IF.

           PERFORM 2500-ARMAR-RENGLON
              THRU 2500-ARMAR-RENGLON-FIN.
           IF NOT FS-EMPLEADOS-FILE-OK
              OR NOT EMP-ACTIVO
              ADD 1 TO WS-CANT-SALTEADAS
              GO TO 2200-LISTAR-LICENCIA-FIN
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
           IF LK-FEC-RETORNO-OK
              COMPUTE WS-DIAS-MES = LK-FEC-DIFERENCIA + 1
           ELSE
              MOVE 0 TO WS-DIAS-MES
           END-IF.
           MOVE WS-DIAS-MES TO WS-REP-DIAS.

           WRITE REG-REPORTE FROM WS-REP-DETALLE.
           ADD 1 TO WS-CANT-EN-LICENCIA.

       2200-LISTAR-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Certificado que el tipo pide y todavia no se presento, de
      * cualquier licencia vigente iniciada hasta el fin del mes.
       2300-LISTAR-CERTIFICADO.
           IF REG-LIC-CERTIFICADO EQUAL 'S'
              OR WS-FILA-TLI EQUAL 0
              GO TO 2300-LISTAR-CERTIFICADO-FIN
           END-IF.
           IF WS-TLI-CERTIFICADO(WS-FILA-TLI) NOT EQUAL 'S'
              GO TO 2300-LISTAR-CERTIFICADO-FIN
           END-IF.

           PERFORM 2500-ARMAR-RENGLON
              THRU 2500-ARMAR-RENGLON-FIN.
           IF NOT FS-EMPLEADOS-FILE-OK
              OR NOT EMP-ACTIVO
              ADD 1 TO WS-CANT-SALTEADAS
              GO TO 2300-LISTAR-CERTIFICADO-FIN
           END-IF.

           MOVE 0 TO WS-REP-DIAS.
           WRITE REG-REPORTE FROM WS-REP-DETALLE.
           ADD 1 TO WS-CANT-ADEUDADOS.

       2300-LISTAR-CERTIFICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Datos comunes del renglon: legajo del maestro, descripcion
      * del tipo, quien paga y situacion del certificado.
       2500-ARMAR-RENGLON.
           MOVE REG-LIC-LEGAJO TO EMP-ID-EMPLEADO.
           READ EMPLEADOS KEY IS EMP-ID-EMPLEADO.
           IF NOT FS-EMPLEADOS-FILE-OK
              GO TO 2500-ARMAR-RENGLON-FIN
           END-IF.

           MOVE EMP-SECTOR     TO WS-REP-SECTOR.
           MOVE REG-LIC-LEGAJO TO WS-REP-LEGAJO.
           MOVE EMP-APELLIDO   TO WS-REP-APELLIDO.
           MOVE REG-LIC-DESDE  TO WS-REP-DESDE.
           IF REG-LIC-HASTA EQUAL SPACES
              MOVE 'ABIERTA' TO WS-REP-HASTA
           ELSE
              MOVE REG-LIC-HASTA TO WS-REP-HASTA
           END-IF.

           IF WS-FILA-TLI EQUAL 0
              MOVE REG-LIC-TIPO TO WS-REP-TIPO
              MOVE 'SIN TABLA' TO WS-REP-PAGO
              MOVE SPACES TO WS-REP-CERTIFICADO
              GO TO 2500-ARMAR-RENGLON-FIN
           END-IF.

           MOVE WS-TLI-DESCRIPCION(WS-FILA-TLI) TO WS-REP-TIPO.
           EVALUATE WS-TLI-PAGO(WS-FILA-TLI)
               WHEN 'E'
                   MOVE 'EMPRESA' TO WS-REP-PAGO
               WHEN 'S'
                   MOVE 'SEG.SOCIAL' TO WS-REP-PAGO
               WHEN OTHER
                   MOVE 'SIN GOCE' TO WS-REP-PAGO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-TLI-CERTIFICADO(WS-FILA-TLI) NOT EQUAL 'S'
                   MOVE 'NO REQUIERE' TO WS-REP-CERTIFICADO
               WHEN REG-LIC-CERTIFICADO EQUAL 'S'
                   MOVE 'PRESENTADO' TO WS-REP-CERTIFICADO
               WHEN OTHER
                   MOVE '*FALTA*' TO WS-REP-CERTIFICADO
           END-EVALUATE.

       2500-ARMAR-RENGLON-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE EMPLEADOS
                 SAL-REPORTE.

           DISPLAY 'LICENCIAS DEL PERIODO  : ' WS-CANT-EN-LICENCIA.
           DISPLAY 'CERTIFICADOS ADEUDADOS : ' WS-CANT-ADEUDADOS.
           DISPLAY 'RENGLONES SALTEADOS    : ' WS-CANT-SALTEADAS.

       3000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CL20LICRP.
