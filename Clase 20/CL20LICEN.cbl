      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 02/09/2026
      * Purpose: CL20LICEN - Registro de licencias por legajo.
      *          Procesa las novedades de LICENCIAS_NOV.TXT en el
      *          molde de CL20FAMI: tipo A da de alta una licencia
      *          (tipo de licencia, fecha desde, fecha hasta o en
      *          blanco si sigue abierta, marca de certificado
      *          presentado), M corrige la fecha hasta (prorroga o
      *          alta anticipada), C registra el certificado
      *          presentado y B anula la licencia (baja logica). La
      *          licencia se ubica por legajo y fecha desde. El tipo
      *          tiene que existir en LICENCIAS_TIPOS.TXT, la tabla
      *          que fija para cada tipo quien paga los dias (la
      *          empresa, la seguridad social o nadie: sin goce), si
      *          computan para la antiguedad de vacaciones y si
      *          piden certificado. El operador firma via TP02SIGN
      *          con nivel de mantenimiento, el legajo tiene que
      *          existir y estar activo, las licencias vigentes de un
      *          legajo no se pueden superponer y cada movimiento
      *          deja su renglon en LICENCIAS_AUDIT.TXT. El registro
      *          queda en LICENCIAS.TXT; con el liquida CL20LIQ los
      *          dias de licencia del mes, CL20VACA descuenta de la
      *          antiguedad los que no computan, CL20RELOJ no los
      *          propone como ausencias y CL20LICRP arma el reporte
      *          mensual de RRHH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20LICEN.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-NOVEDADES
          ASSIGN TO '../LICENCIAS_NOV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

       SELECT ENT-TIPOS
          ASSIGN TO '../LICENCIAS_TIPOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TIPOS.

       SELECT ENT-LICENCIAS
          ASSIGN TO '../LICENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-LICENCIAS.

       SELECT SAL-LICENCIAS
          ASSIGN TO '../LICENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-LICENCIAS.

       SELECT EMPLEADOS
          ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS EMP-ID-EMPLEADO.

       SELECT SAL-AUDITORIA
          ASSIGN TO '../LICENCIAS_AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUDITORIA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD.
          05 REG-NOV-LEGAJO                 PIC 9(08).
      * A alta, M cambio de la fecha hasta, C certificado
      * presentado, B anulacion
          05 REG-NOV-TIPO                   PIC X(01).
      * Tipo de licencia (codigo de LICENCIAS_TIPOS.TXT); solo
      * para el alta
          05 REG-NOV-LICENCIA               PIC X(04).
      * Fecha desde (yyyy-mm-dd): junto con el legajo identifica
      * la licencia en M, C y B
          05 REG-NOV-DESDE                  PIC X(10).
      * Fecha hasta (yyyy-mm-dd); en blanco la licencia queda
      * abierta hasta que se informe el alta con una M
          05 REG-NOV-HASTA                  PIC X(10).
      * S si el certificado ya esta presentado (alta)
          05 REG-NOV-CERTIFICADO            PIC X(01).
          05 REG-NOV-OPERADOR               PIC X(08).

       FD ENT-TIPOS.
       01 REG-TIPO-LICENCIA.
          05 REG-TLI-CODIGO                 PIC X(04).
          05 REG-TLI-DESCRIPCION            PIC X(20).
      * Quien paga los dias: E la empresa, S la seguridad social,
      * N nadie (sin goce de haberes)
          05 REG-TLI-PAGO                   PIC X(01).
      * S si los dias computan para la antiguedad de vacaciones
          05 REG-TLI-ANTIGUEDAD             PIC X(01).
      * S si el tipo pide certificado respaldatorio
          05 REG-TLI-CERTIFICADO            PIC X(01).

       FD ENT-LICENCIAS.
       01 REG-ENT-LICENCIA.
          05 REG-ELIC-LEGAJO                PIC 9(08).
          05 REG-ELIC-TIPO                  PIC X(04).
          05 REG-ELIC-DESDE                 PIC X(10).
          05 REG-ELIC-HASTA                 PIC X(10).
          05 REG-ELIC-CERTIFICADO           PIC X(01).
          05 REG-ELIC-ESTADO                PIC X(01).

       FD SAL-LICENCIAS.
      * Hasta en blanco: licencia abierta. Certificado S/N.
      * Estado: A vigente, B anulada
       01 REG-SAL-LICENCIA.
          05 REG-SLIC-LEGAJO                PIC 9(08).
          05 REG-SLIC-TIPO                  PIC X(04).
          05 REG-SLIC-DESDE                 PIC X(10).
          05 REG-SLIC-HASTA                 PIC X(10).
          05 REG-SLIC-CERTIFICADO           PIC X(01).
          05 REG-SLIC-ESTADO                PIC X(01).

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

       FD SAL-AUDITORIA.
       01 REG-AUDITORIA.
          05 REG-AUD-FECHA                  PIC 9(08).
          05 REG-AUD-SEP-01                 PIC X(03).
          05 REG-AUD-OPERADOR               PIC X(08).
          05 REG-AUD-SEP-02                 PIC X(03).
          05 REG-AUD-MODO                   PIC X(01).
          05 REG-AUD-SEP-03                 PIC X(03).
          05 REG-AUD-LEGAJO                 PIC 9(08).
          05 REG-AUD-SEP-04                 PIC X(03).
          05 REG-AUD-LICENCIA               PIC X(04).
          05 REG-AUD-SEP-05                 PIC X(03).
          05 REG-AUD-DESDE                  PIC X(10).
          05 REG-AUD-SEP-06                 PIC X(03).
          05 REG-AUD-HASTA                  PIC X(10).
          05 REG-AUD-SEP-07                 PIC X(03).
          05 REG-AUD-DETALLE                PIC X(20).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ENT-NOVEDADES               PIC X(2).
             88 FS-ENT-NOVEDADES-OK             VALUE '00'.
             88 FS-ENT-NOVEDADES-EOF            VALUE '10'.
             88 FS-ENT-NOVEDADES-NFD            VALUE '35'.
          05 FS-ENT-TIPOS                   PIC X(2).
             88 FS-ENT-TIPOS-OK                 VALUE '00'.
             88 FS-ENT-TIPOS-EOF                VALUE '10'.
             88 FS-ENT-TIPOS-NFD                VALUE '35'.
          05 FS-ENT-LICENCIAS               PIC X(2).
             88 FS-ENT-LICENCIAS-OK             VALUE '00'.
             88 FS-ENT-LICENCIAS-EOF            VALUE '10'.
             88 FS-ENT-LICENCIAS-NFD            VALUE '35'.
          05 FS-SAL-LICENCIAS               PIC X(2).
             88 FS-SAL-LICENCIAS-OK             VALUE '00'.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
             88 FS-EMPLEADOS-CLAVE-NFD          VALUE '23'.
          05 FS-SAL-AUDITORIA               PIC X(2).
             88 FS-SAL-AUDITORIA-OK             VALUE '00'.
             88 FS-SAL-AUDITORIA-NFD            VALUE '35'.

      * Switches de fin de archivo
       01 WS-NOVEDADES-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES      VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO       VALUE 'FALSE'.
       01 WS-TIPOS-EOF              PIC X(5) VALUE 'FALSE'.
          88 WS-TIPOS-EOF-YES          VALUE 'TRUE'.
          88 WS-TIPOS-EOF-NO           VALUE 'FALSE'.
       01 WS-LICENCIAS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-LICENCIAS-EOF-YES      VALUE 'TRUE'.
          88 WS-LICENCIAS-EOF-NO       VALUE 'FALSE'.

      * Tipos de licencia en memoria, para validar el alta
       77 WS-INDICE-TLI             PIC 9(02) VALUE 1.
       77 WS-CANT-TIPOS             PIC 9(02) VALUE 0.
       77 WS-FILA-TLI               PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS.
          05 WS-TLI-ITEM OCCURS 50 TIMES.
             10 WS-TLI-CODIGO              PIC X(04).
             10 WS-TLI-DESCRIPCION         PIC X(20).

      * Registro de licencias en memoria, regrabado al final
       77 WS-INDICE-LIC             PIC 9(04) VALUE 1.
       77 WS-CANT-LICENCIAS         PIC 9(04) VALUE 0.
       77 WS-FILA-LIC               PIC 9(04) VALUE 0.
       77 WS-FILA-SUPERPUESTA       PIC 9(04) VALUE 0.
       01 WS-TABLA-LICENCIAS.
          05 WS-LIC-ITEM OCCURS 3000 TIMES.
             10 WS-LIC-LEGAJO              PIC 9(08).
             10 WS-LIC-TIPO                PIC X(04).
             10 WS-LIC-DESDE               PIC X(10).
             10 WS-LIC-HASTA               PIC X(10).
             10 WS-LIC-CERTIFICADO         PIC X(01).
             10 WS-LIC-ESTADO              PIC X(01).

      * Periodo que se controla contra las demas licencias del
      * legajo; la licencia abierta se toma hasta el fin de los
      * tiempos
       01 WS-CONTROL-DESDE          PIC X(10) VALUE SPACES.
       01 WS-CONTROL-HASTA          PIC X(10) VALUE SPACES.
       01 WS-OTRA-HASTA             PIC X(10) VALUE SPACES.
       01 WS-FECHA-ABIERTA          PIC X(10) VALUE '9999-12-31'.

      * Firma del operador via TP02SIGN (lote interno: clave en
      * blanco, pero el nivel tiene que alcanzar)
       01 WS-SIGNON.
           COPY SIGNON.

      * Aritmetica de fechas via CLFECHAS, para validar las fechas
      * de la licencia
       01 WS-FECHAS.
           COPY CLFECHAS.

       01 WS-CONTADORES.
          05 WS-CANT-ALTAS          PIC 9(05) VALUE 0.
          05 WS-CANT-CAMBIOS        PIC 9(05) VALUE 0.
          05 WS-CANT-CERTIFICADOS   PIC 9(05) VALUE 0.
          05 WS-CANT-BAJAS          PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADOS     PIC 9(05) VALUE 0.

       01 WS-FECHA-PROCESO          PIC 9(8).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-LEER-NOVEDAD
              THRU 2000-LEER-NOVEDAD-FIN
              UNTIL WS-NOVEDADES-EOF-YES.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           OPEN INPUT ENT-NOVEDADES.
           IF FS-ENT-NOVEDADES-NFD
              DISPLAY 'NO HAY LICENCIAS_NOV.TXT: NADA QUE PROCESAR'
              STOP RUN
           END-IF.
           IF NOT FS-ENT-NOVEDADES-OK
              DISPLAY 'ERROR AL ABRIR LICENCIAS_NOV.TXT: '
                 FS-ENT-NOVEDADES
              STOP RUN
           END-IF.

           PERFORM 1100-CARGAR-TIPOS
              THRU 1100-CARGAR-TIPOS-FIN.

           PERFORM 1200-CARGAR-LICENCIAS
              THRU 1200-CARGAR-LICENCIAS-FIN.

           OPEN INPUT EMPLEADOS.
           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * La auditoria se acumula entre corridas.
           OPEN EXTEND SAL-AUDITORIA.
           IF FS-SAL-AUDITORIA-NFD
              OPEN OUTPUT SAL-AUDITORIA
           END-IF.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR LICENCIAS_AUDIT.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Sin la tabla de tipos no hay con que validar ni como pagar
      * una licencia: no se procesa nada.
       1100-CARGAR-TIPOS.
           OPEN INPUT ENT-TIPOS.
           IF NOT FS-ENT-TIPOS-OK
              DISPLAY 'NO SE PUDO ABRIR LICENCIAS_TIPOS.TXT: '
                 FS-ENT-TIPOS
              CLOSE ENT-NOVEDADES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1110-LEER-TIPO
              THRU 1110-LEER-TIPO-FIN
              UNTIL WS-TIPOS-EOF-YES.
           CLOSE ENT-TIPOS.

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
              DISPLAY 'LICENCIAS_TIPOS.TXT TIENE MAS DE 50 TIPOS, '
                 'SE IGNORAN LOS EXCEDENTES'
              GO TO 1110-LEER-TIPO-FIN
           END-IF.

           ADD 1 TO WS-CANT-TIPOS.
           MOVE REG-TLI-CODIGO TO WS-TLI-CODIGO(WS-CANT-TIPOS).
           MOVE REG-TLI-DESCRIPCION
             TO WS-TLI-DESCRIPCION(WS-CANT-TIPOS).

       1110-LEER-TIPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-LICENCIAS.
           OPEN INPUT ENT-LICENCIAS.
           EVALUATE TRUE
               WHEN FS-ENT-LICENCIAS-OK
                   PERFORM 1210-LEER-LICENCIA
                      THRU 1210-LEER-LICENCIA-FIN
                      UNTIL WS-LICENCIAS-EOF-YES
                   CLOSE ENT-LICENCIAS
               WHEN FS-ENT-LICENCIAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LICENCIAS.TXT: '
                      FS-ENT-LICENCIAS
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-LICENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * El registro se regraba entero al final: si no entra en
      * memoria no se toca.
       1210-LEER-LICENCIA.
           READ ENT-LICENCIAS
               AT END
                   SET WS-LICENCIAS-EOF-YES TO TRUE
                   GO TO 1210-LEER-LICENCIA-FIN
           END-READ.
           IF WS-CANT-LICENCIAS NOT LESS THAN 3000
              DISPLAY 'LICENCIAS.TXT TIENE MAS DE 3000 REGISTROS: '
                 'DEPURAR ANTES DE CARGAR NOVEDADES'
              CLOSE ENT-LICENCIAS
                    ENT-NOVEDADES
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-LICENCIAS.
           MOVE REG-ELIC-LEGAJO  TO WS-LIC-LEGAJO(WS-CANT-LICENCIAS).
           MOVE REG-ELIC-TIPO    TO WS-LIC-TIPO(WS-CANT-LICENCIAS).
           MOVE REG-ELIC-DESDE   TO WS-LIC-DESDE(WS-CANT-LICENCIAS).
           MOVE REG-ELIC-HASTA   TO WS-LIC-HASTA(WS-CANT-LICENCIAS).
           MOVE REG-ELIC-CERTIFICADO
             TO WS-LIC-CERTIFICADO(WS-CANT-LICENCIAS).
           MOVE REG-ELIC-ESTADO  TO WS-LIC-ESTADO(WS-CANT-LICENCIAS).

       1210-LEER-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LEER-NOVEDAD.
           READ ENT-NOVEDADES
               AT END
                   SET WS-NOVEDADES-EOF-YES TO TRUE
               NOT AT END
                   EVALUATE REG-NOV-TIPO
                       WHEN 'A'
                           PERFORM 2100-ALTA-LICENCIA
                              THRU 2100-ALTA-LICENCIA-FIN
                       WHEN 'M'
                           PERFORM 2400-CAMBIAR-HASTA
                              THRU 2400-CAMBIAR-HASTA-FIN
                       WHEN 'C'
                           PERFORM 2500-REGISTRAR-CERTIFICADO
                              THRU 2500-REGISTRAR-CERTIFICADO-FIN
                       WHEN 'B'
                           PERFORM 2600-ANULAR-LICENCIA
                              THRU 2600-ANULAR-LICENCIA-FIN
                       WHEN OTHER
                           DISPLAY 'NOVEDAD CON TIPO INVALIDO PARA '
                              'EL LEGAJO ' REG-NOV-LEGAJO ': '
                              REG-NOV-TIPO
                           ADD 1 TO WS-CANT-RECHAZADOS
                   END-EVALUATE
           END-READ.

       2000-LEER-NOVEDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2050-FIRMAR-OPERADOR.
           INITIALIZE WS-SIGNON.
           MOVE REG-NOV-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              DISPLAY 'NOVEDAD RECHAZADA PARA EL LEGAJO '
                 REG-NOV-LEGAJO ': OPERADOR ' REG-NOV-OPERADOR
                 ' SIN FIRMA VALIDA'
           END-IF.

       2050-FIRMAR-OPERADOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-ALTA-LICENCIA.
           PERFORM 2050-FIRMAR-OPERADOR
              THRU 2050-FIRMAR-OPERADOR-FIN.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2100-ALTA-LICENCIA-FIN
           END-IF.

           MOVE 0 TO WS-FILA-TLI.
           PERFORM 2110-BUSCAR-TIPO
              THRU 2110-BUSCAR-TIPO-FIN
              VARYING WS-INDICE-TLI FROM 1 BY 1
              UNTIL WS-INDICE-TLI GREATER THAN WS-CANT-TIPOS.
           IF WS-FILA-TLI EQUAL 0
              DISPLAY 'ALTA RECHAZADA PARA EL LEGAJO '
                 REG-NOV-LEGAJO ': TIPO DE LICENCIA INEXISTENTE '
                 REG-NOV-LICENCIA
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2100-ALTA-LICENCIA-FIN
           END-IF.

           PERFORM 2200-VALIDAR-FECHAS
              THRU 2200-VALIDAR-FECHAS-FIN.
           IF NOT LK-FEC-RETORNO-OK
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2100-ALTA-LICENCIA-FIN
           END-IF.

      * El legajo tiene que existir, estar activo y haber
      * ingresado antes de la licencia.
           MOVE REG-NOV-LEGAJO TO EMP-ID-EMPLEADO.
           READ EMPLEADOS KEY IS EMP-ID-EMPLEADO.
           IF NOT FS-EMPLEADOS-FILE-OK
              OR NOT EMP-ACTIVO
              DISPLAY 'ALTA RECHAZADA: LEGAJO ' REG-NOV-LEGAJO
                 ' INEXISTENTE O DE BAJA'
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2100-ALTA-LICENCIA-FIN
           END-IF.
           IF EMP-FECHA-INGRESO NOT EQUAL SPACES
              AND REG-NOV-DESDE LESS THAN EMP-FECHA-INGRESO
              DISPLAY 'ALTA RECHAZADA PARA EL LEGAJO '
                 REG-NOV-LEGAJO ': LICENCIA ANTERIOR AL INGRESO '
                 EMP-FECHA-INGRESO
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2100-ALTA-LICENCIA-FIN
           END-IF.

           MOVE 0 TO WS-FILA-LIC.
           PERFORM 2300-CONTROLAR-SUPERPOSICION
              THRU 2300-CONTROLAR-SUPERPOSICION-FIN.
           IF WS-FILA-SUPERPUESTA NOT EQUAL 0
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2100-ALTA-LICENCIA-FIN
           END-IF.

           IF WS-CANT-LICENCIAS NOT LESS THAN 3000
              DISPLAY 'LICENCIAS.TXT LLENO: DEPURAR ANULADAS'
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2100-ALTA-LICENCIA-FIN
           END-IF.

           ADD 1 TO WS-CANT-LICENCIAS.
           MOVE REG-NOV-LEGAJO   TO WS-LIC-LEGAJO(WS-CANT-LICENCIAS).
           MOVE REG-NOV-LICENCIA TO WS-LIC-TIPO(WS-CANT-LICENCIAS).
           MOVE REG-NOV-DESDE    TO WS-LIC-DESDE(WS-CANT-LICENCIAS).
           MOVE REG-NOV-HASTA    TO WS-LIC-HASTA(WS-CANT-LICENCIAS).
           IF REG-NOV-CERTIFICADO EQUAL 'S'
              MOVE 'S' TO WS-LIC-CERTIFICADO(WS-CANT-LICENCIAS)
           ELSE
              MOVE 'N' TO WS-LIC-CERTIFICADO(WS-CANT-LICENCIAS)
           END-IF.
           MOVE 'A' TO WS-LIC-ESTADO(WS-CANT-LICENCIAS).
           ADD 1 TO WS-CANT-ALTAS.
           MOVE 'ALTA LICENCIA' TO REG-AUD-DETALLE.
           PERFORM 2900-GRABAR-AUDITORIA
              THRU 2900-GRABAR-AUDITORIA-FIN.

       2100-ALTA-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-BUSCAR-TIPO.
           IF WS-TLI-CODIGO(WS-INDICE-TLI) EQUAL REG-NOV-LICENCIA
              MOVE WS-INDICE-TLI TO WS-FILA-TLI
           END-IF.

       2110-BUSCAR-TIPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Desde obligatoria y valida; hasta valida y no anterior a
      * desde, o en blanco (licencia abierta). Deja el retorno de
      * CLFECHAS en 00 solo si todo esta bien.
       2200-VALIDAR-FECHAS.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE REG-NOV-DESDE TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'NOVEDAD RECHAZADA PARA EL LEGAJO '
                 REG-NOV-LEGAJO ': FECHA DESDE INVALIDA '
                 REG-NOV-DESDE
              GO TO 2200-VALIDAR-FECHAS-FIN
           END-IF.

           IF REG-NOV-HASTA EQUAL SPACES
              GO TO 2200-VALIDAR-FECHAS-FIN
           END-IF.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE REG-NOV-HASTA TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'NOVEDAD RECHAZADA PARA EL LEGAJO '
                 REG-NOV-LEGAJO ': FECHA HASTA INVALIDA '
                 REG-NOV-HASTA
              GO TO 2200-VALIDAR-FECHAS-FIN
           END-IF.
           IF REG-NOV-HASTA LESS THAN REG-NOV-DESDE
              DISPLAY 'NOVEDAD RECHAZADA PARA EL LEGAJO '
                 REG-NOV-LEGAJO ': HASTA ANTERIOR A DESDE'
              SET LK-FEC-FECHA-INVALIDA TO TRUE
           END-IF.

       2200-VALIDAR-FECHAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Ninguna otra licencia vigente del legajo puede pisar el
      * periodo desde-hasta de la novedad. WS-FILA-LIC trae la
      * licencia que se esta cambiando (cero en el alta), que no
      * se compara contra si misma.
       2300-CONTROLAR-SUPERPOSICION.
           MOVE REG-NOV-DESDE TO WS-CONTROL-DESDE.
           IF REG-NOV-HASTA EQUAL SPACES
              MOVE WS-FECHA-ABIERTA TO WS-CONTROL-HASTA
           ELSE
              MOVE REG-NOV-HASTA TO WS-CONTROL-HASTA
           END-IF.
           MOVE 0 TO WS-FILA-SUPERPUESTA.
           PERFORM 2310-COMPARAR-PERIODO
              THRU 2310-COMPARAR-PERIODO-FIN
              VARYING WS-INDICE-LIC FROM 1 BY 1
              UNTIL WS-INDICE-LIC GREATER THAN WS-CANT-LICENCIAS
                 OR WS-FILA-SUPERPUESTA NOT EQUAL 0.

       2300-CONTROLAR-SUPERPOSICION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-COMPARAR-PERIODO.
           IF WS-INDICE-LIC EQUAL WS-FILA-LIC
              OR WS-LIC-LEGAJO(WS-INDICE-LIC) NOT EQUAL REG-NOV-LEGAJO
              OR WS-LIC-ESTADO(WS-INDICE-LIC) NOT EQUAL 'A'
              GO TO 2310-COMPARAR-PERIODO-FIN
           END-IF.

           IF WS-LIC-HASTA(WS-INDICE-LIC) EQUAL SPACES
              MOVE WS-FECHA-ABIERTA TO WS-OTRA-HASTA
           ELSE
              MOVE WS-LIC-HASTA(WS-INDICE-LIC) TO WS-OTRA-HASTA
           END-IF.

           IF WS-LIC-DESDE(WS-INDICE-LIC) NOT GREATER THAN
                 WS-CONTROL-HASTA
              AND WS-CONTROL-DESDE NOT GREATER THAN WS-OTRA-HASTA
              MOVE WS-INDICE-LIC TO WS-FILA-SUPERPUESTA
              DISPLAY 'NOVEDAD RECHAZADA PARA EL LEGAJO '
                 REG-NOV-LEGAJO ': SE SUPERPONE CON LA LICENCIA '
                 WS-LIC-TIPO(WS-INDICE-LIC) ' DESDE '
                 WS-LIC-DESDE(WS-INDICE-LIC)
           END-IF.

       2310-COMPARAR-PERIODO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Ubica la licencia vigente del legajo por su fecha desde.
       2350-UBICAR-LICENCIA.
           MOVE 0 TO WS-FILA-LIC.
           PERFORM 2360-COMPARAR-LICENCIA
              THRU 2360-COMPARAR-LICENCIA-FIN
              VARYING WS-INDICE-LIC FROM 1 BY 1
              UNTIL WS-INDICE-LIC GREATER THAN WS-CANT-LICENCIAS.
           IF WS-FILA-LIC EQUAL 0
              DISPLAY 'NOVEDAD RECHAZADA: EL LEGAJO ' REG-NOV-LEGAJO
                 ' NO TIENE LICENCIA VIGENTE DESDE ' REG-NOV-DESDE
           END-IF.

       2350-UBICAR-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2360-COMPARAR-LICENCIA.
           IF WS-LIC-LEGAJO(WS-INDICE-LIC) EQUAL REG-NOV-LEGAJO
              AND WS-LIC-DESDE(WS-INDICE-LIC) EQUAL REG-NOV-DESDE
              AND WS-LIC-ESTADO(WS-INDICE-LIC) EQUAL 'A'
              MOVE WS-INDICE-LIC TO WS-FILA-LIC
           END-IF.

       2360-COMPARAR-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Prorroga o alta anticipada: cambia la fecha hasta (en
      * blanco la reabre). Si viene la marca S registra ademas el
      * certificado.
       2400-CAMBIAR-HASTA.
           PERFORM 2050-FIRMAR-OPERADOR
              THRU 2050-FIRMAR-OPERADOR-FIN.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2400-CAMBIAR-HASTA-FIN
           END-IF.

           PERFORM 2350-UBICAR-LICENCIA
              THRU 2350-UBICAR-LICENCIA-FIN.
           IF WS-FILA-LIC EQUAL 0
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2400-CAMBIAR-HASTA-FIN
           END-IF.

           PERFORM 2200-VALIDAR-FECHAS
              THRU 2200-VALIDAR-FECHAS-FIN.
           IF NOT LK-FEC-RETORNO-OK
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2400-CAMBIAR-HASTA-FIN
           END-IF.

           PERFORM 2300-CONTROLAR-SUPERPOSICION
              THRU 2300-CONTROLAR-SUPERPOSICION-FIN.
           IF WS-FILA-SUPERPUESTA NOT EQUAL 0
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2400-CAMBIAR-HASTA-FIN
           END-IF.

           MOVE REG-NOV-HASTA TO WS-LIC-HASTA(WS-FILA-LIC).
           IF REG-NOV-CERTIFICADO EQUAL 'S'
              MOVE 'S' TO WS-LIC-CERTIFICADO(WS-FILA-LIC)
           END-IF.
           ADD 1 TO WS-CANT-CAMBIOS.
           MOVE WS-LIC-TIPO(WS-FILA-LIC) TO REG-NOV-LICENCIA.
           MOVE 'CAMBIO FECHA HASTA' TO REG-AUD-DETALLE.
           PERFORM 2900-GRABAR-AUDITORIA
              THRU 2900-GRABAR-AUDITORIA-FIN.

       2400-CAMBIAR-HASTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2500-REGISTRAR-CERTIFICADO.
           PERFORM 2050-FIRMAR-OPERADOR
              THRU 2050-FIRMAR-OPERADOR-FIN.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2500-REGISTRAR-CERTIFICADO-FIN
           END-IF.

           PERFORM 2350-UBICAR-LICENCIA
              THRU 2350-UBICAR-LICENCIA-FIN.
           IF WS-FILA-LIC EQUAL 0
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2500-REGISTRAR-CERTIFICADO-FIN
           END-IF.

           MOVE 'S' TO WS-LIC-CERTIFICADO(WS-FILA-LIC).
           ADD 1 TO WS-CANT-CERTIFICADOS.
           MOVE WS-LIC-TIPO(WS-FILA-LIC)  TO REG-NOV-LICENCIA.
           MOVE WS-LIC-HASTA(WS-FILA-LIC) TO REG-NOV-HASTA.
           MOVE 'CERTIFICADO RECIBIDO' TO REG-AUD-DETALLE.
           PERFORM 2900-GRABAR-AUDITORIA
              THRU 2900-GRABAR-AUDITORIA-FIN.

       2500-REGISTRAR-CERTIFICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2600-ANULAR-LICENCIA.
           PERFORM 2050-FIRMAR-OPERADOR
              THRU 2050-FIRMAR-OPERADOR-FIN.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-PUEDE-MANTENER
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2600-ANULAR-LICENCIA-FIN
           END-IF.

           PERFORM 2350-UBICAR-LICENCIA
              THRU 2350-UBICAR-LICENCIA-FIN.
           IF WS-FILA-LIC EQUAL 0
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2600-ANULAR-LICENCIA-FIN
           END-IF.

           MOVE 'B' TO WS-LIC-ESTADO(WS-FILA-LIC).
           ADD 1 TO WS-CANT-BAJAS.
           MOVE WS-LIC-TIPO(WS-FILA-LIC)  TO REG-NOV-LICENCIA.
           MOVE WS-LIC-HASTA(WS-FILA-LIC) TO REG-NOV-HASTA.
           MOVE 'ANULA LICENCIA' TO REG-AUD-DETALLE.
           PERFORM 2900-GRABAR-AUDITORIA
              THRU 2900-GRABAR-AUDITORIA-FIN.

       2600-ANULAR-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2900-GRABAR-AUDITORIA.
      * REG-AUD-DETALLE ya viene cargado por el que audita.
           MOVE ' | ' TO REG-AUD-SEP-01 REG-AUD-SEP-02 REG-AUD-SEP-03
                         REG-AUD-SEP-04 REG-AUD-SEP-05 REG-AUD-SEP-06
                         REG-AUD-SEP-07.
           MOVE WS-FECHA-PROCESO  TO REG-AUD-FECHA.
           MOVE REG-NOV-OPERADOR  TO REG-AUD-OPERADOR.
           MOVE REG-NOV-TIPO      TO REG-AUD-MODO.
           MOVE REG-NOV-LEGAJO    TO REG-AUD-LEGAJO.
           MOVE REG-NOV-LICENCIA  TO REG-AUD-LICENCIA.
           MOVE REG-NOV-DESDE     TO REG-AUD-DESDE.
           MOVE REG-NOV-HASTA     TO REG-AUD-HASTA.

           WRITE REG-AUDITORIA.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR LICENCIAS_AUDIT.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
           END-IF.

       2900-GRABAR-AUDITORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-NOVEDADES
                 EMPLEADOS
                 SAL-AUDITORIA.

           OPEN OUTPUT SAL-LICENCIAS.
           IF NOT FS-SAL-LICENCIAS-OK
              DISPLAY 'ERROR AL REGRABAR LICENCIAS.TXT: '
                 FS-SAL-LICENCIAS
           ELSE
              PERFORM 3100-GRABAR-LICENCIA
                 THRU 3100-GRABAR-LICENCIA-FIN
                 VARYING WS-INDICE-LIC FROM 1 BY 1
                 UNTIL WS-INDICE-LIC GREATER THAN WS-CANT-LICENCIAS
              CLOSE SAL-LICENCIAS
           END-IF.

           DISPLAY 'LICENCIAS DADAS DE ALTA: ' WS-CANT-ALTAS.
           DISPLAY 'FECHAS HASTA CAMBIADAS : ' WS-CANT-CAMBIOS.
           DISPLAY 'CERTIFICADOS RECIBIDOS : ' WS-CANT-CERTIFICADOS.
           DISPLAY 'LICENCIAS ANULADAS     : ' WS-CANT-BAJAS.
           DISPLAY 'NOVEDADES RECHAZADAS   : ' WS-CANT-RECHAZADOS.

       3000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-GRABAR-LICENCIA.
           MOVE WS-LIC-LEGAJO(WS-INDICE-LIC)
             TO REG-SLIC-LEGAJO.
           MOVE WS-LIC-TIPO(WS-INDICE-LIC)
             TO REG-SLIC-TIPO.
           MOVE WS-LIC-DESDE(WS-INDICE-LIC)
             TO REG-SLIC-DESDE.
           MOVE WS-LIC-HASTA(WS-INDICE-LIC)
             TO REG-SLIC-HASTA.
           MOVE WS-LIC-CERTIFICADO(WS-INDICE-LIC)
             TO REG-SLIC-CERTIFICADO.
           MOVE WS-LIC-ESTADO(WS-INDICE-LIC)
             TO REG-SLIC-ESTADO.
           WRITE REG-SAL-LICENCIA.

       3100-GRABAR-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CL20LICEN.
