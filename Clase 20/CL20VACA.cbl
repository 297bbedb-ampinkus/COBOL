      *          ingreso al 31/12 del anio devengado) y regraba el
      *          maestro. Los dias tomados los descuenta CL20LIQ con
      *          las novedades tipo V; el poster de la pared queda
      *          jubilado. Los dias de las licencias del registro
      *          (LICENCIAS.TXT) cuyo tipo no computa para la
      *          antiguedad segun LICENCIAS_TIPOS.TXT (por ejemplo
      *          las sin goce) se descuentan de la antiguedad antes
      *          de buscar la escala.
      *          Uso: CL20VACA <ANIO AAAA>
      * Tectonics: cobc
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-VENCEN.

      * Registro de licencias (lo mantiene CL20LICEN) y tabla de
      * tipos, que dice cuales no computan para la antiguedad
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

       FD SAL-VENCEN.
       01 REG-VENCEN-LINEA                  PIC X(80).

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
          05 REG-TLI-PAGO                   PIC X(01).
      * S si los dias computan para la antiguedad de vacaciones
          05 REG-TLI-ANTIGUEDAD             PIC X(01).
          05 REG-TLI-CERTIFICADO            PIC X(01).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
          05 FS-SAL-VENCEN                  PIC X(2).
             88 FS-SAL-VENCEN-OK                VALUE '00'.
          05 FS-ENT-LICENCIAS               PIC X(2).
             88 FS-ENT-LICENCIAS-OK             VALUE '00'.
             88 FS-ENT-LICENCIAS-EOF            VALUE '10'.
             88 FS-ENT-LICENCIAS-NFD            VALUE '35'.
          05 FS-ENT-TIPOS-LIC               PIC X(2).
             88 FS-ENT-TIPOS-LIC-OK             VALUE '00'.
             88 FS-ENT-TIPOS-LIC-EOF            VALUE '10'.
             88 FS-ENT-TIPOS-LIC-NFD            VALUE '35'.

      * Anio devengado
       01 WS-LINEA-COMANDO          PIC X(20) VALUE SPACES.
       77 WS-ANIOS-ANTIGUEDAD       PIC 9(03) VALUE 0.
       77 WS-DIAS-QUE-TOCAN         PIC 9(03) VALUE 0.

      * Tipos de licencia que no computan para la antiguedad, y las
      * licencias vigentes de esos tipos
       01 WS-TIPOS-LIC-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-TIPOS-LIC-EOF-YES      VALUE 'TRUE'.
          88 WS-TIPOS-LIC-EOF-NO       VALUE 'FALSE'.
       01 WS-LICENCIAS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-LICENCIAS-EOF-YES      VALUE 'TRUE'.
          88 WS-LICENCIAS-EOF-NO       VALUE 'FALSE'.
       77 WS-INDICE-TLI             PIC 9(02) VALUE 1.
       77 WS-CANT-TIPOS-LIC         PIC 9(02) VALUE 0.
       01 WS-TIPO-NO-COMPUTA        PIC X(02) VALUE 'NO'.
          88 WS-TIPO-NO-COMPUTA-SI     VALUE 'SI'.
          88 WS-TIPO-NO-COMPUTA-NO     VALUE 'NO'.
       01 WS-TABLA-TIPOS-LIC.
          05 WS-TLI-CODIGO OCCURS 50 TIMES PIC X(04).
       77 WS-INDICE-LIC             PIC 9(04) VALUE 1.
       77 WS-CANT-LICENCIAS         PIC 9(04) VALUE 0.
       01 WS-TABLA-LICENCIAS.
          05 WS-LIC-ITEM OCCURS 2000 TIMES.
             10 WS-LIC-LEGAJO              PIC 9(08).
             10 WS-LIC-DESDE               PIC X(10).
             10 WS-LIC-HASTA               PIC X(10).
       01 WS-TRAMO-DESDE            PIC X(10) VALUE SPACES.
       01 WS-TRAMO-HASTA            PIC X(10) VALUE SPACES.

      * Aritmetica de fechas via CLFECHAS
       01 WS-FECHAS.
           COPY CLFECHAS.
           END-IF.
           MOVE WS-PARM-ANIO TO WS-FC-ANIO.

           PERFORM 1100-CARGAR-LICENCIAS
              THRU 1100-CARGAR-LICENCIAS-FIN.

           OPEN I-O EMPLEADOS.
           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS'
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Sin registro de licencias o sin tabla de tipos la
      * antiguedad se cuenta corrida desde el ingreso.
       1100-CARGAR-LICENCIAS.
           OPEN INPUT ENT-TIPOS-LIC.
           EVALUATE TRUE
               WHEN FS-ENT-TIPOS-LIC-OK
                   PERFORM 1110-LEER-TIPO-LICENCIA
                      THRU 1110-LEER-TIPO-LICENCIA-FIN
                      UNTIL WS-TIPOS-LIC-EOF-YES
                   CLOSE ENT-TIPOS-LIC
               WHEN FS-ENT-TIPOS-LIC-NFD
                   GO TO 1100-CARGAR-LICENCIAS-FIN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LICENCIAS_TIPOS.TXT: '
                      FS-ENT-TIPOS-LIC
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-CANT-TIPOS-LIC EQUAL 0
              GO TO 1100-CARGAR-LICENCIAS-FIN
           END-IF.

           OPEN INPUT ENT-LICENCIAS.
           EVALUATE TRUE
               WHEN FS-ENT-LICENCIAS-OK
                   PERFORM 1120-LEER-LICENCIA
                      THRU 1120-LEER-LICENCIA-FIN
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

       1100-CARGAR-LICENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-TIPO-LICENCIA.
           READ ENT-TIPOS-LIC
               AT END
                   SET WS-TIPOS-LIC-EOF-YES TO TRUE
                   GO TO 1110-LEER-TIPO-LICENCIA-FIN
           END-READ.
           IF REG-TLI-ANTIGUEDAD EQUAL 'S'
              OR WS-CANT-TIPOS-LIC NOT LESS THAN 50
              GO TO 1110-LEER-TIPO-LICENCIA-FIN
           END-IF.
           ADD 1 TO WS-CANT-TIPOS-LIC.
           MOVE REG-TLI-CODIGO TO WS-TLI-CODIGO(WS-CANT-TIPOS-LIC).

       1110-LEER-TIPO-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Quedan en memoria las licencias vigentes de los tipos que
      * no computan, iniciadas hasta el cierre del anio devengado.
       1120-LEER-LICENCIA.
           READ ENT-LICENCIAS
               AT END
                   SET WS-LICENCIAS-EOF-YES TO TRUE
                   GO TO 1120-LEER-LICENCIA-FIN
           END-READ.
           IF REG-LIC-ESTADO NOT EQUAL 'A'
              OR REG-LIC-DESDE GREATER THAN WS-FECHA-CORTE
              GO TO 1120-LEER-LICENCIA-FIN
           END-IF.

           SET WS-TIPO-NO-COMPUTA-NO TO TRUE.
           PERFORM 1130-BUSCAR-TIPO-LICENCIA
              THRU 1130-BUSCAR-TIPO-LICENCIA-FIN
              VARYING WS-INDICE-TLI FROM 1 BY 1
              UNTIL WS-INDICE-TLI GREATER THAN WS-CANT-TIPOS-LIC.
           IF WS-TIPO-NO-COMPUTA-NO
              GO TO 1120-LEER-LICENCIA-FIN
           END-IF.
           IF WS-CANT-LICENCIAS NOT LESS THAN 2000
              DISPLAY 'MAS DE 2000 LICENCIAS QUE NO COMPUTAN: LA DEL '
                 'LEGAJO ' REG-LIC-LEGAJO ' NO SE DESCUENTA'
              GO TO 1120-LEER-LICENCIA-FIN
           END-IF.

           ADD 1 TO WS-CANT-LICENCIAS.
           MOVE REG-LIC-LEGAJO TO WS-LIC-LEGAJO(WS-CANT-LICENCIAS).
           MOVE REG-LIC-DESDE  TO WS-LIC-DESDE(WS-CANT-LICENCIAS).
           MOVE REG-LIC-HASTA  TO WS-LIC-HASTA(WS-CANT-LICENCIAS).

       1120-LEER-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1130-BUSCAR-TIPO-LICENCIA.
           IF WS-TLI-CODIGO(WS-INDICE-TLI) EQUAL REG-LIC-TIPO
              SET WS-TIPO-NO-COMPUTA-SI TO TRUE
           END-IF.

       1130-BUSCAR-TIPO-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-RECORRER-EMPLEADOS.
           MOVE 0 TO EMP-ID-EMPLEADO.
           ELSE
              MOVE 0 TO WS-DIAS-ANTIGUEDAD
           END-IF.

           PERFORM 2310-DESCONTAR-LICENCIA
              THRU 2310-DESCONTAR-LICENCIA-FIN
              VARYING WS-INDICE-LIC FROM 1 BY 1
              UNTIL WS-INDICE-LIC GREATER THAN WS-CANT-LICENCIAS.
           IF WS-DIAS-ANTIGUEDAD LESS THAN 0
              MOVE 0 TO WS-DIAS-ANTIGUEDAD
           END-IF.
           COMPUTE WS-ANIOS-ANTIGUEDAD = WS-DIAS-ANTIGUEDAD / 365.

           EVALUATE TRUE
       2300-DIAS-POR-ANTIGUEDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Dias de la licencia que no computa, entre el ingreso y el
      * cierre del anio (la abierta corre hasta el cierre).
       2310-DESCONTAR-LICENCIA.
           IF WS-LIC-LEGAJO(WS-INDICE-LIC) NOT EQUAL EMP-ID-EMPLEADO
              GO TO 2310-DESCONTAR-LICENCIA-FIN
           END-IF.

           IF WS-LIC-DESDE(WS-INDICE-LIC) GREATER THAN
                 EMP-FECHA-INGRESO
              MOVE WS-LIC-DESDE(WS-INDICE-LIC) TO WS-TRAMO-DESDE
           ELSE
              MOVE EMP-FECHA-INGRESO TO WS-TRAMO-DESDE
           END-IF.
           IF WS-LIC-HASTA(WS-INDICE-LIC) EQUAL SPACES
              OR WS-LIC-HASTA(WS-INDICE-LIC) GREATER THAN
                 WS-FECHA-CORTE
              MOVE WS-FECHA-CORTE TO WS-TRAMO-HASTA
           ELSE
              MOVE WS-LIC-HASTA(WS-INDICE-LIC) TO WS-TRAMO-HASTA
           END-IF.
           IF WS-TRAMO-DESDE GREATER THAN WS-TRAMO-HASTA
              GO TO 2310-DESCONTAR-LICENCIA-FIN
           END-IF.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE WS-TRAMO-DESDE TO LK-FEC-FECHA-1.
           MOVE WS-TRAMO-HASTA TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF LK-FEC-RETORNO-OK
              COMPUTE WS-DIAS-ANTIGUEDAD =
                 WS-DIAS-ANTIGUEDAD - LK-FEC-DIFERENCIA - 1
           END-IF.

       2310-DESCONTAR-LICENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE EMPLEADOS
