      *----------------------------------------------------------------*
      *  Purpose: CLIMPDC - Cierre mensual del impuesto sobre los
      *           debitos y creditos bancarios. Recorre el registro
      *           del impuesto que deja CLPOSTEO
      *           (IMPDC_PERCEPCIONES.TXT) para el periodo pedido y
      *           totaliza por cuenta y moneda lo gravado y lo
      *           percibido sobre debitos y sobre creditos.
      *           Por cada cuenta sale su certificado de percepcion
      *           en IMPDC_CERTIFICADOS.TXT (con el titular de
      *           CUENTAS.TXT), para que el cliente lo compute contra
      *           ganancias, y el total del mes por moneda a declarar
      *           ante el fisco sale en IMPDC_DDJJ.TXT.
      *           Uso: CLIMPDC <PERIODO AAAA-MM>
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMPDC.

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENT-IMPDC-PERCEPCIONES
           ASSIGN TO '../IMPDC_PERCEPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-IMPDC-PERCEP.

       SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

       SELECT SAL-CERTIFICADOS
           ASSIGN TO '../IMPDC_CERTIFICADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CERTIFICADOS.

       SELECT SAL-DDJJ
           ASSIGN TO '../IMPDC_DDJJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-DDJJ.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-IMPDC-PERCEPCIONES.
           COPY IMPDCPER.

       FD ENT-CUENTAS.
       01 REG-ENT-CUENTAS.
          05 REG-ENT-CUENTAS-NUMERO           PIC X(22).
          05 REG-ENT-CUENTAS-SALDO            PIC 9(10)V9(02).
          05 REG-ENT-CUENTAS-TITULAR          PIC X(30).
          05 FILLER                           PIC X(16).

       FD SAL-CERTIFICADOS.
       01 REG-CERTIFICADO-LINEA               PIC X(132).

       FD SAL-DDJJ.
       01 REG-DDJJ-LINEA                      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS.
          05 FS-ENT-IMPDC-PERCEP              PIC X(2).
             88 FS-ENT-IMPDC-PERCEP-OK        VALUE '00'.
             88 FS-ENT-IMPDC-PERCEP-EOF       VALUE '10'.
             88 FS-ENT-IMPDC-PERCEP-NFD       VALUE '35'.
          05 FS-ENT-CUENTAS                   PIC X(2).
             88 FS-ENT-CUENTAS-OK             VALUE '00'.
             88 FS-ENT-CUENTAS-EOF            VALUE '10'.
             88 FS-ENT-CUENTAS-NFD            VALUE '35'.
          05 FS-SAL-CERTIFICADOS              PIC X(2).
             88 FS-SAL-CERTIFICADOS-OK        VALUE '00'.
          05 FS-SAL-DDJJ                      PIC X(2).
             88 FS-SAL-DDJJ-OK                VALUE '00'.

      * Periodo pedido
       01 WS-LINEA-COMANDO                    PIC X(40) VALUE SPACES.
       01 WS-PARM-PERIODO                     PIC X(07) VALUE SPACES.
       01 WS-PERIODO-R REDEFINES WS-PARM-PERIODO.
          05 WS-PER-ANIO                      PIC X(04).
          05 WS-PER-GUION                     PIC X(01).
          05 WS-PER-MES                       PIC X(02).

      * Switches de fin de archivo
       01 WS-PERCEPCIONES-EOF                 PIC X(05) VALUE 'FALSE'.
          88 WS-PERCEPCIONES-EOF-YES          VALUE 'TRUE'.
          88 WS-PERCEPCIONES-EOF-NO           VALUE 'FALSE'.
       01 WS-CUENTAS-EOF                      PIC X(05) VALUE 'FALSE'.
          88 WS-CUENTAS-EOF-YES               VALUE 'TRUE'.
          88 WS-CUENTAS-EOF-NO                VALUE 'FALSE'.

      * Titulares del maestro de cuentas
       77 WS-INDICE-CUENTA                    PIC 9(03) VALUE 1.
       77 WS-CANT-CUENTAS                     PIC 9(03) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CUENTA OCCURS 200 TIMES.
             10 WS-CUENTA-NUMERO              PIC X(22).
             10 WS-CUENTA-TITULAR             PIC X(30).

      * Acumulado del periodo por cuenta y moneda
       77 WS-INDICE-CER                       PIC 9(03) VALUE 1.
       77 WS-CANT-CER                         PIC 9(03) VALUE 0.
       77 WS-FILA-CER                         PIC 9(03) VALUE 0.
       01 WS-TABLA-CERTIFICADOS.
          05 WS-CER-ITEM OCCURS 500 TIMES.
             10 WS-CER-CUENTA                 PIC X(22).
             10 WS-CER-MONEDA                 PIC X(03).
             10 WS-CER-TITULAR                PIC X(30).
             10 WS-CER-CANT                   PIC 9(05).
             10 WS-CER-BASE-DEBITO            PIC 9(12)V9(02).
             10 WS-CER-IMP-DEBITO             PIC 9(10)V9(02).
             10 WS-CER-BASE-CREDITO           PIC 9(12)V9(02).
             10 WS-CER-IMP-CREDITO            PIC 9(10)V9(02).

      * Total a declarar por moneda
       77 WS-INDICE-MON                       PIC 9(02) VALUE 1.
       77 WS-CANT-MON                         PIC 9(02) VALUE 0.
       77 WS-FILA-MON                         PIC 9(02) VALUE 0.
       77 WS-MONEDA-BUSCADA                   PIC X(03) VALUE SPACES.
       01 WS-TABLA-MONEDAS.
          05 WS-MON-ITEM OCCURS 10 TIMES.
             10 WS-MON-MONEDA                 PIC X(03).
             10 WS-MON-CUENTAS                PIC 9(05).
             10 WS-MON-CANT                   PIC 9(07).
             10 WS-MON-BASE-DEBITO            PIC 9(13)V9(02).
             10 WS-MON-IMP-DEBITO             PIC 9(11)V9(02).
             10 WS-MON-BASE-CREDITO           PIC 9(13)V9(02).
             10 WS-MON-IMP-CREDITO            PIC 9(11)V9(02).

       77 WS-TOTAL-PERCIBIDO                  PIC 9(11)V9(02) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                   PIC 9(07) VALUE 0.
          05 WS-CANT-DEL-PERIODO              PIC 9(07) VALUE 0.

      * Lineas del certificado por cuenta
       01 WS-CER-TITULO.
          05 FILLER                    PIC X(47) VALUE
             'CERTIFICADO DE PERCEPCION - IMPUESTO SOBRE LOS '.
          05 FILLER                    PIC X(30) VALUE
             'DEBITOS Y CREDITOS BANCARIOS'.
       01 WS-CER-LINEA-CUENTA.
          05 FILLER                    PIC X(09) VALUE 'PERIODO: '.
          05 WS-CER-LIN-PERIODO        PIC X(07).
          05 FILLER                    PIC X(11) VALUE '   CUENTA: '.
          05 WS-CER-LIN-CUENTA         PIC X(22).
          05 FILLER                    PIC X(11) VALUE '   MONEDA: '.
          05 WS-CER-LIN-MONEDA         PIC X(03).
       01 WS-CER-LINEA-TITULAR.
          05 FILLER                    PIC X(09) VALUE 'TITULAR: '.
          05 WS-CER-LIN-TITULAR        PIC X(30).
          05 FILLER                    PIC X(17) VALUE
             '   MOVIMIENTOS: '.
          05 WS-CER-LIN-CANT           PIC ZZZZ9.
       01 WS-CER-LINEA-IMPORTE.
          05 WS-CER-LIN-CONCEPTO       PIC X(11).
          05 FILLER                    PIC X(18) VALUE
             'IMPORTE GRAVADO: '.
          05 WS-CER-LIN-BASE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(24) VALUE
             '   IMPUESTO PERCIBIDO: '.
          05 WS-CER-LIN-IMPUESTO       PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-CER-LINEA-TOTAL.
          05 FILLER                    PIC X(53) VALUE
             'TOTAL PERCIBIDO EN EL PERIODO'.
          05 FILLER                    PIC X(18) VALUE SPACES.
          05 WS-CER-LIN-TOTAL          PIC Z.ZZZ.ZZZ.ZZ9,99.

      * Lineas de la declaracion mensual
       01 WS-DDJ-TITULO.
          05 FILLER                    PIC X(50) VALUE
             'IMPUESTO SOBRE LOS DEBITOS Y CREDITOS BANCARIOS - '.
          05 FILLER                    PIC X(23) VALUE
             'PERCEPCIONES DEL MES - '.
          05 WS-DDJ-TIT-PERIODO        PIC X(07).
       01 WS-DDJ-ENCABEZADO.
          05 FILLER                    PIC X(04) VALUE 'MON'.
          05 FILLER                    PIC X(08) VALUE 'CUENTAS'.
          05 FILLER                    PIC X(09) VALUE '   MOVIM.'.
          05 FILLER                    PIC X(19)
             VALUE '   GRAVADO DEBITOS'.
          05 FILLER                    PIC X(17)
             VALUE '   IMP. DEBITOS'.
          05 FILLER                    PIC X(19)
             VALUE '  GRAVADO CREDITOS'.
          05 FILLER                    PIC X(17)
             VALUE '  IMP. CREDITOS'.
          05 FILLER                    PIC X(17)
             VALUE '   TOTAL PERCIB.'.
       01 WS-DDJ-DETALLE.
          05 WS-DDJ-DET-MONEDA         PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-DDJ-DET-CUENTAS        PIC ZZZZZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-DDJ-DET-CANT           PIC ZZZZZZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-DDJ-DET-BASE-DEB       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-DDJ-DET-IMP-DEB        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-DDJ-DET-BASE-CRED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-DDJ-DET-IMP-CRED       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-DDJ-DET-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-DDJ-SIN-MOVIMIENTOS.
          05 FILLER                    PIC X(40) VALUE
             'SIN PERCEPCIONES EN EL PERIODO'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-PERIODO.
           IF WS-PER-ANIO NOT NUMERIC
              OR WS-PER-GUION NOT EQUAL '-'
              OR WS-PER-MES NOT NUMERIC
              OR WS-PER-MES LESS THAN '01'
              OR WS-PER-MES GREATER THAN '12'
              PERFORM 1010-MOSTRAR-USO
                 THRU 1010-MOSTRAR-USO-EXIT
              STOP RUN
           END-IF.

           PERFORM 1000-CARGAR-CUENTAS
              THRU 1000-CARGAR-CUENTAS-EXIT.

           PERFORM 2000-ACUMULAR-PERIODO
              THRU 2000-ACUMULAR-PERIODO-EXIT.

           PERFORM 3000-EMITIR-CERTIFICADOS
              THRU 3000-EMITIR-CERTIFICADOS-EXIT.

           PERFORM 4000-EMITIR-DDJJ
              THRU 4000-EMITIR-DDJJ-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1010-MOSTRAR-USO.
           DISPLAY 'USO: CLIMPDC <PERIODO AAAA-MM>'.
           MOVE 99 TO RETURN-CODE.

       1010-MOSTRAR-USO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin el maestro el certificado sale igual, sin el titular.
       1000-CARGAR-CUENTAS.
           OPEN INPUT ENT-CUENTAS.
           EVALUATE TRUE
               WHEN FS-ENT-CUENTAS-OK
                   PERFORM 1100-LEER-CUENTA
                      THRU 1100-LEER-CUENTA-EXIT
                      UNTIL WS-CUENTAS-EOF-YES
                   CLOSE ENT-CUENTAS
               WHEN OTHER
                   DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE CUENTAS: '
                      FS-ENT-CUENTAS
           END-EVALUATE.

       1000-CARGAR-CUENTAS-EXIT.
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
                      MOVE REG-ENT-CUENTAS-TITULAR
                        TO WS-CUENTA-TITULAR(WS-CANT-CUENTAS)
                   END-IF
           END-READ.

       1100-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-ACUMULAR-PERIODO.
           OPEN INPUT ENT-IMPDC-PERCEPCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-IMPDC-PERCEP-OK
                   PERFORM 2100-LEER-PERCEPCION
                      THRU 2100-LEER-PERCEPCION-EXIT
                      UNTIL WS-PERCEPCIONES-EOF-YES
                   CLOSE ENT-IMPDC-PERCEPCIONES
               WHEN FS-ENT-IMPDC-PERCEP-NFD
                   DISPLAY 'NO HAY IMPDC_PERCEPCIONES.TXT: SIN '
                      'PERCEPCIONES A INFORMAR'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR IMPDC_PERCEPCIONES.TXT: '
                      FS-ENT-IMPDC-PERCEP
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-ACUMULAR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-PERCEPCION.
           READ ENT-IMPDC-PERCEPCIONES
               AT END
                   SET WS-PERCEPCIONES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   IF REG-IDP-FECHA(1:7) EQUAL WS-PARM-PERIODO
                      ADD 1 TO WS-CANT-DEL-PERIODO
                      PERFORM 2200-ACUMULAR-CUENTA
                         THRU 2200-ACUMULAR-CUENTA-EXIT
                      PERFORM 2300-ACUMULAR-MONEDA
                         THRU 2300-ACUMULAR-MONEDA-EXIT
                   END-IF
           END-READ.

       2100-LEER-PERCEPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-ACUMULAR-CUENTA.
           MOVE 0 TO WS-FILA-CER.
           PERFORM 2210-COMPARAR-CUENTA
              THRU 2210-COMPARAR-CUENTA-EXIT
              VARYING WS-INDICE-CER FROM 1 BY 1
              UNTIL WS-INDICE-CER GREATER THAN WS-CANT-CER
                 OR WS-FILA-CER NOT EQUAL 0.

           IF WS-FILA-CER EQUAL 0
              IF WS-CANT-CER NOT LESS THAN 500
                 DISPLAY 'MAS DE 500 CUENTAS CON PERCEPCIONES, SE '
                    'IGNORA LA CUENTA ' REG-IDP-CUENTA
                 GO TO 2200-ACUMULAR-CUENTA-EXIT
              END-IF
              ADD 1 TO WS-CANT-CER
              MOVE WS-CANT-CER TO WS-FILA-CER
              MOVE REG-IDP-CUENTA TO WS-CER-CUENTA(WS-FILA-CER)
              MOVE REG-IDP-MONEDA TO WS-CER-MONEDA(WS-FILA-CER)
              MOVE SPACES TO WS-CER-TITULAR(WS-FILA-CER)
              MOVE 0 TO WS-CER-CANT(WS-FILA-CER)
                        WS-CER-BASE-DEBITO(WS-FILA-CER)
                        WS-CER-IMP-DEBITO(WS-FILA-CER)
                        WS-CER-BASE-CREDITO(WS-FILA-CER)
                        WS-CER-IMP-CREDITO(WS-FILA-CER)
              PERFORM 2220-COMPARAR-TITULAR
                 THRU 2220-COMPARAR-TITULAR-EXIT
                 VARYING WS-INDICE-CUENTA FROM 1 BY 1
                 UNTIL WS-INDICE-CUENTA GREATER THAN WS-CANT-CUENTAS
           END-IF.

           ADD 1 TO WS-CER-CANT(WS-FILA-CER).
           IF REG-IDP-PUNTA-DEBITO
              ADD REG-IDP-BASE TO WS-CER-BASE-DEBITO(WS-FILA-CER)
              ADD REG-IDP-IMPUESTO TO WS-CER-IMP-DEBITO(WS-FILA-CER)
           ELSE
              ADD REG-IDP-BASE TO WS-CER-BASE-CREDITO(WS-FILA-CER)
              ADD REG-IDP-IMPUESTO TO WS-CER-IMP-CREDITO(WS-FILA-CER)
           END-IF.

       2200-ACUMULAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-CUENTA.
           IF WS-CER-CUENTA(WS-INDICE-CER) EQUAL REG-IDP-CUENTA
              AND WS-CER-MONEDA(WS-INDICE-CER) EQUAL REG-IDP-MONEDA
              MOVE WS-INDICE-CER TO WS-FILA-CER
           END-IF.

       2210-COMPARAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2220-COMPARAR-TITULAR.
           IF WS-CUENTA-NUMERO(WS-INDICE-CUENTA) EQUAL REG-IDP-CUENTA
              MOVE WS-CUENTA-TITULAR(WS-INDICE-CUENTA)
                TO WS-CER-TITULAR(WS-FILA-CER)
           END-IF.

       2220-COMPARAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-ACUMULAR-MONEDA.
           MOVE REG-IDP-MONEDA TO WS-MONEDA-BUSCADA.
           MOVE 0 TO WS-FILA-MON.
           PERFORM 2310-COMPARAR-MONEDA
              THRU 2310-COMPARAR-MONEDA-EXIT
              VARYING WS-INDICE-MON FROM 1 BY 1
              UNTIL WS-INDICE-MON GREATER THAN WS-CANT-MON
                 OR WS-FILA-MON NOT EQUAL 0.

           IF WS-FILA-MON EQUAL 0
              IF WS-CANT-MON NOT LESS THAN 10
                 DISPLAY 'MAS DE 10 MONEDAS CON PERCEPCIONES, SE '
                    'IGNORA ' REG-IDP-MONEDA
                 GO TO 2300-ACUMULAR-MONEDA-EXIT
              END-IF
              ADD 1 TO WS-CANT-MON
              MOVE WS-CANT-MON TO WS-FILA-MON
              MOVE REG-IDP-MONEDA TO WS-MON-MONEDA(WS-FILA-MON)
              MOVE 0 TO WS-MON-CUENTAS(WS-FILA-MON)
                        WS-MON-CANT(WS-FILA-MON)
                        WS-MON-BASE-DEBITO(WS-FILA-MON)
                        WS-MON-IMP-DEBITO(WS-FILA-MON)
                        WS-MON-BASE-CREDITO(WS-FILA-MON)
                        WS-MON-IMP-CREDITO(WS-FILA-MON)
           END-IF.

           ADD 1 TO WS-MON-CANT(WS-FILA-MON).
           IF REG-IDP-PUNTA-DEBITO
              ADD REG-IDP-BASE TO WS-MON-BASE-DEBITO(WS-FILA-MON)
              ADD REG-IDP-IMPUESTO TO WS-MON-IMP-DEBITO(WS-FILA-MON)
           ELSE
              ADD REG-IDP-BASE TO WS-MON-BASE-CREDITO(WS-FILA-MON)
              ADD REG-IDP-IMPUESTO TO WS-MON-IMP-CREDITO(WS-FILA-MON)
           END-IF.

       2300-ACUMULAR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2310-COMPARAR-MONEDA.
           IF WS-MON-MONEDA(WS-INDICE-MON) EQUAL WS-MONEDA-BUSCADA
              MOVE WS-INDICE-MON TO WS-FILA-MON
           END-IF.

       2310-COMPARAR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un certificado por cuenta y moneda, separados por una linea
      * en blanco.
       3000-EMITIR-CERTIFICADOS.
           OPEN OUTPUT SAL-CERTIFICADOS.
           IF NOT FS-SAL-CERTIFICADOS-OK
              DISPLAY 'ERROR AL ABRIR IMPDC_CERTIFICADOS.TXT: '
                 FS-SAL-CERTIFICADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3100-EMITIR-CERTIFICADO
              THRU 3100-EMITIR-CERTIFICADO-EXIT
              VARYING WS-INDICE-CER FROM 1 BY 1
              UNTIL WS-INDICE-CER GREATER THAN WS-CANT-CER.

           CLOSE SAL-CERTIFICADOS.

       3000-EMITIR-CERTIFICADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-EMITIR-CERTIFICADO.
           MOVE WS-CER-TITULO TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.

           MOVE WS-PARM-PERIODO TO WS-CER-LIN-PERIODO.
           MOVE WS-CER-CUENTA(WS-INDICE-CER) TO WS-CER-LIN-CUENTA.
           MOVE WS-CER-MONEDA(WS-INDICE-CER) TO WS-CER-LIN-MONEDA.
           MOVE WS-CER-LINEA-CUENTA TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.

           MOVE WS-CER-TITULAR(WS-INDICE-CER) TO WS-CER-LIN-TITULAR.
           MOVE WS-CER-CANT(WS-INDICE-CER)    TO WS-CER-LIN-CANT.
           MOVE WS-CER-LINEA-TITULAR TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.

           MOVE 'DEBITOS'  TO WS-CER-LIN-CONCEPTO.
           MOVE WS-CER-BASE-DEBITO(WS-INDICE-CER) TO WS-CER-LIN-BASE.
           MOVE WS-CER-IMP-DEBITO(WS-INDICE-CER)
             TO WS-CER-LIN-IMPUESTO.
           MOVE WS-CER-LINEA-IMPORTE TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.

           MOVE 'CREDITOS' TO WS-CER-LIN-CONCEPTO.
           MOVE WS-CER-BASE-CREDITO(WS-INDICE-CER) TO WS-CER-LIN-BASE.
           MOVE WS-CER-IMP-CREDITO(WS-INDICE-CER)
             TO WS-CER-LIN-IMPUESTO.
           MOVE WS-CER-LINEA-IMPORTE TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.

           COMPUTE WS-TOTAL-PERCIBIDO =
              WS-CER-IMP-DEBITO(WS-INDICE-CER)
              + WS-CER-IMP-CREDITO(WS-INDICE-CER).
           MOVE WS-TOTAL-PERCIBIDO TO WS-CER-LIN-TOTAL.
           MOVE WS-CER-LINEA-TOTAL TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.

           MOVE SPACES TO REG-CERTIFICADO-LINEA.
           WRITE REG-CERTIFICADO-LINEA.

      * La cuenta suma en el total de su moneda para la declaracion
           MOVE WS-CER-MONEDA(WS-INDICE-CER) TO WS-MONEDA-BUSCADA.
           MOVE 0 TO WS-FILA-MON.
           PERFORM 2310-COMPARAR-MONEDA
              THRU 2310-COMPARAR-MONEDA-EXIT
              VARYING WS-INDICE-MON FROM 1 BY 1
              UNTIL WS-INDICE-MON GREATER THAN WS-CANT-MON
                 OR WS-FILA-MON NOT EQUAL 0.
           IF WS-FILA-MON NOT EQUAL 0
              ADD 1 TO WS-MON-CUENTAS(WS-FILA-MON)
           END-IF.

       3100-EMITIR-CERTIFICADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Total del mes por moneda, lo que se declara y deposita.
       4000-EMITIR-DDJJ.
           OPEN OUTPUT SAL-DDJJ.
           IF NOT FS-SAL-DDJJ-OK
              DISPLAY 'ERROR AL ABRIR IMPDC_DDJJ.TXT: ' FS-SAL-DDJJ
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-PERIODO TO WS-DDJ-TIT-PERIODO.
           MOVE WS-DDJ-TITULO TO REG-DDJJ-LINEA.
           WRITE REG-DDJJ-LINEA.
           MOVE WS-DDJ-ENCABEZADO TO REG-DDJJ-LINEA.
           WRITE REG-DDJJ-LINEA.

           IF WS-CANT-MON EQUAL 0
              MOVE WS-DDJ-SIN-MOVIMIENTOS TO REG-DDJJ-LINEA
              WRITE REG-DDJJ-LINEA
           END-IF.

           PERFORM 4100-EMITIR-MONEDA
              THRU 4100-EMITIR-MONEDA-EXIT
              VARYING WS-INDICE-MON FROM 1 BY 1
              UNTIL WS-INDICE-MON GREATER THAN WS-CANT-MON.

           CLOSE SAL-DDJJ.

       4000-EMITIR-DDJJ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-EMITIR-MONEDA.
           MOVE WS-MON-MONEDA(WS-INDICE-MON)  TO WS-DDJ-DET-MONEDA.
           MOVE WS-MON-CUENTAS(WS-INDICE-MON) TO WS-DDJ-DET-CUENTAS.
           MOVE WS-MON-CANT(WS-INDICE-MON)    TO WS-DDJ-DET-CANT.
           MOVE WS-MON-BASE-DEBITO(WS-INDICE-MON)
             TO WS-DDJ-DET-BASE-DEB.
           MOVE WS-MON-IMP-DEBITO(WS-INDICE-MON)
             TO WS-DDJ-DET-IMP-DEB.
           MOVE WS-MON-BASE-CREDITO(WS-INDICE-MON)
             TO WS-DDJ-DET-BASE-CRED.
           MOVE WS-MON-IMP-CREDITO(WS-INDICE-MON)
             TO WS-DDJ-DET-IMP-CRED.
           COMPUTE WS-TOTAL-PERCIBIDO =
              WS-MON-IMP-DEBITO(WS-INDICE-MON)
              + WS-MON-IMP-CREDITO(WS-INDICE-MON).
           MOVE WS-TOTAL-PERCIBIDO TO WS-DDJ-DET-TOTAL.
           MOVE WS-DDJ-DETALLE TO REG-DDJJ-LINEA.
           WRITE REG-DDJJ-LINEA.

       4100-EMITIR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
           DISPLAY 'PERCEPCIONES LEIDAS     : ' WS-CANT-LEIDAS.
           DISPLAY 'DEL PERIODO             : ' WS-CANT-DEL-PERIODO.
           DISPLAY 'CERTIFICADOS EMITIDOS   : ' WS-CANT-CER.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLIMPDC.
