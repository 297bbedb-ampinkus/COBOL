      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02PROME.CBL - Promesas de pago de cobranzas. Lo que
      *          el moroso prometia pagar quedaba solo en una nota
      *          libre. Mantiene PROMESAS.TXT:
      *          Modo ALTA: toma PROMESAS_NOVEDADES.SEQ (cuenta,
      *          importe prometido, fecha limite y gestor firmado via
      *          TP02SIGN), valida la cuenta contra el master via
      *          MAESTARJ (consulta por cuenta) y la fecha via
      *          CLFECHAS, y da de alta la promesa abierta con el
      *          numero siguiente. Una cuenta no puede tener dos
      *          promesas abiertas a la vez.
      *          Modo EFECTIVIDAD: emite PROMESAS_EFECTIVIDAD.TXT con
      *          las promesas de cada gestor (abiertas, cumplidas, en
      *          parte, rotas, importe prometido y cobrado) y su tasa
      *          de cumplimiento sobre las promesas ya cerradas.
      *          El cierre de cada promesa contra los pagos lo hace
      *          TP02PAGOS.
      *            TP02PROME ALTA
      *            TP02PROME EFECTIVIDAD
      *          Codigo de retorno: 0 sin novedades, 4 si hubo
      *          promesas rechazadas, 99 si no se pudo actualizar.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02PROME.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Promesas nuevas tomadas por los gestores
           SELECT ENT-NOVEDADES
           ASSIGN TO '../PROMESAS_NOVEDADES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

           SELECT ENT-PROMESAS
           ASSIGN TO '../PROMESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PROMESAS.

      *****ARCHIVOS DE SALIDA
      *    Promesas: el alta agrega al final (EXTEND)
           SELECT SAL-PROMESAS
           ASSIGN TO '../PROMESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PROMESAS.

      *    Efectividad de los gestores
           SELECT SAL-EFECTIVIDAD
           ASSIGN TO '../PROMESAS_EFECTIVIDAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EFECTIVIDAD.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD-PROMESA.
          05 REG-NOV-CUENTA            PIC 9(10).
          05 REG-NOV-IMPORTE           PIC 9(09)V9(02).
          05 REG-NOV-FECHA-COMPROMISO  PIC X(10).
          05 REG-NOV-OPERADOR          PIC X(08).

       FD ENT-PROMESAS.
       01 FD-ENT-PROMESA               PIC X(79).

       FD SAL-PROMESAS.
       01 FD-SAL-PROMESA               PIC X(79).

       FD SAL-EFECTIVIDAD.
       01 FD-EFECTIVIDAD-LINEA         PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-NOVEDADES                  PIC X(2).
             88 FS-ENT-NOVEDADES-OK                VALUE '00'.
             88 FS-ENT-NOVEDADES-NFD               VALUE '35'.
          05 FS-ENT-PROMESAS                   PIC X(2).
             88 FS-ENT-PROMESAS-OK                 VALUE '00'.
             88 FS-ENT-PROMESAS-NFD                VALUE '35'.
          05 FS-SAL-PROMESAS                   PIC X(2).
             88 FS-SAL-PROMESAS-OK                 VALUE '00'.
             88 FS-SAL-PROMESAS-NFD                VALUE '35'.
          05 FS-SAL-EFECTIVIDAD                PIC X(2).
             88 FS-SAL-EFECTIVIDAD-OK              VALUE '00'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Promesa en proceso
           COPY PROMESA.

      * Parametro de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(12) VALUE SPACES.
          88 WS-MODO-ALTA                  VALUE 'ALTA'.
          88 WS-MODO-EFECTIVIDAD           VALUE 'EFECTIVIDAD'.

      * Fecha del proceso
       01 WS-FECHA-PROCESO                     PIC 9(8).
       01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
          05 WS-FP-ANIO                PIC 9(04).
          05 WS-FP-MES                 PIC 9(02).
          05 WS-FP-DIA                 PIC 9(02).
       01 WS-FECHA-HOY.
          05 WS-HOY-ANIO               PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-MES                PIC 9(02).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-DIA                PIC 9(02).

      * Switches de fin de archivo
       01 WS-NOVEDADES-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES                  VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO                   VALUE 'FALSE'.
       01 WS-PROMESAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-PROMESAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-PROMESAS-EOF-NO                    VALUE 'FALSE'.

      * Ultimo numero de promesa asignado
       77 WS-ULTIMO-NUMERO                     PIC 9(08) VALUE 0.

      * Cuentas con una promesa abierta
       77 WS-INDICE-ABI                        PIC 9(04) VALUE 1.
       77 WS-CANT-ABIERTAS                     PIC 9(04) VALUE 0.
       01 WS-TABLA-ABIERTAS.
          05 WS-ABI-ITEM OCCURS 5000 TIMES.
             10 WS-ABI-ITEM-CUENTA        PIC 9(10).
       01 WS-YA-ABIERTA                        PIC X(03) VALUE 'NO'.
          88 WS-YA-ABIERTA-SI                      VALUE 'SI'.
          88 WS-YA-ABIERTA-NO                      VALUE 'NO'.

      * Efectividad por gestor
       77 WS-INDICE-GES                        PIC 9(03) VALUE 1.
       77 WS-CANT-GESTORES                     PIC 9(03) VALUE 0.
       01 WS-TABLA-GESTORES.
          05 WS-GES-ITEM OCCURS 200 TIMES.
             10 WS-GES-ITEM-OPERADOR      PIC X(08).
             10 WS-GES-ITEM-ABIERTAS      PIC 9(05).
             10 WS-GES-ITEM-CUMPLIDAS     PIC 9(05).
             10 WS-GES-ITEM-PARCIALES     PIC 9(05).
             10 WS-GES-ITEM-ROTAS         PIC 9(05).
             10 WS-GES-ITEM-PROMETIDO     PIC 9(11)V9(02).
             10 WS-GES-ITEM-COBRADO       PIC 9(11)V9(02).
       01 WS-GESTOR-HALLADO                    PIC X(03) VALUE 'NO'.
          88 WS-GESTOR-HALLADO-SI                  VALUE 'SI'.
          88 WS-GESTOR-HALLADO-NO                  VALUE 'NO'.
       77 WS-CANT-CERRADAS-GES                 PIC 9(05) VALUE 0.
       77 WS-TASA-CUMPLIMIENTO                 PIC 9(03)V9(02) VALUE 0.

      * Lineas del reporte de efectividad
       01 WS-EFE-TITULO.
          05 FILLER                    PIC X(50) VALUE
             'EFECTIVIDAD DE PROMESAS DE PAGO POR GESTOR - AL '.
          05 WS-EFE-FECHA              PIC X(10).
       01 WS-EFE-ENCABEZADO.
          05 FILLER                    PIC X(09) VALUE 'GESTOR'.
          05 FILLER                    PIC X(09) VALUE 'ABIERTAS'.
          05 FILLER                    PIC X(09) VALUE 'CUMPLID.'.
          05 FILLER                    PIC X(09) VALUE 'EN PARTE'.
          05 FILLER                    PIC X(09) VALUE 'ROTAS'.
          05 FILLER                    PIC X(19) VALUE
             '          PROMETIDO'.
          05 FILLER                    PIC X(19) VALUE
             '            COBRADO'.
          05 FILLER                    PIC X(09) VALUE '  % CUMPL'.
       01 WS-EFE-DETALLE.
          05 WS-EFE-OPERADOR           PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EFE-ABIERTAS           PIC ZZ.ZZ9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EFE-CUMPLIDAS          PIC ZZ.ZZ9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EFE-PARCIALES          PIC ZZ.ZZ9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EFE-ROTAS              PIC ZZ.ZZ9.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EFE-PROMETIDO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EFE-COBRADO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EFE-TASA               PIC ZZ9,99.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-ALTAS                     PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-PROMESAS                  PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           EVALUATE TRUE
               WHEN WS-MODO-ALTA
                   PERFORM 2000-ALTA-PROMESAS
                      THRU 2000-ALTA-PROMESAS-EXIT
               WHEN OTHER
                   PERFORM 4000-EMITIR-EFECTIVIDAD
                      THRU 4000-EMITIR-EFECTIVIDAD-EXIT
           END-EVALUATE.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO.

           IF NOT WS-MODO-ALTA AND NOT WS-MODO-EFECTIVIDAD
              DISPLAY 'USO: TP02PROME ALTA'
              DISPLAY '     TP02PROME EFECTIVIDAD'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta de promesas: numero siguiente al ultimo del archivo
       2000-ALTA-PROMESAS.
           OPEN INPUT ENT-NOVEDADES.
           EVALUATE TRUE
               WHEN FS-ENT-NOVEDADES-OK
                   CONTINUE
               WHEN FS-ENT-NOVEDADES-NFD
                   DISPLAY 'NO HAY PROMESAS NUEVAS PARA DAR DE ALTA'
                   GO TO 2000-ALTA-PROMESAS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMESAS_NOVEDADES.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-NOVEDADES
                   MOVE 99 TO RETURN-CODE
                   GO TO 2000-ALTA-PROMESAS-EXIT
           END-EVALUATE.

           PERFORM 2010-CARGAR-PROMESAS
              THRU 2010-CARGAR-PROMESAS-EXIT.

           OPEN EXTEND SAL-PROMESAS.
           IF FS-SAL-PROMESAS-NFD
              OPEN OUTPUT SAL-PROMESAS
           END-IF.
           IF NOT FS-SAL-PROMESAS-OK
              DISPLAY 'ERROR AL ABRIR PROMESAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROMESAS
              CLOSE ENT-NOVEDADES
              MOVE 99 TO RETURN-CODE
              GO TO 2000-ALTA-PROMESAS-EXIT
           END-IF.

           PERFORM 2100-LEER-NOVEDAD
              THRU 2100-LEER-NOVEDAD-EXIT
              UNTIL WS-NOVEDADES-EOF-YES.

           CLOSE ENT-NOVEDADES
                 SAL-PROMESAS.

       2000-ALTA-PROMESAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ultimo numero y cuentas que ya tienen una promesa abierta
       2010-CARGAR-PROMESAS.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           SET WS-PROMESAS-EOF-NO TO TRUE.
           OPEN INPUT ENT-PROMESAS.
           EVALUATE TRUE
               WHEN FS-ENT-PROMESAS-OK
                   PERFORM 2020-LEER-PROMESA
                      THRU 2020-LEER-PROMESA-EXIT
                      UNTIL WS-PROMESAS-EOF-YES
                   CLOSE ENT-PROMESAS
               WHEN FS-ENT-PROMESAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMESAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROMESAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2010-CARGAR-PROMESAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2020-LEER-PROMESA.
           READ ENT-PROMESAS INTO REG-PROMESA
               AT END
                   SET WS-PROMESAS-EOF-YES TO TRUE
                   GO TO 2020-LEER-PROMESA-EXIT
           END-READ.

           IF REG-PRM-NUMERO GREATER THAN WS-ULTIMO-NUMERO
              MOVE REG-PRM-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.

           IF REG-PRM-ABIERTA
              PERFORM 2030-AGREGAR-ABIERTA
                 THRU 2030-AGREGAR-ABIERTA-EXIT
           END-IF.

       2020-LEER-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2030-AGREGAR-ABIERTA.
           IF WS-CANT-ABIERTAS NOT LESS THAN 5000
              DISPLAY 'MAS DE 5000 PROMESAS ABIERTAS: NO SE PUEDE '
                 'CONTROLAR LA PROMESA DUPLICADA'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-ABIERTAS.
           MOVE REG-PRM-CUENTA TO WS-ABI-ITEM-CUENTA(WS-CANT-ABIERTAS).

       2030-AGREGAR-ABIERTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-NOVEDAD.
           READ ENT-NOVEDADES
               AT END
                   SET WS-NOVEDADES-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2200-PROCESAR-ALTA
                      THRU 2200-PROCESAR-ALTA-EXIT
           END-READ.

       2100-LEER-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-PROCESAR-ALTA.
      * El gestor tiene que estar firmado (alcanza el nivel de
      * consulta, como para anotar un contacto).
           MOVE REG-NOV-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              DISPLAY 'PROMESA RECHAZADA: OPERADOR SIN SIGN-ON '
                 REG-NOV-OPERADOR
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           INITIALIZE LK-TARJETA.
           SET LK-MODO-CONSULTA TO TRUE.
           MOVE REG-NOV-CUENTA TO LK-NUMERO-CUENTA-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'PROMESA RECHAZADA: CUENTA INEXISTENTE '
                 REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           IF REG-NOV-IMPORTE NOT NUMERIC
              OR REG-NOV-IMPORTE EQUAL 0
              DISPLAY 'PROMESA RECHAZADA: IMPORTE INVALIDO, CUENTA '
                 REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE REG-NOV-FECHA-COMPROMISO TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              OR REG-NOV-FECHA-COMPROMISO LESS THAN WS-FECHA-HOY
              DISPLAY 'PROMESA RECHAZADA: FECHA INVALIDA O PASADA '
                 REG-NOV-FECHA-COMPROMISO ' CUENTA ' REG-NOV-CUENTA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           SET WS-YA-ABIERTA-NO TO TRUE.
           PERFORM 2210-COMPARAR-ABIERTA
              THRU 2210-COMPARAR-ABIERTA-EXIT
              VARYING WS-INDICE-ABI FROM 1 BY 1
              UNTIL WS-INDICE-ABI GREATER THAN WS-CANT-ABIERTAS
                 OR WS-YA-ABIERTA-SI.
           IF WS-YA-ABIERTA-SI
              DISPLAY 'PROMESA RECHAZADA: LA CUENTA '
                 REG-NOV-CUENTA ' YA TIENE UNA PROMESA ABIERTA'
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           INITIALIZE REG-PROMESA.
           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-NUMERO         TO REG-PRM-NUMERO.
           MOVE REG-NOV-CUENTA           TO REG-PRM-CUENTA.
           MOVE REG-NOV-IMPORTE          TO REG-PRM-IMPORTE.
           MOVE REG-NOV-FECHA-COMPROMISO TO REG-PRM-FECHA-COMPROMISO.
           MOVE REG-NOV-OPERADOR         TO REG-PRM-OPERADOR.
           MOVE WS-FECHA-HOY             TO REG-PRM-FECHA-ALTA.
           MOVE 0                        TO REG-PRM-PAGADO.
           SET REG-PRM-ABIERTA TO TRUE.
           MOVE SPACES                   TO REG-PRM-FECHA-CIERRE.

           WRITE FD-SAL-PROMESA FROM REG-PROMESA.
           IF NOT FS-SAL-PROMESAS-OK
              DISPLAY 'ERROR AL GRABAR PROMESAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PROMESAS
              MOVE 99 TO RETURN-CODE
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ALTAS.

      * La misma corrida tampoco acepta una segunda promesa de la
      * cuenta.
           PERFORM 2030-AGREGAR-ABIERTA
              THRU 2030-AGREGAR-ABIERTA-EXIT.

           DISPLAY 'PROMESA ' REG-PRM-NUMERO ' ALTA PARA LA CUENTA '
              REG-PRM-CUENTA ', VENCE EL ' REG-PRM-FECHA-COMPROMISO.

       2200-PROCESAR-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-ABIERTA.
           IF WS-ABI-ITEM-CUENTA(WS-INDICE-ABI) EQUAL REG-NOV-CUENTA
              SET WS-YA-ABIERTA-SI TO TRUE
           END-IF.

       2210-COMPARAR-ABIERTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           DISPLAY 'PROMESAS LEIDAS       : ' WS-CANT-LEIDAS.
           DISPLAY 'PROMESAS DADAS DE ALTA: ' WS-CANT-ALTAS.
           DISPLAY 'PROMESAS RECHAZADAS   : ' WS-CANT-RECHAZADAS.
           DISPLAY 'PROMESAS EN EL ARCHIVO: ' WS-CANT-PROMESAS.

           IF WS-CANT-RECHAZADAS GREATER THAN 0
              AND RETURN-CODE EQUAL 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Efectividad: una fila por gestor con sus promesas
       4000-EMITIR-EFECTIVIDAD.
           OPEN INPUT ENT-PROMESAS.
           EVALUATE TRUE
               WHEN FS-ENT-PROMESAS-OK
                   CONTINUE
               WHEN FS-ENT-PROMESAS-NFD
                   DISPLAY 'NO HAY PROMESAS.TXT: NADA QUE INFORMAR'
                   GO TO 4000-EMITIR-EFECTIVIDAD-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PROMESAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PROMESAS
                   MOVE 99 TO RETURN-CODE
                   GO TO 4000-EMITIR-EFECTIVIDAD-EXIT
           END-EVALUATE.

           PERFORM 4100-ACUMULAR-PROMESA
              THRU 4100-ACUMULAR-PROMESA-EXIT
              UNTIL WS-PROMESAS-EOF-YES.
           CLOSE ENT-PROMESAS.

           OPEN OUTPUT SAL-EFECTIVIDAD.
           IF NOT FS-SAL-EFECTIVIDAD-OK
              DISPLAY 'ERROR AL ABRIR PROMESAS_EFECTIVIDAD.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-EFECTIVIDAD
              MOVE 99 TO RETURN-CODE
              GO TO 4000-EMITIR-EFECTIVIDAD-EXIT
           END-IF.

           MOVE WS-FECHA-HOY TO WS-EFE-FECHA.
           WRITE FD-EFECTIVIDAD-LINEA FROM WS-EFE-TITULO.
           MOVE ALL '-' TO FD-EFECTIVIDAD-LINEA.
           WRITE FD-EFECTIVIDAD-LINEA.
           WRITE FD-EFECTIVIDAD-LINEA FROM WS-EFE-ENCABEZADO.

           PERFORM 4200-EMITIR-GESTOR
              THRU 4200-EMITIR-GESTOR-EXIT
              VARYING WS-INDICE-GES FROM 1 BY 1
              UNTIL WS-INDICE-GES GREATER THAN WS-CANT-GESTORES.

           CLOSE SAL-EFECTIVIDAD.

       4000-EMITIR-EFECTIVIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-ACUMULAR-PROMESA.
           READ ENT-PROMESAS INTO REG-PROMESA
               AT END
                   SET WS-PROMESAS-EOF-YES TO TRUE
                   GO TO 4100-ACUMULAR-PROMESA-EXIT
           END-READ.
           ADD 1 TO WS-CANT-PROMESAS.

           SET WS-GESTOR-HALLADO-NO TO TRUE.
           PERFORM 4110-COMPARAR-GESTOR
              THRU 4110-COMPARAR-GESTOR-EXIT
              VARYING WS-INDICE-GES FROM 1 BY 1
              UNTIL WS-INDICE-GES GREATER THAN WS-CANT-GESTORES
                 OR WS-GESTOR-HALLADO-SI.

           IF WS-GESTOR-HALLADO-SI
              SUBTRACT 1 FROM WS-INDICE-GES
           ELSE
              IF WS-CANT-GESTORES NOT LESS THAN 200
                 DISPLAY 'MAS DE 200 GESTORES, SE IGNORA LA PROMESA '
                    REG-PRM-NUMERO
                 GO TO 4100-ACUMULAR-PROMESA-EXIT
              END-IF
              ADD 1 TO WS-CANT-GESTORES
              MOVE WS-CANT-GESTORES TO WS-INDICE-GES
              INITIALIZE WS-GES-ITEM(WS-INDICE-GES)
              MOVE REG-PRM-OPERADOR
                TO WS-GES-ITEM-OPERADOR(WS-INDICE-GES)
           END-IF.

           EVALUATE TRUE
               WHEN REG-PRM-ABIERTA
                   ADD 1 TO WS-GES-ITEM-ABIERTAS(WS-INDICE-GES)
               WHEN REG-PRM-CUMPLIDA
                   ADD 1 TO WS-GES-ITEM-CUMPLIDAS(WS-INDICE-GES)
               WHEN REG-PRM-PARCIAL
                   ADD 1 TO WS-GES-ITEM-PARCIALES(WS-INDICE-GES)
               WHEN REG-PRM-ROTA
                   ADD 1 TO WS-GES-ITEM-ROTAS(WS-INDICE-GES)
           END-EVALUATE.
           ADD REG-PRM-IMPORTE TO WS-GES-ITEM-PROMETIDO(WS-INDICE-GES).
           ADD REG-PRM-PAGADO  TO WS-GES-ITEM-COBRADO(WS-INDICE-GES).

       4100-ACUMULAR-PROMESA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4110-COMPARAR-GESTOR.
           IF WS-GES-ITEM-OPERADOR(WS-INDICE-GES) EQUAL
                 REG-PRM-OPERADOR
              SET WS-GESTOR-HALLADO-SI TO TRUE
           END-IF.

       4110-COMPARAR-GESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La tasa de cumplimiento se mide sobre las promesas cerradas:
      * las abiertas todavia pueden cumplirse.
       4200-EMITIR-GESTOR.
           COMPUTE WS-CANT-CERRADAS-GES =
              WS-GES-ITEM-CUMPLIDAS(WS-INDICE-GES)
              + WS-GES-ITEM-PARCIALES(WS-INDICE-GES)
              + WS-GES-ITEM-ROTAS(WS-INDICE-GES).
           IF WS-CANT-CERRADAS-GES GREATER THAN 0
              COMPUTE WS-TASA-CUMPLIMIENTO ROUNDED =
                 WS-GES-ITEM-CUMPLIDAS(WS-INDICE-GES) * 100
                 / WS-CANT-CERRADAS-GES
           ELSE
              MOVE 0 TO WS-TASA-CUMPLIMIENTO
           END-IF.

           MOVE WS-GES-ITEM-OPERADOR(WS-INDICE-GES) TO WS-EFE-OPERADOR.
           MOVE WS-GES-ITEM-ABIERTAS(WS-INDICE-GES) TO WS-EFE-ABIERTAS.
           MOVE WS-GES-ITEM-CUMPLIDAS(WS-INDICE-GES)
             TO WS-EFE-CUMPLIDAS.
           MOVE WS-GES-ITEM-PARCIALES(WS-INDICE-GES)
             TO WS-EFE-PARCIALES.
           MOVE WS-GES-ITEM-ROTAS(WS-INDICE-GES) TO WS-EFE-ROTAS.
           MOVE WS-GES-ITEM-PROMETIDO(WS-INDICE-GES)
             TO WS-EFE-PROMETIDO.
           MOVE WS-GES-ITEM-COBRADO(WS-INDICE-GES) TO WS-EFE-COBRADO.
           MOVE WS-TASA-CUMPLIMIENTO TO WS-EFE-TASA.

           WRITE FD-EFECTIVIDAD-LINEA FROM WS-EFE-DETALLE.
           IF NOT FS-SAL-EFECTIVIDAD-OK
              DISPLAY 'ERROR AL GRABAR PROMESAS_EFECTIVIDAD.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-EFECTIVIDAD
           END-IF.

       4200-EMITIR-GESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02PROME.
