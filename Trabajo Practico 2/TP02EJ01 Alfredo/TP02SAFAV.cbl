      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02SAFAV.CBL - Devolucion de saldos a favor por el
      *          sistema de transferencias. Las tarjetas que cierran
      *          con saldo negativo en SALDOS_CICLO.TXT (devoluciones,
      *          reversos de disputas, pagos de mas) se siguen en
      *          SALDOS_FAVOR.TXT desde el ciclo en que aparecen.
      *          GENERAR, una vez por mes despues del resumen,
      *          actualiza el seguimiento con el cierre del ciclo y
      *          paga cada saldo a favor con mas ciclos que los
      *          configurados en SALDOS_FAVOR_PARAM.TXT al CBU de la
      *          cuenta en ADHESIONES_DEBITO.TXT, con un registro de
      *          captura en TRANSFERENCIAS.TXT debitando la cuenta de
      *          CUENTA_LIQUIDACION.TXT (el mismo puente de
      *          TP02LIQTR). Los que no tienen CBU, o cuya
      *          transferencia reboto, salen en
      *          SALDOS_FAVOR_GESTION.TXT para que el call center
      *          contacte al titular.
      *          CONCILIAR, despues del posteo de transferencias,
      *          cruza las transferencias generadas contra
      *          POSTEADAS.TXT, RECHAZADAS.TXT y
      *          POSTEO_EXCEPCIONES.TXT: las posteadas llevan el
      *          saldo de la tarjeta en SALDOS_CICLO.TXT de vuelta a
      *          cero y pasan a SALDOS_FAVOR_PAGADOS.TXT; las
      *          rebotadas vuelven al listado del call center.
      *          TRANSFERENCIAS.TXT se toma via CLBLOQUE antes de
      *          grabarlo, asi no se cruza con otro que capture.
      *          Uso: TP02SAFAV GENERAR <CICLO AAAAMM>
      *               TP02SAFAV CONCILIAR
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02SAFAV.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Seguimiento de saldos a favor: se lee entero y se regraba
           SELECT ENT-FAVOR
           ASSIGN TO '../SALDOS_FAVOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-FAVOR.

      *    Saldos de cierre de cada tarjeta que deja TP02EJ01
           SELECT ENT-SALDOS-CICLO
           ASSIGN TO '../SALDOS_CICLO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SALDOS-CICLO.

      *    Cantidad de ciclos que madura un saldo a favor antes de
      *    devolverlo. Si no existe se toman 3 ciclos.
           SELECT ENT-PARAMETRO
           ASSIGN TO '../SALDOS_FAVOR_PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PARAMETRO.

      *    CBU registrado de cada cuenta (padron de TP02DEBAD)
           SELECT ENT-ADHESIONES
           ASSIGN TO '../ADHESIONES_DEBITO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ADHESIONES.

      *    Cuenta propia contra la que se debitan las devoluciones,
      *    la misma de los pagos a comercios de TP02LIQTR
           SELECT ENT-CUENTA-LIQ
           ASSIGN TO '../CUENTA_LIQUIDACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTA-LIQ.

      *    Control de operaciones ya posteadas por CLPOSTEO
           SELECT ENT-POSTEADAS
           ASSIGN TO '../POSTEADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-POSTEADAS.

      *    Rebotes de la validacion (CLVALTRAN) y del posteo
      *    (CLPOSTEO). Si no existen, no reboto nada.
           SELECT ENT-RECHAZADAS
           ASSIGN TO '../RECHAZADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RECHAZADAS.

           SELECT ENT-EXCEPCIONES
           ASSIGN TO '../POSTEO_EXCEPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EXCEPCIONES.

      *****ARCHIVOS DE SALIDA
           SELECT SAL-FAVOR
           ASSIGN TO '../SALDOS_FAVOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-FAVOR.

           SELECT SAL-SALDOS-CICLO
           ASSIGN TO '../SALDOS_CICLO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SALDOS-CICLO.

      *    Lote de captura en el formato que lee CLINGDATO
           SELECT SAL-TRANSFERENCIAS
           ASSIGN TO '../TRANSFERENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-TRANSFERENCIAS.

      *    Listado del call center: saldos a favor que no se pudieron
      *    devolver
           SELECT SAL-GESTION
           ASSIGN TO '../SALDOS_FAVOR_GESTION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-GESTION.

      *    Historial de devoluciones acreditadas: se acumula (EXTEND)
           SELECT SAL-PAGADOS
           ASSIGN TO '../SALDOS_FAVOR_PAGADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PAGADOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-FAVOR.
       01 FD-ENT-FAVOR                 PIC X(96).

       FD ENT-SALDOS-CICLO.
           COPY SALDOCIC.

       FD ENT-PARAMETRO.
       01 REG-PARAMETRO.
          05 REG-PAR-CICLOS            PIC 9(02).

       FD ENT-ADHESIONES.
           COPY ADHDEB.

       FD ENT-CUENTA-LIQ.
       01 REG-CUENTA-LIQ.
          05 REG-CTA-LIQ-CBU           PIC X(22).
          05 REG-CTA-LIQ-DOCUMENTO     PIC X(15).

       FD ENT-POSTEADAS.
      * Mismo formato que graba CLPOSTEO en POSTEADAS.TXT
       01 REG-POSTEADA.
          05 REG-POST-NRO-OPERACION    PIC 9(10).

       FD ENT-RECHAZADAS.
      * Mismo formato que graba CLVALTRAN en RECHAZADAS.TXT
       01 REG-RECHAZADA.
          05 REG-RECH-NRO-OPERACION    PIC 9(10).
          05 FILLER                    PIC X(03).
          05 REG-RECH-FECHA            PIC X(10).
          05 FILLER                    PIC X(03).
          05 REG-RECH-CUENTA-DEBITO    PIC X(22).
          05 FILLER                    PIC X(03).
          05 REG-RECH-CUENTA-CREDITO   PIC X(22).
          05 FILLER                    PIC X(03).
          05 REG-RECH-IMPORTE          PIC ZZZZZZZZZ9,99.
          05 FILLER                    PIC X(03).
          05 REG-RECH-COD-CONCEPTO     PIC X(03).
          05 FILLER                    PIC X(03).
          05 REG-RECH-MOTIVO           PIC X(60).

       FD ENT-EXCEPCIONES.
      * Mismo formato que graba CLPOSTEO en POSTEO_EXCEPCIONES.TXT
       01 REG-EXCEPCION.
          05 REG-EXC-NRO-OPERACION     PIC 9(10).
          05 FILLER                    PIC X(01).
          05 REG-EXC-CUENTA            PIC X(22).
          05 FILLER                    PIC X(01).
          05 REG-EXC-IMPORTE           PIC ZZZZZZZZZ9,99.
          05 FILLER                    PIC X(01).
          05 REG-EXC-MOTIVO            PIC X(40).

       FD SAL-FAVOR.
       01 FD-SAL-FAVOR                 PIC X(96).

       FD SAL-SALDOS-CICLO.
       01 FD-SAL-SALCIC-LINEA.
          05 FD-SAL-SALCIC-TARJETA     PIC X(19).
          05 FD-SAL-SALCIC-SALDO       PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.

       FD SAL-TRANSFERENCIAS.
      * Mismo formato de registro que espera CLINGDATO en su lote
      * de captura.
       01 FD-TRANSFERENCIA.
          05 FD-TRANS-NRO-OPERACION    PIC 9(10).
          05 FD-TRANS-FECHA            PIC X(10).
          05 FD-TRANS-CUENTA-DEBITO    PIC X(22).
          05 FD-TRANS-NRO-DOCUMENTO-D  PIC X(15).
          05 FD-TRANS-CUENTA-CREDITO   PIC X(22).
          05 FD-TRANS-NRO-DOCUMENTO-C  PIC X(15).
          05 FD-TRANS-COD-MONEDA       PIC X(02).
          05 FD-TRANS-IMPORTE          PIC 9(10)V9(02).
          05 FD-TRANS-COD-CONCEPTO     PIC X(03).
          05 FD-TRANS-OBSERVACION      PIC X(20).
          05 FD-TRANS-FECHA-EJECUCION  PIC X(10).
          05 FD-TRANS-RECURRENCIA      PIC X(01).
          05 FD-TRANS-FECHA-FIN        PIC X(10).

       FD SAL-GESTION.
       01 FD-GESTION.
          05 FD-GES-TARJETA            PIC X(19).
          05 FD-GES-SEP-01             PIC X(01).
          05 FD-GES-CUENTA             PIC 9(10).
          05 FD-GES-SEP-02             PIC X(01).
          05 FD-GES-APELLIDO           PIC X(20).
          05 FD-GES-SEP-03             PIC X(01).
          05 FD-GES-NOMBRE             PIC X(20).
          05 FD-GES-SEP-04             PIC X(01).
          05 FD-GES-EMAIL              PIC X(40).
          05 FD-GES-SEP-05             PIC X(01).
          05 FD-GES-IMPORTE            PIC ZZZ.ZZZ.ZZ9,99.
          05 FD-GES-SEP-06             PIC X(01).
          05 FD-GES-CICLO-DESDE        PIC X(06).
          05 FD-GES-SEP-07             PIC X(01).
          05 FD-GES-MOTIVO             PIC X(30).

       FD SAL-PAGADOS.
       01 FD-SAL-PAGADO                PIC X(96).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-FAVOR                      PIC X(2).
             88 FS-ENT-FAVOR-OK                    VALUE '00'.
             88 FS-ENT-FAVOR-EOF                   VALUE '10'.
             88 FS-ENT-FAVOR-NFD                   VALUE '35'.
          05 FS-ENT-SALDOS-CICLO               PIC X(2).
             88 FS-ENT-SALDOS-CICLO-OK             VALUE '00'.
             88 FS-ENT-SALDOS-CICLO-EOF            VALUE '10'.
             88 FS-ENT-SALDOS-CICLO-NFD            VALUE '35'.
          05 FS-ENT-PARAMETRO                  PIC X(2).
             88 FS-ENT-PARAMETRO-OK                VALUE '00'.
             88 FS-ENT-PARAMETRO-NFD               VALUE '35'.
          05 FS-ENT-ADHESIONES                 PIC X(2).
             88 FS-ENT-ADHESIONES-OK               VALUE '00'.
             88 FS-ENT-ADHESIONES-EOF              VALUE '10'.
             88 FS-ENT-ADHESIONES-NFD              VALUE '35'.
          05 FS-ENT-CUENTA-LIQ                 PIC X(2).
             88 FS-ENT-CUENTA-LIQ-OK               VALUE '00'.
             88 FS-ENT-CUENTA-LIQ-NFD              VALUE '35'.
          05 FS-ENT-POSTEADAS                  PIC X(2).
             88 FS-ENT-POSTEADAS-OK                VALUE '00'.
             88 FS-ENT-POSTEADAS-EOF               VALUE '10'.
             88 FS-ENT-POSTEADAS-NFD               VALUE '35'.
          05 FS-ENT-RECHAZADAS                 PIC X(2).
             88 FS-ENT-RECHAZADAS-OK               VALUE '00'.
             88 FS-ENT-RECHAZADAS-EOF              VALUE '10'.
             88 FS-ENT-RECHAZADAS-NFD              VALUE '35'.
          05 FS-ENT-EXCEPCIONES                PIC X(2).
             88 FS-ENT-EXCEPCIONES-OK              VALUE '00'.
             88 FS-ENT-EXCEPCIONES-EOF             VALUE '10'.
             88 FS-ENT-EXCEPCIONES-NFD             VALUE '35'.
          05 FS-SAL-FAVOR                      PIC X(2).
             88 FS-SAL-FAVOR-OK                    VALUE '00'.
          05 FS-SAL-SALDOS-CICLO               PIC X(2).
             88 FS-SAL-SALDOS-CICLO-OK             VALUE '00'.
          05 FS-SAL-TRANSFERENCIAS             PIC X(2).
             88 FS-SAL-TRANSFERENCIAS-OK           VALUE '00'.
          05 FS-SAL-GESTION                    PIC X(2).
             88 FS-SAL-GESTION-OK                  VALUE '00'.
          05 FS-SAL-PAGADOS                    PIC X(2).
             88 FS-SAL-PAGADOS-OK                  VALUE '00'.
             88 FS-SAL-PAGADOS-NFD                 VALUE '35'.

      * Estructura de comunicacion con el master de tarjetas
       01 LK-TARJETA.
           COPY MAESTARJ.

      * Registro de seguimiento de trabajo
           COPY SALFAVOR.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(09) VALUE SPACES.
          88 WS-MODO-GENERAR               VALUE 'GENERAR'.
          88 WS-MODO-CONCILIAR             VALUE 'CONCILIAR'.
       01 WS-PARM-CICLO                PIC X(06) VALUE SPACES.
       01 WS-PARM-CICLO-R REDEFINES WS-PARM-CICLO.
          05 WS-PARM-ANIO              PIC 9(04).
          05 WS-PARM-MES               PIC 9(02).

      * Fecha del proceso, que viaja como fecha de la transferencia
       01 WS-FECHA-PROCESO                     PIC 9(8).
       01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
          05 WS-FP-ANIO                PIC 9(04).
          05 WS-FP-MES                 PIC 9(02).
          05 WS-FP-DIA                 PIC 9(02).
       01 WS-FECHA-GUIONES.
          05 WS-FG-ANIO                PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-FG-MES                 PIC 9(02).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-FG-DIA                 PIC 9(02).

      * Numero de operacion: AAMMDD de la corrida mas un secuencial
      * que arranca en 5000, para no pisar los numeros que TP02LIQTR
      * da a los pagos a comercios del mismo dia (0001 en adelante).
       01 WS-NRO-OPERACION.
          05 WS-NRO-OPER-FECHA         PIC 9(06) VALUE 0.
          05 WS-NRO-OPER-SECUENCIA     PIC 9(04) VALUE 5000.

      * Cuenta propia contra la que se debita la devolucion
       01 WS-CUENTA-LIQ-CBU                    PIC X(22) VALUE SPACES.
       01 WS-CUENTA-LIQ-DOCUMENTO              PIC X(15) VALUE SPACES.

      * Ciclos que madura un saldo a favor antes de devolverlo
       77 WS-CICLOS-MADURACION                 PIC 9(02) VALUE 3.
       77 WS-CICLOS-TRANSCURRIDOS              PIC S9(05) VALUE 0.

      * Switches de fin de archivo
       01 WS-FAVOR-EOF                         PIC X(5) VALUE 'FALSE'.
          88 WS-FAVOR-EOF-YES                      VALUE 'TRUE'.
          88 WS-FAVOR-EOF-NO                       VALUE 'FALSE'.
       01 WS-SALDOS-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-SALDOS-EOF-YES                     VALUE 'TRUE'.
          88 WS-SALDOS-EOF-NO                      VALUE 'FALSE'.
       01 WS-ADHESIONES-EOF                    PIC X(5) VALUE 'FALSE'.
          88 WS-ADHESIONES-EOF-YES                 VALUE 'TRUE'.
          88 WS-ADHESIONES-EOF-NO                  VALUE 'FALSE'.
       01 WS-POSTEADAS-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-POSTEADAS-EOF-YES                  VALUE 'TRUE'.
          88 WS-POSTEADAS-EOF-NO                   VALUE 'FALSE'.
       01 WS-RECHAZADAS-EOF                    PIC X(5) VALUE 'FALSE'.
          88 WS-RECHAZADAS-EOF-YES                 VALUE 'TRUE'.
          88 WS-RECHAZADAS-EOF-NO                  VALUE 'FALSE'.
       01 WS-EXCEPCIONES-EOF                   PIC X(5) VALUE 'FALSE'.
          88 WS-EXCEPCIONES-EOF-YES                VALUE 'TRUE'.
          88 WS-EXCEPCIONES-EOF-NO                 VALUE 'FALSE'.

      * Seguimiento entero en memoria, para regrabarlo. Cada fila
      * lleva si aparecio en el cierre del ciclo (GENERAR), si se
      * da de baja y el resultado del cruce con el posteo
      * (CONCILIAR: P posteada, R rebotada).
       77 WS-INDICE-SAF                        PIC 9(04) VALUE 1.
       77 WS-CANT-FAVOR                        PIC 9(04) VALUE 0.
       77 WS-FILA-SAF                          PIC 9(04) VALUE 0.
       77 WS-TARJETA-BUSCADA                   PIC X(19) VALUE SPACES.
       77 WS-OPERACION-BUSCADA                 PIC 9(10) VALUE 0.
       77 WS-RESULTADO-CRUCE                   PIC X(01) VALUE SPACES.
       01 WS-TABLA-FAVOR.
          05 WS-SAF-ITEM OCCURS 2000 TIMES.
             10 WS-SAF-LINEA              PIC X(96).
             10 WS-SAF-VISTO              PIC X(01).
             10 WS-SAF-BAJA               PIC X(01).
             10 WS-SAF-RESULTADO          PIC X(01).

      * Padron de CBU por cuenta
       77 WS-INDICE-ADH                        PIC 9(04) VALUE 1.
       77 WS-CANT-ADHESIONES                   PIC 9(04) VALUE 0.
       77 WS-CBU-ENCONTRADO                    PIC X(22) VALUE SPACES.
       01 WS-TABLA-ADHESIONES.
          05 WS-ADH-ITEM OCCURS 2000 TIMES.
             10 WS-ADH-ITEM-CUENTA        PIC 9(10).
             10 WS-ADH-ITEM-CBU           PIC X(22).

      * Saldos de cierre en memoria, para regrabarlos con las
      * devoluciones acreditadas
       77 WS-INDICE-SALCIC                     PIC 9(04) VALUE 1.
       77 WS-CANT-SALCIC                       PIC 9(04) VALUE 0.
       77 WS-FILA-SALCIC                       PIC 9(04) VALUE 0.
       01 WS-TABLA-SALCIC.
          05 WS-SALCIC-ITEM OCCURS 2000 TIMES.
             10 WS-SALCIC-ITEM-TARJETA    PIC X(19).
             10 WS-SALCIC-ITEM-SALDO      PIC S9(9)V9(2).

      * Observacion de la transferencia generada
       01 WS-OBSERVACION               PIC X(20)
          VALUE 'DEV SALDO A FAVOR'.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-SALDOS-LEIDOS             PIC 9(05) VALUE 0.
          05 WS-CANT-NUEVOS                    PIC 9(05) VALUE 0.
          05 WS-CANT-CONSUMIDOS                PIC 9(05) VALUE 0.
          05 WS-CANT-TRANSFERIDOS              PIC 9(05) VALUE 0.
          05 WS-CANT-GESTION                   PIC 9(05) VALUE 0.
          05 WS-CANT-ACREDITADOS               PIC 9(05) VALUE 0.
          05 WS-CANT-REBOTADOS                 PIC 9(05) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.
      * CLBLOQUE devuelve su propio RETURN-CODE: el del lote se
      * guarda antes de liberar y se repone despues
       77 WS-RC-LOTE                   PIC S9(9) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF WS-MODO-GENERAR
              PERFORM 2000-GENERAR-DEVOLUCIONES
                 THRU 2000-GENERAR-DEVOLUCIONES-EXIT
           ELSE
              PERFORM 5000-CONCILIAR-DEVOLUCIONES
                 THRU 5000-CONCILIAR-DEVOLUCIONES-EXIT
           END-IF.

           PERFORM 2900-REGRABAR-FAVOR
              THRU 2900-REGRABAR-FAVOR-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-FG-ANIO.
           MOVE WS-FP-MES  TO WS-FG-MES.
           MOVE WS-FP-DIA  TO WS-FG-DIA.
           MOVE WS-FECHA-PROCESO(3:6) TO WS-NRO-OPER-FECHA.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-CICLO.
           IF (NOT WS-MODO-GENERAR AND NOT WS-MODO-CONCILIAR)
              OR (WS-MODO-GENERAR AND WS-PARM-CICLO EQUAL SPACES)
              DISPLAY 'USO: TP02SAFAV GENERAR <CICLO AAAAMM>'
              DISPLAY '     TP02SAFAV CONCILIAR'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-FAVOR.
           EVALUATE TRUE
               WHEN FS-ENT-FAVOR-OK
                   PERFORM 1100-LEER-FAVOR
                      THRU 1100-LEER-FAVOR-EXIT
                      UNTIL WS-FAVOR-EOF-YES
                   CLOSE ENT-FAVOR
               WHEN FS-ENT-FAVOR-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SALDOS_FAVOR.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-FAVOR
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El seguimiento se regraba entero: si no entra en la tabla no
      * se puede seguir sin perder filas.
       1100-LEER-FAVOR.
           READ ENT-FAVOR
               AT END
                   SET WS-FAVOR-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-FAVOR LESS THAN 2000
                      ADD 1 TO WS-CANT-FAVOR
                      MOVE FD-ENT-FAVOR
                        TO WS-SAF-LINEA(WS-CANT-FAVOR)
                      MOVE 'N' TO WS-SAF-VISTO(WS-CANT-FAVOR)
                      MOVE 'N' TO WS-SAF-BAJA(WS-CANT-FAVOR)
                      MOVE SPACE TO WS-SAF-RESULTADO(WS-CANT-FAVOR)
                   ELSE
                      DISPLAY 'SALDOS_FAVOR.TXT TIENE MAS DE 2000 '
                         'FILAS: NO SE PUEDE REGRABAR SIN PERDER '
                         'SALDOS A FAVOR'
                      CLOSE ENT-FAVOR
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1100-LEER-FAVOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cantidad de ciclos que madura un saldo a favor
       1200-LEER-PARAMETRO.
           OPEN INPUT ENT-PARAMETRO.
           EVALUATE TRUE
               WHEN FS-ENT-PARAMETRO-OK
                   READ ENT-PARAMETRO
                   IF FS-ENT-PARAMETRO-OK
                      AND REG-PAR-CICLOS IS NUMERIC
                      AND REG-PAR-CICLOS GREATER THAN 0
                      MOVE REG-PAR-CICLOS TO WS-CICLOS-MADURACION
                   END-IF
                   CLOSE ENT-PARAMETRO
               WHEN FS-ENT-PARAMETRO-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SALDOS_FAVOR_PARAM.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PARAMETRO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-LEER-PARAMETRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-ADHESIONES.
           OPEN INPUT ENT-ADHESIONES.
           EVALUATE TRUE
               WHEN FS-ENT-ADHESIONES-OK
                   PERFORM 1310-LEER-ADHESION
                      THRU 1310-LEER-ADHESION-EXIT
                      UNTIL WS-ADHESIONES-EOF-YES
                   CLOSE ENT-ADHESIONES
               WHEN FS-ENT-ADHESIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ADHESIONES_DEBITO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-ADHESIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-ADHESIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-ADHESION.
           READ ENT-ADHESIONES
               AT END
                   SET WS-ADHESIONES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-ADHESIONES LESS THAN 2000
                      ADD 1 TO WS-CANT-ADHESIONES
                      MOVE REG-ADH-NUMERO-CUENTA
                        TO WS-ADH-ITEM-CUENTA(WS-CANT-ADHESIONES)
                      MOVE REG-ADH-CBU
                        TO WS-ADH-ITEM-CBU(WS-CANT-ADHESIONES)
                   ELSE
                      DISPLAY 'ADHESIONES_DEBITO.TXT TIENE MAS DE '
                         '2000 CUENTAS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1310-LEER-ADHESION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-LEER-CUENTA-LIQ.
           OPEN INPUT ENT-CUENTA-LIQ.
           EVALUATE TRUE
               WHEN FS-ENT-CUENTA-LIQ-OK
                   READ ENT-CUENTA-LIQ
                   IF NOT FS-ENT-CUENTA-LIQ-OK
                      DISPLAY 'CUENTA_LIQUIDACION.TXT ESTA VACIO'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE REG-CTA-LIQ-CBU       TO WS-CUENTA-LIQ-CBU
                   MOVE REG-CTA-LIQ-DOCUMENTO
                     TO WS-CUENTA-LIQ-DOCUMENTO
                   CLOSE ENT-CUENTA-LIQ
               WHEN FS-ENT-CUENTA-LIQ-NFD
                   DISPLAY 'FALTA CUENTA_LIQUIDACION.TXT: NO HAY '
                      'CUENTA DE DONDE DEVOLVER LOS SALDOS'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CUENTA_LIQUIDACION.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CUENTA-LIQ
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1400-LEER-CUENTA-LIQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma TRANSFERENCIAS.TXT para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1900-TOMAR-TRANSFERENCIAS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'TRANSFERENCIAS.TXT' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02SAFAV' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02SAFAV TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-TRANSFERENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Paso mensual: actualizar el seguimiento con el cierre del
      * ciclo y devolver los saldos a favor maduros.
       2000-GENERAR-DEVOLUCIONES.
           PERFORM 1200-LEER-PARAMETRO
              THRU 1200-LEER-PARAMETRO-EXIT.
           PERFORM 1300-CARGAR-ADHESIONES
              THRU 1300-CARGAR-ADHESIONES-EXIT.
           PERFORM 1400-LEER-CUENTA-LIQ
              THRU 1400-LEER-CUENTA-LIQ-EXIT.

           OPEN INPUT ENT-SALDOS-CICLO.
           EVALUATE TRUE
               WHEN FS-ENT-SALDOS-CICLO-OK
                   CONTINUE
               WHEN FS-ENT-SALDOS-CICLO-NFD
                   DISPLAY 'NO HAY SALDOS_CICLO.TXT: NADA QUE '
                      'DEVOLVER'
                   GO TO 2000-GENERAR-DEVOLUCIONES-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SALDOS_CICLO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SALDOS-CICLO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 2100-LEER-SALDO
              THRU 2100-LEER-SALDO-EXIT
              UNTIL WS-SALDOS-EOF-YES.

           CLOSE ENT-SALDOS-CICLO.

           PERFORM 1900-TOMAR-TRANSFERENCIAS
              THRU 1900-TOMAR-TRANSFERENCIAS-EXIT.

           OPEN OUTPUT SAL-TRANSFERENCIAS.
           IF NOT FS-SAL-TRANSFERENCIAS-OK
              DISPLAY 'ERROR AL ABRIR TRANSFERENCIAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-TRANSFERENCIAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-GESTION.
           IF NOT FS-SAL-GESTION-OK
              DISPLAY 'ERROR AL ABRIR SALDOS_FAVOR_GESTION.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-GESTION
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2200-EVALUAR-FAVOR
              THRU 2200-EVALUAR-FAVOR-EXIT
              VARYING WS-INDICE-SAF FROM 1 BY 1
              UNTIL WS-INDICE-SAF GREATER THAN WS-CANT-FAVOR.

           CLOSE SAL-TRANSFERENCIAS
                 SAL-GESTION.

           MOVE RETURN-CODE TO WS-RC-LOTE.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           MOVE WS-RC-LOTE TO RETURN-CODE.

       2000-GENERAR-DEVOLUCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-SALDO.
           READ ENT-SALDOS-CICLO
               AT END
                   SET WS-SALDOS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-SALDOS-LEIDOS
                   PERFORM 2110-ACTUALIZAR-FAVOR
                      THRU 2110-ACTUALIZAR-FAVOR-EXIT
           END-READ.

       2100-LEER-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un saldo negativo abre o actualiza la fila de la tarjeta; un
      * saldo que ya no es negativo (se consumio con compras del
      * titular) la da de baja. Las filas con transferencia en curso
      * no se tocan hasta que concilie el posteo.
       2110-ACTUALIZAR-FAVOR.
           MOVE REG-SALCIC-NUMERO-TARJETA TO WS-TARJETA-BUSCADA.
           PERFORM 8000-BUSCAR-FAVOR
              THRU 8000-BUSCAR-FAVOR-EXIT.

           IF WS-FILA-SAF EQUAL 0
              IF REG-SALCIC-SALDO NOT LESS THAN 0
                 GO TO 2110-ACTUALIZAR-FAVOR-EXIT
              END-IF
              IF WS-CANT-FAVOR NOT LESS THAN 2000
                 DISPLAY 'SALDOS_FAVOR.TXT LLEGO A 2000 FILAS: LA '
                    'TARJETA ' REG-SALCIC-NUMERO-TARJETA
                    ' SE SIGUE EN LA PROXIMA CORRIDA'
                 GO TO 2110-ACTUALIZAR-FAVOR-EXIT
              END-IF
              ADD 1 TO WS-CANT-FAVOR
              MOVE WS-CANT-FAVOR TO WS-FILA-SAF
              INITIALIZE REG-SALDO-FAVOR
              MOVE REG-SALCIC-NUMERO-TARJETA TO REG-SAF-TARJETA
              MOVE WS-PARM-CICLO             TO REG-SAF-CICLO-DESDE
              MOVE 'P'                       TO REG-SAF-ESTADO
              MOVE 'N' TO WS-SAF-BAJA(WS-FILA-SAF)
              MOVE SPACE TO WS-SAF-RESULTADO(WS-FILA-SAF)
              ADD 1 TO WS-CANT-NUEVOS
           ELSE
              MOVE WS-SAF-LINEA(WS-FILA-SAF) TO REG-SALDO-FAVOR
           END-IF.

           MOVE 'S' TO WS-SAF-VISTO(WS-FILA-SAF).

           IF REG-SAF-TRANSFERIDO
              GO TO 2110-ACTUALIZAR-FAVOR-EXIT
           END-IF.

           IF REG-SALCIC-SALDO NOT LESS THAN 0
              MOVE 'S' TO WS-SAF-BAJA(WS-FILA-SAF)
              ADD 1 TO WS-CANT-CONSUMIDOS
              GO TO 2110-ACTUALIZAR-FAVOR-EXIT
           END-IF.

           MOVE WS-PARM-CICLO TO REG-SAF-CICLO-ULTIMO.
           COMPUTE REG-SAF-IMPORTE = 0 - REG-SALCIC-SALDO.
           MOVE REG-SALDO-FAVOR TO WS-SAF-LINEA(WS-FILA-SAF).

       2110-ACTUALIZAR-FAVOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada saldo a favor vivo que ya maduro se devuelve al CBU de
      * la cuenta; sin CBU (o con el mismo CBU que ya reboto) va al
      * listado del call center.
       2200-EVALUAR-FAVOR.
           IF WS-SAF-BAJA(WS-INDICE-SAF) EQUAL 'S'
              GO TO 2200-EVALUAR-FAVOR-EXIT
           END-IF.

           MOVE WS-SAF-LINEA(WS-INDICE-SAF) TO REG-SALDO-FAVOR.
           IF REG-SAF-TRANSFERIDO
              GO TO 2200-EVALUAR-FAVOR-EXIT
           END-IF.

      * La tarjeta ya no figura en el cierre: no hay saldo que
      * devolver.
           IF WS-SAF-VISTO(WS-INDICE-SAF) NOT EQUAL 'S'
              MOVE 'S' TO WS-SAF-BAJA(WS-INDICE-SAF)
              GO TO 2200-EVALUAR-FAVOR-EXIT
           END-IF.

           COMPUTE WS-CICLOS-TRANSCURRIDOS =
              (WS-PARM-ANIO * 12 + WS-PARM-MES)
              - (REG-SAF-DESDE-ANIO * 12 + REG-SAF-DESDE-MES).
           IF WS-CICLOS-TRANSCURRIDOS LESS THAN WS-CICLOS-MADURACION
              GO TO 2200-EVALUAR-FAVOR-EXIT
           END-IF.

      * Cuenta y datos del titular, desde el master
           INITIALIZE LK-TARJETA.
           SET LK-MODO-LEER TO TRUE.
           MOVE REG-SAF-TARJETA TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF LK-RETORNO-OK
              MOVE LK-NUMERO-CUENTA-O TO REG-SAF-CUENTA
           END-IF.

           MOVE SPACES TO WS-CBU-ENCONTRADO.
           PERFORM 2210-BUSCAR-CBU
              THRU 2210-BUSCAR-CBU-EXIT
              VARYING WS-INDICE-ADH FROM 1 BY 1
              UNTIL WS-INDICE-ADH GREATER THAN WS-CANT-ADHESIONES
                 OR WS-CBU-ENCONTRADO NOT EQUAL SPACES.

           EVALUATE TRUE
               WHEN WS-CBU-ENCONTRADO EQUAL SPACES
                   MOVE 'S' TO REG-SAF-ESTADO
                   MOVE 'C' TO REG-SAF-MOTIVO
               WHEN REG-SAF-SIN-PAGAR AND REG-SAF-RECHAZADA
                    AND WS-CBU-ENCONTRADO EQUAL REG-SAF-CBU
                   CONTINUE
               WHEN OTHER
                   PERFORM 2300-GENERAR-TRANSFERENCIA
                      THRU 2300-GENERAR-TRANSFERENCIA-EXIT
           END-EVALUATE.

           IF REG-SAF-SIN-PAGAR
              PERFORM 2400-LISTAR-GESTION
                 THRU 2400-LISTAR-GESTION-EXIT
           END-IF.

           MOVE REG-SALDO-FAVOR TO WS-SAF-LINEA(WS-INDICE-SAF).

       2200-EVALUAR-FAVOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-BUSCAR-CBU.
           IF WS-ADH-ITEM-CUENTA(WS-INDICE-ADH) EQUAL REG-SAF-CUENTA
              MOVE WS-ADH-ITEM-CBU(WS-INDICE-ADH) TO WS-CBU-ENCONTRADO
           END-IF.

       2210-BUSCAR-CBU-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-GENERAR-TRANSFERENCIA.
           ADD 1 TO WS-NRO-OPER-SECUENCIA.

           MOVE WS-NRO-OPERACION      TO FD-TRANS-NRO-OPERACION.
           MOVE WS-FECHA-GUIONES      TO FD-TRANS-FECHA.
           MOVE WS-CUENTA-LIQ-CBU     TO FD-TRANS-CUENTA-DEBITO.
           MOVE WS-CUENTA-LIQ-DOCUMENTO
             TO FD-TRANS-NRO-DOCUMENTO-D.
           MOVE WS-CBU-ENCONTRADO     TO FD-TRANS-CUENTA-CREDITO.
           MOVE 'TITULAR TARJETA'     TO FD-TRANS-NRO-DOCUMENTO-C.
           MOVE '01'                  TO FD-TRANS-COD-MONEDA.
           MOVE REG-SAF-IMPORTE       TO FD-TRANS-IMPORTE.
           MOVE 'VAR'                 TO FD-TRANS-COD-CONCEPTO.
           MOVE WS-OBSERVACION        TO FD-TRANS-OBSERVACION.
           MOVE SPACES                TO FD-TRANS-FECHA-EJECUCION.
           MOVE SPACES                TO FD-TRANS-RECURRENCIA.
           MOVE SPACES                TO FD-TRANS-FECHA-FIN.

           WRITE FD-TRANSFERENCIA.
           IF NOT FS-SAL-TRANSFERENCIAS-OK
              DISPLAY 'ERROR AL GRABAR TRANSFERENCIAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-TRANSFERENCIAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'T'                   TO REG-SAF-ESTADO.
           MOVE SPACE                 TO REG-SAF-MOTIVO.
           MOVE WS-NRO-OPERACION      TO REG-SAF-NRO-OPERACION.
           MOVE WS-FECHA-GUIONES      TO REG-SAF-FECHA-TRANSF.
           MOVE WS-CBU-ENCONTRADO     TO REG-SAF-CBU.
           ADD 1 TO WS-CANT-TRANSFERIDOS.

       2300-GENERAR-TRANSFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-LISTAR-GESTION.
           MOVE ';' TO FD-GES-SEP-01 FD-GES-SEP-02 FD-GES-SEP-03
                       FD-GES-SEP-04 FD-GES-SEP-05 FD-GES-SEP-06
                       FD-GES-SEP-07.
           MOVE REG-SAF-TARJETA       TO FD-GES-TARJETA.
           MOVE REG-SAF-CUENTA        TO FD-GES-CUENTA.
           IF LK-RETORNO-OK
              MOVE LK-APELLIDO-O      TO FD-GES-APELLIDO
              MOVE LK-NOMBRE-O        TO FD-GES-NOMBRE
              MOVE LK-EMAIL-O         TO FD-GES-EMAIL
           ELSE
              MOVE SPACES             TO FD-GES-APELLIDO
                                         FD-GES-NOMBRE
                                         FD-GES-EMAIL
           END-IF.
           MOVE REG-SAF-IMPORTE       TO FD-GES-IMPORTE.
           MOVE REG-SAF-CICLO-DESDE   TO FD-GES-CICLO-DESDE.
           IF REG-SAF-RECHAZADA
              MOVE 'TRANSFERENCIA RECHAZADA' TO FD-GES-MOTIVO
           ELSE
              MOVE 'SIN CBU REGISTRADO'      TO FD-GES-MOTIVO
           END-IF.
           WRITE FD-GESTION.
           IF NOT FS-SAL-GESTION-OK
              DISPLAY 'ERROR AL GRABAR SALDOS_FAVOR_GESTION.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-GESTION
           END-IF.
           ADD 1 TO WS-CANT-GESTION.

       2400-LISTAR-GESTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-REGRABAR-FAVOR.
           OPEN OUTPUT SAL-FAVOR.
           IF NOT FS-SAL-FAVOR-OK
              DISPLAY 'ERROR AL REGRABAR SALDOS_FAVOR.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-FAVOR
              MOVE 99 TO RETURN-CODE
              GO TO 2900-REGRABAR-FAVOR-EXIT
           END-IF.

           PERFORM 2910-GRABAR-FAVOR
              THRU 2910-GRABAR-FAVOR-EXIT
              VARYING WS-INDICE-SAF FROM 1 BY 1
              UNTIL WS-INDICE-SAF GREATER THAN WS-CANT-FAVOR.

           CLOSE SAL-FAVOR.

       2900-REGRABAR-FAVOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2910-GRABAR-FAVOR.
           IF WS-SAF-BAJA(WS-INDICE-SAF) NOT EQUAL 'S'
              WRITE FD-SAL-FAVOR FROM WS-SAF-LINEA(WS-INDICE-SAF)
           END-IF.

       2910-GRABAR-FAVOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           IF WS-MODO-GENERAR
              DISPLAY 'SALDOS DE CIERRE LEIDOS   : '
                 WS-CANT-SALDOS-LEIDOS
              DISPLAY 'SALDOS A FAVOR NUEVOS     : ' WS-CANT-NUEVOS
              DISPLAY 'SALDOS A FAVOR CONSUMIDOS : '
                 WS-CANT-CONSUMIDOS
              DISPLAY 'TRANSFERENCIAS GENERADAS  : '
                 WS-CANT-TRANSFERIDOS
              DISPLAY 'AL CALL CENTER            : ' WS-CANT-GESTION
           ELSE
              DISPLAY 'DEVOLUCIONES ACREDITADAS  : '
                 WS-CANT-ACREDITADOS
              DISPLAY 'DEVOLUCIONES REBOTADAS    : '
                 WS-CANT-REBOTADOS
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Paso diario, despues del posteo de transferencias
       5000-CONCILIAR-DEVOLUCIONES.
           OPEN INPUT ENT-POSTEADAS.
           EVALUATE TRUE
               WHEN FS-ENT-POSTEADAS-OK
                   PERFORM 5100-LEER-POSTEADA
                      THRU 5100-LEER-POSTEADA-EXIT
                      UNTIL WS-POSTEADAS-EOF-YES
                   CLOSE ENT-POSTEADAS
               WHEN FS-ENT-POSTEADAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR POSTEADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-POSTEADAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-RECHAZADAS.
           EVALUATE TRUE
               WHEN FS-ENT-RECHAZADAS-OK
                   PERFORM 5200-LEER-RECHAZADA
                      THRU 5200-LEER-RECHAZADA-EXIT
                      UNTIL WS-RECHAZADAS-EOF-YES
                   CLOSE ENT-RECHAZADAS
               WHEN FS-ENT-RECHAZADAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECHAZADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RECHAZADAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-EXCEPCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-EXCEPCIONES-OK
                   PERFORM 5300-LEER-EXCEPCION
                      THRU 5300-LEER-EXCEPCION-EXIT
                      UNTIL WS-EXCEPCIONES-EOF-YES
                   CLOSE ENT-EXCEPCIONES
               WHEN FS-ENT-EXCEPCIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR POSTEO_EXCEPCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-EXCEPCIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 5400-CARGAR-SALDOS
              THRU 5400-CARGAR-SALDOS-EXIT.

           OPEN EXTEND SAL-PAGADOS.
           IF FS-SAL-PAGADOS-NFD
              OPEN OUTPUT SAL-PAGADOS
           END-IF.
           IF NOT FS-SAL-PAGADOS-OK
              DISPLAY 'ERROR AL ABRIR SALDOS_FAVOR_PAGADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PAGADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 5500-APLICAR-CRUCE
              THRU 5500-APLICAR-CRUCE-EXIT
              VARYING WS-INDICE-SAF FROM 1 BY 1
              UNTIL WS-INDICE-SAF GREATER THAN WS-CANT-FAVOR.

           CLOSE SAL-PAGADOS.

           IF WS-CANT-ACREDITADOS GREATER THAN 0
              PERFORM 5600-REGRABAR-SALDOS
                 THRU 5600-REGRABAR-SALDOS-EXIT
           END-IF.

       5000-CONCILIAR-DEVOLUCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-LEER-POSTEADA.
           READ ENT-POSTEADAS
               AT END
                   SET WS-POSTEADAS-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-POST-NRO-OPERACION TO WS-OPERACION-BUSCADA
                   MOVE 'P' TO WS-RESULTADO-CRUCE
                   PERFORM 5800-MARCAR-CRUCE
                      THRU 5800-MARCAR-CRUCE-EXIT
                      VARYING WS-INDICE-SAF FROM 1 BY 1
                      UNTIL WS-INDICE-SAF GREATER THAN WS-CANT-FAVOR
           END-READ.

       5100-LEER-POSTEADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5200-LEER-RECHAZADA.
           READ ENT-RECHAZADAS
               AT END
                   SET WS-RECHAZADAS-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-RECH-NRO-OPERACION TO WS-OPERACION-BUSCADA
                   MOVE 'R' TO WS-RESULTADO-CRUCE
                   PERFORM 5800-MARCAR-CRUCE
                      THRU 5800-MARCAR-CRUCE-EXIT
                      VARYING WS-INDICE-SAF FROM 1 BY 1
                      UNTIL WS-INDICE-SAF GREATER THAN WS-CANT-FAVOR
           END-READ.

       5200-LEER-RECHAZADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5300-LEER-EXCEPCION.
           READ ENT-EXCEPCIONES
               AT END
                   SET WS-EXCEPCIONES-EOF-YES TO TRUE
               NOT AT END
                   MOVE REG-EXC-NRO-OPERACION TO WS-OPERACION-BUSCADA
                   MOVE 'R' TO WS-RESULTADO-CRUCE
                   PERFORM 5800-MARCAR-CRUCE
                      THRU 5800-MARCAR-CRUCE-EXIT
                      VARYING WS-INDICE-SAF FROM 1 BY 1
                      UNTIL WS-INDICE-SAF GREATER THAN WS-CANT-FAVOR
           END-READ.

       5300-LEER-EXCEPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Los saldos de cierre se regraban enteros: si no entran en la
      * tabla no se acredita nada en esta corrida.
       5400-CARGAR-SALDOS.
           OPEN INPUT ENT-SALDOS-CICLO.
           EVALUATE TRUE
               WHEN FS-ENT-SALDOS-CICLO-OK
                   PERFORM 5410-LEER-SALDO
                      THRU 5410-LEER-SALDO-EXIT
                      UNTIL WS-SALDOS-EOF-YES
                   CLOSE ENT-SALDOS-CICLO
               WHEN FS-ENT-SALDOS-CICLO-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SALDOS_CICLO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-SALDOS-CICLO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       5400-CARGAR-SALDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5410-LEER-SALDO.
           READ ENT-SALDOS-CICLO
               AT END
                   SET WS-SALDOS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-SALCIC LESS THAN 2000
                      ADD 1 TO WS-CANT-SALCIC
                      MOVE REG-SALCIC-NUMERO-TARJETA
                        TO WS-SALCIC-ITEM-TARJETA(WS-CANT-SALCIC)
                      MOVE REG-SALCIC-SALDO
                        TO WS-SALCIC-ITEM-SALDO(WS-CANT-SALCIC)
                   ELSE
                      DISPLAY 'SALDOS_CICLO.TXT TIENE MAS DE 2000 '
                         'TARJETAS: NO SE PUEDE REGRABAR SIN PERDER '
                         'SALDOS'
                      CLOSE ENT-SALDOS-CICLO
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       5410-LEER-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Posteada: el dinero salio, el saldo de la tarjeta vuelve a
      * cero sumandole lo devuelto, y la fila pasa al historial.
      * Rebotada: vuelve al listado del call center.
       5500-APLICAR-CRUCE.
           MOVE WS-SAF-LINEA(WS-INDICE-SAF) TO REG-SALDO-FAVOR.
           IF NOT REG-SAF-TRANSFERIDO
              GO TO 5500-APLICAR-CRUCE-EXIT
           END-IF.

           EVALUATE WS-SAF-RESULTADO(WS-INDICE-SAF)
               WHEN 'P'
                   MOVE 0 TO WS-FILA-SALCIC
                   PERFORM 5510-BUSCAR-SALDO
                      THRU 5510-BUSCAR-SALDO-EXIT
                      VARYING WS-INDICE-SALCIC FROM 1 BY 1
                      UNTIL WS-INDICE-SALCIC GREATER THAN
                            WS-CANT-SALCIC
                         OR WS-FILA-SALCIC NOT EQUAL 0
                   IF WS-FILA-SALCIC NOT EQUAL 0
                      ADD REG-SAF-IMPORTE
                        TO WS-SALCIC-ITEM-SALDO(WS-FILA-SALCIC)
                   ELSE
                      DISPLAY 'LA TARJETA ' REG-SAF-TARJETA
                         ' NO FIGURA EN SALDOS_CICLO.TXT: DEVOLUCION '
                         'ACREDITADA SIN SALDO QUE AJUSTAR'
                   END-IF
                   MOVE 'A' TO REG-SAF-ESTADO
                   WRITE FD-SAL-PAGADO FROM REG-SALDO-FAVOR
                   IF NOT FS-SAL-PAGADOS-OK
                      DISPLAY 'ERROR AL GRABAR '
                         'SALDOS_FAVOR_PAGADOS.TXT'
                      DISPLAY 'FILE STATUS: ' FS-SAL-PAGADOS
                   END-IF
                   MOVE 'S' TO WS-SAF-BAJA(WS-INDICE-SAF)
                   ADD 1 TO WS-CANT-ACREDITADOS
               WHEN 'R'
                   MOVE 'S' TO REG-SAF-ESTADO
                   MOVE 'R' TO REG-SAF-MOTIVO
                   MOVE REG-SALDO-FAVOR TO WS-SAF-LINEA(WS-INDICE-SAF)
                   DISPLAY 'DEVOLUCION REBOTADA: TARJETA '
                      REG-SAF-TARJETA ' OPERACION '
                      REG-SAF-NRO-OPERACION
                   ADD 1 TO WS-CANT-REBOTADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5500-APLICAR-CRUCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5510-BUSCAR-SALDO.
           IF WS-SALCIC-ITEM-TARJETA(WS-INDICE-SALCIC) EQUAL
                 REG-SAF-TARJETA
              MOVE WS-INDICE-SALCIC TO WS-FILA-SALCIC
           END-IF.

       5510-BUSCAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5600-REGRABAR-SALDOS.
           OPEN OUTPUT SAL-SALDOS-CICLO.
           IF NOT FS-SAL-SALDOS-CICLO-OK
              DISPLAY 'ERROR AL REGRABAR SALDOS_CICLO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-SALDOS-CICLO
              MOVE 99 TO RETURN-CODE
              GO TO 5600-REGRABAR-SALDOS-EXIT
           END-IF.

           PERFORM 5610-GRABAR-SALDO
              THRU 5610-GRABAR-SALDO-EXIT
              VARYING WS-INDICE-SALCIC FROM 1 BY 1
              UNTIL WS-INDICE-SALCIC GREATER THAN WS-CANT-SALCIC.

           CLOSE SAL-SALDOS-CICLO.

       5600-REGRABAR-SALDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5610-GRABAR-SALDO.
           MOVE WS-SALCIC-ITEM-TARJETA(WS-INDICE-SALCIC)
             TO FD-SAL-SALCIC-TARJETA.
           MOVE WS-SALCIC-ITEM-SALDO(WS-INDICE-SALCIC)
             TO FD-SAL-SALCIC-SALDO.
           WRITE FD-SAL-SALCIC-LINEA.

       5610-GRABAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Marca el resultado del cruce en la fila transferida con ese
      * numero de operacion (un rebote no pisa un posteo).
       5800-MARCAR-CRUCE.
           MOVE WS-SAF-LINEA(WS-INDICE-SAF) TO REG-SALDO-FAVOR.
           IF REG-SAF-TRANSFERIDO
              AND REG-SAF-NRO-OPERACION EQUAL WS-OPERACION-BUSCADA
              AND WS-SAF-RESULTADO(WS-INDICE-SAF) NOT EQUAL 'P'
              MOVE WS-RESULTADO-CRUCE
                TO WS-SAF-RESULTADO(WS-INDICE-SAF)
           END-IF.

       5800-MARCAR-CRUCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-BUSCAR-FAVOR.
           MOVE 0 TO WS-FILA-SAF.
           PERFORM 8010-COMPARAR-FAVOR
              THRU 8010-COMPARAR-FAVOR-EXIT
              VARYING WS-INDICE-SAF FROM 1 BY 1
              UNTIL WS-INDICE-SAF GREATER THAN WS-CANT-FAVOR
                 OR WS-FILA-SAF NOT EQUAL 0.

       8000-BUSCAR-FAVOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8010-COMPARAR-FAVOR.
           IF WS-SAF-LINEA(WS-INDICE-SAF)(1:19) EQUAL
                 WS-TARJETA-BUSCADA
              MOVE WS-INDICE-SAF TO WS-FILA-SAF
           END-IF.

       8010-COMPARAR-FAVOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02SAFAV.
