      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02HABEA.CBL - Pedidos de acceso a datos personales
      *          (habeas data). La persona puede pedir todo lo que el
      *          sistema guarda sobre ella y hay 10 dias corridos para
      *          contestar; el registro de pedidos es
      *          HABEAS_PEDIDOS.TXT (HABEAS.CPY).
      *          Modo ALTA: toma HABEAS_NOVEDADES.SEQ (documento,
      *          fecha del pedido, solicitante y operador firmado via
      *          TP02SIGN), valida el documento via CLCLIENT y registra
      *          el pedido pendiente con el numero siguiente y su
      *          vencimiento.
      *          Modo RESPONDER: un supervisor emite el informe del
      *          pedido en HABEAS_<numero>.TXT. El cliente se busca
      *          por documento en CLIENTES.VSAM (CLCLIENT) y de
      *          CLIENTES_VINCULOS.VSAM salen sus cuentas de tarjeta,
      *          cuentas bancarias, contactos de agenda y legajos. El
      *          informe trae los datos de cada uno (export del master
      *          via MAESTARJ, CUENTAS.TXT, AGENDA.VSAM y
      *          EMPLEADOS.VSAM), los consumos de los ultimos 12 meses
      *          (CONSUMOS.SEQ y los CONSUMOS_ARCH_<anio>.TXT de
      *          TP02ARCHI), los movimientos de sus cuentas bancarias
      *          del mismo periodo (MOVIMIENTOS.TXT), toda la historia
      *          de cambios de AUDITORIA.VSAM, los contactos del call
      *          center (CONTACTOS.TXT) y los reclamos (RECLAMOS.TXT).
      *          Las tarjetas salen enmascaradas (TP02MASK). El pedido
      *          queda respondido con la fecha y el supervisor.
      *          Modo VENCIMIENTOS: lista los pedidos pendientes como
      *          EN PLAZO, POR VENCER (faltan 2 dias o menos) o
      *          VENCIDO.
      *            TP02HABEA ALTA
      *            TP02HABEA RESPONDER <NUMERO> <OPERADOR>
      *            TP02HABEA VENCIMIENTOS
      *          Codigo de retorno: 0 sin novedades; 4 pedidos
      *          rechazados en el alta, respondido fuera de plazo o
      *          pedidos vencidos; 99 error de parametros, sign-on o
      *          archivos.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02HABEA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Pedidos nuevos a registrar
           SELECT ENT-NOVEDADES
           ASSIGN TO '../HABEAS_NOVEDADES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

           SELECT ENT-PEDIDOS
           ASSIGN TO '../HABEAS_PEDIDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PEDIDOS.

      *    Vinculos del cliente, por la clave alternativa documento
           SELECT ENT-VINCULOS
           ASSIGN TO '../CLIENTES_VINCULOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-CLAVE
           ALTERNATE RECORD KEY IS VIN-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS FS-ENT-VINCULOS.

      *    Lo genera MAESTARJ con LK-MODO-I = 'X'
           SELECT ENT-EXPORT
           ASSIGN TO '../TARJETAS_EXPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EXPORT.

           SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUENTAS.

           SELECT ENT-AGENDA
           ASSIGN TO '../../AGENDA.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENT-AGENDA-ID
           FILE STATUS IS FS-ENT-AGENDA.

           SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID-EMPLEADO
           FILE STATUS IS FS-ENT-EMPLEADOS.

      *    CONSUMOS.SEQ y los archivos anuales de TP02ARCHI
           SELECT ENT-CONSUMOS
           ASSIGN TO DYNAMIC WS-NOMBRE-CONSUMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONSUMOS.

           SELECT ENT-MOVIMIENTOS
           ASSIGN TO '../MOVIMIENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MOVIMIENTOS.

           SELECT AUDI-REPO
           ASSIGN TO '../AUDITORIA.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REPO-CLAVE
           FILE STATUS IS FS-AUDI-REPO.

           SELECT ENT-CONTACTOS
           ASSIGN TO '../CONTACTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONTACTOS.

           SELECT ENT-RECLAMOS
           ASSIGN TO '../RECLAMOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RECLAMOS.

      *****ARCHIVOS DE SALIDA
      *    Registro de pedidos: el alta agrega al final (EXTEND) y la
      *    respuesta lo regraba entero desde la tabla
           SELECT SAL-PEDIDOS
           ASSIGN TO '../HABEAS_PEDIDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PEDIDOS.

      *    Informe del pedido: HABEAS_<numero>.TXT
           SELECT SAL-INFORME
           ASSIGN TO DYNAMIC WS-NOMBRE-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-INFORME.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD-HABEAS.
          05 REG-NOV-TIPO-DOC          PIC X(04).
          05 REG-NOV-NUMERO-DOC        PIC 9(11).
          05 REG-NOV-FECHA-PEDIDO      PIC X(10).
          05 REG-NOV-SOLICITANTE       PIC X(40).
          05 REG-NOV-OPERADOR          PIC X(08).

       FD ENT-PEDIDOS.
       01 FD-ENT-PEDIDO                PIC X(110).

       FD ENT-VINCULOS.
           COPY VINCULOS.

       FD ENT-EXPORT.
           COPY EXPTARJ.

       FD ENT-CUENTAS.
       01 REG-ENT-CUENTAS.
          05 REG-ENT-CUENTAS-NUMERO           PIC X(22).
          05 REG-ENT-CUENTAS-SALDO            PIC 9(10)V9(02).
          05 REG-ENT-CUENTAS-TITULAR          PIC X(30).
          05 REG-ENT-CUENTAS-TIPO             PIC X(02).
          05 REG-ENT-CUENTAS-MONEDA           PIC X(03).
          05 REG-ENT-CUENTAS-ESTADO           PIC X(01).
          05 REG-ENT-CUENTAS-APERTURA         PIC X(10).

       FD ENT-AGENDA.
       01 ENT-AGENDA-REG.
          05 ENT-AGENDA-ID               PIC 9(08).
          05 ENT-AGENDA-APELLIDO         PIC X(25).
          05 ENT-AGENDA-NOMBRE           PIC X(25).
          05 ENT-AGENDA-TELEFONO         PIC X(09).
          05 ENT-AGENDA-DIRECCION        PIC X(22).
          05 ENT-AGENDA-ESTADO           PIC X(01).

       FD ENT-EMPLEADOS.
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
          05 EMP-CATEGORIA                  PIC 9(02).
      * CUIL del empleado, para la declaracion jurada de
      * seguridad social (F.931)
          05 EMP-CUIL                       PIC 9(11).

       FD ENT-CONSUMOS.
           COPY CONSUMOS.

       FD ENT-MOVIMIENTOS.
      * Mismo formato que graban CLPOSTEO, CLINTERB y CLDEVOL
       01 REG-MOVIMIENTO.
          05 REG-MOV-FECHA                    PIC X(10).
          05 FILLER                           PIC X(01).
          05 REG-MOV-NRO-OPERACION            PIC 9(10).
          05 FILLER                           PIC X(01).
          05 REG-MOV-CUENTA                   PIC X(22).
          05 FILLER                           PIC X(01).
          05 REG-MOV-TIPO                     PIC X(01).
          05 FILLER                           PIC X(01).
          05 REG-MOV-IMPORTE                  PIC ZZZZZZZZZ9,99.
          05 FILLER                           PIC X(01).
          05 REG-MOV-SALDO                    PIC ZZZZZZZZZ9,99.
          05 FILLER                           PIC X(01).
          05 REG-MOV-ORIGEN                   PIC X(01).
          05 FILLER                           PIC X(01).
          05 REG-MOV-CONTRAVALOR              PIC ZZZZZZZZZ9,99.
          05 FILLER                           PIC X(01).
          05 REG-MOV-COTIZACION               PIC ZZZ9,9999.

       FD AUDI-REPO.
           COPY AUDIREPO.

       FD ENT-CONTACTOS.
           COPY CONTACTO.

       FD ENT-RECLAMOS.
           COPY RECLAMO.

       FD SAL-PEDIDOS.
       01 FD-SAL-PEDIDO                PIC X(110).

       FD SAL-INFORME.
       01 FD-INFORME-LINEA             PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-NOVEDADES                  PIC X(2).
             88 FS-ENT-NOVEDADES-OK                VALUE '00'.
             88 FS-ENT-NOVEDADES-NFD               VALUE '35'.
          05 FS-ENT-PEDIDOS                    PIC X(2).
             88 FS-ENT-PEDIDOS-OK                  VALUE '00'.
             88 FS-ENT-PEDIDOS-NFD                 VALUE '35'.
          05 FS-ENT-VINCULOS                   PIC X(2).
             88 FS-ENT-VINCULOS-OK                 VALUE '00'.
             88 FS-ENT-VINCULOS-NFD                VALUE '35'.
          05 FS-ENT-EXPORT                     PIC X(2).
             88 FS-ENT-EXPORT-OK                   VALUE '00'.
          05 FS-ENT-CUENTAS                    PIC X(2).
             88 FS-ENT-CUENTAS-OK                  VALUE '00'.
             88 FS-ENT-CUENTAS-NFD                 VALUE '35'.
          05 FS-ENT-AGENDA                     PIC X(2).
             88 FS-ENT-AGENDA-OK                   VALUE '00'.
             88 FS-ENT-AGENDA-NFD                  VALUE '35'.
          05 FS-ENT-EMPLEADOS                  PIC X(2).
             88 FS-ENT-EMPLEADOS-OK                VALUE '00'.
             88 FS-ENT-EMPLEADOS-NFD               VALUE '35'.
          05 FS-ENT-CONSUMOS                   PIC X(2).
             88 FS-ENT-CONSUMOS-OK                 VALUE '00'.
             88 FS-ENT-CONSUMOS-NFD                VALUE '35'.
          05 FS-ENT-MOVIMIENTOS                PIC X(2).
             88 FS-ENT-MOVIMIENTOS-OK              VALUE '00'.
             88 FS-ENT-MOVIMIENTOS-NFD             VALUE '35'.
          05 FS-AUDI-REPO                      PIC X(2).
             88 FS-AUDI-REPO-OK                    VALUE '00'.
             88 FS-AUDI-REPO-NFD                   VALUE '35'.
          05 FS-ENT-CONTACTOS                  PIC X(2).
             88 FS-ENT-CONTACTOS-OK                VALUE '00'.
             88 FS-ENT-CONTACTOS-NFD               VALUE '35'.
          05 FS-ENT-RECLAMOS                   PIC X(2).
             88 FS-ENT-RECLAMOS-OK                 VALUE '00'.
             88 FS-ENT-RECLAMOS-NFD                VALUE '35'.
          05 FS-SAL-PEDIDOS                    PIC X(2).
             88 FS-SAL-PEDIDOS-OK                  VALUE '00'.
             88 FS-SAL-PEDIDOS-NFD                 VALUE '35'.
          05 FS-SAL-INFORME                    PIC X(2).
             88 FS-SAL-INFORME-OK                  VALUE '00'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.
       01 WS-FECHAS.
           COPY CLFECHAS.
       01 WS-CLIENTE.
           COPY CLIENTE.
       01 WS-MASCARA.
           COPY MASCARA.

      * Pedido en proceso
           COPY HABEAS.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(12) VALUE SPACES.
          88 WS-MODO-ALTA                  VALUE 'ALTA'.
          88 WS-MODO-RESPONDER             VALUE 'RESPONDER'.
          88 WS-MODO-VENCIMIENTOS          VALUE 'VENCIMIENTOS'.
       01 WS-PARM-NUMERO               PIC X(08) VALUE SPACES.
       01 WS-PARM-OPERADOR             PIC X(08) VALUE SPACES.
       77 WS-NUMERO-PEDIDO             PIC 9(08) VALUE 0.

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

      * Comienzo del periodo de consumos y movimientos del informe
      * (12 meses antes del proceso)
       01 WS-FECHA-DESDE                       PIC X(10).
       01 WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
          05 WS-DESDE-ANIO             PIC 9(04).
          05 FILLER                    PIC X(06).
       77 WS-ANIO-ARCHIVO                      PIC 9(04) VALUE 0.

      * Plazo legal de respuesta y anticipacion del aviso, en dias
      * corridos
       77 WS-DIAS-PLAZO                        PIC 9(02) VALUE 10.
       77 WS-DIAS-AVISO                        PIC 9(02) VALUE 2.
       77 WS-MESES-INFORME                     PIC 9(02) VALUE 12.
       77 WS-SITUACION                         PIC X(10) VALUE SPACES.

      * Nombres de los archivos dinamicos
       77 WS-NOMBRE-INFORME                    PIC X(40) VALUE SPACES.
       77 WS-NOMBRE-CONSUMOS                   PIC X(40) VALUE SPACES.

      * Switches
       01 WS-NOVEDADES-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-NOVEDADES-EOF-YES                  VALUE 'TRUE'.
          88 WS-NOVEDADES-EOF-NO                   VALUE 'FALSE'.
       01 WS-ARCHIVO-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-ARCHIVO-EOF-YES                    VALUE 'TRUE'.
          88 WS-ARCHIVO-EOF-NO                     VALUE 'FALSE'.
       01 WS-HAY-CLIENTE                       PIC X(02) VALUE 'NO'.
          88 WS-HAY-CLIENTE-SI                     VALUE 'SI'.
          88 WS-HAY-CLIENTE-NO                     VALUE 'NO'.
       01 WS-VINCULO-ENCONTRADO                PIC X(02) VALUE 'NO'.
          88 WS-VINCULO-ENCONTRADO-SI              VALUE 'SI'.
          88 WS-VINCULO-ENCONTRADO-NO              VALUE 'NO'.

      * Registro de pedidos en memoria (se regraba completo)
       77 WS-CANT-PED                          PIC 9(04) VALUE 0.
       77 WS-INDICE-PED                        PIC 9(04) VALUE 0.
       77 WS-FILA-PED                          PIC 9(04) VALUE 0.
       77 WS-ULTIMO-NUMERO                     PIC 9(08) VALUE 0.
       01 WS-TABLA-PEDIDOS.
          05 WS-PED-LINEA OCCURS 2000 TIMES    PIC X(110).

      * Cliente del pedido y sus vinculos
       01 WS-CLIENTE-DOC.
          05 WS-CLIENTE-TIPO-DOC       PIC X(04).
          05 WS-CLIENTE-NUMERO-DOC     PIC 9(11).
       77 WS-CANT-VIN                          PIC 9(03) VALUE 0.
       77 WS-INDICE-VIN                        PIC 9(03) VALUE 0.
       01 WS-TABLA-VINCULOS.
          05 WS-VIN-ITEM OCCURS 100 TIMES.
             10 WS-VIN-ITEM-ORIGEN        PIC X(01).
             10 WS-VIN-ITEM-REFERENCIA    PIC X(22).

      * Referencia a buscar entre los vinculos del cliente
       01 WS-BUSCA-ORIGEN                      PIC X(01).
       01 WS-BUSCA-REFERENCIA                  PIC X(22).
       77 WS-CUENTA-NUMERICA                   PIC 9(10) VALUE 0.

      * Tarjetas del cliente, enmascaradas, para la auditoria
       77 WS-CANT-TARJ                         PIC 9(03) VALUE 0.
       77 WS-INDICE-TARJ                       PIC 9(03) VALUE 0.
       01 WS-TABLA-TARJETAS.
          05 WS-TARJ-ITEM OCCURS 100 TIMES.
             10 WS-TARJ-ITEM-MASCARA      PIC X(19).

      * Entidad de auditoria a recorrer
       01 WS-AUDI-TIPO                         PIC X(01).
       01 WS-AUDI-ENTIDAD                      PIC X(22).

      * Linea del informe y campos editados
       01 WS-LINEA                             PIC X(120).
       77 WS-CANT-SECCION                      PIC 9(05) VALUE 0.
       77 WS-IMPORTE-EDITADO                   PIC ZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-EDITADO                     PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-DIAS-EDITADO                      PIC -ZZZ9.

      * Contadores de control del lote
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-ALTAS                     PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-LINEAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-FUERA-PLAZO               PIC 9(05) VALUE 0.
          05 WS-CANT-PENDIENTES                PIC 9(05) VALUE 0.
          05 WS-CANT-POR-VENCER                PIC 9(05) VALUE 0.
          05 WS-CANT-VENCIDOS                  PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           EVALUATE TRUE
               WHEN WS-MODO-ALTA
                   PERFORM 2000-ALTA-PEDIDOS
                      THRU 2000-ALTA-PEDIDOS-EXIT
               WHEN WS-MODO-RESPONDER
                   PERFORM 3000-RESPONDER-PEDIDO
                      THRU 3000-RESPONDER-PEDIDO-EXIT
               WHEN OTHER
                   PERFORM 6000-CONTROLAR-VENCIMIENTOS
                      THRU 6000-CONTROLAR-VENCIMIENTOS-EXIT
           END-EVALUATE.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

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
              INTO WS-PARM-MODO WS-PARM-NUMERO WS-PARM-OPERADOR.

           IF (NOT WS-MODO-ALTA AND NOT WS-MODO-RESPONDER
               AND NOT WS-MODO-VENCIMIENTOS)
              OR (WS-MODO-RESPONDER
                  AND (WS-PARM-NUMERO EQUAL SPACES
                       OR WS-PARM-OPERADOR EQUAL SPACES))
              DISPLAY 'USO: TP02HABEA ALTA'
              DISPLAY '     TP02HABEA RESPONDER <NUMERO> <OPERADOR>'
              DISPLAY '     TP02HABEA VENCIMIENTOS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WS-MODO-RESPONDER
              GO TO 1000-INICIAR-PROGRAMA-EXIT
           END-IF.

           MOVE FUNCTION NUMVAL(WS-PARM-NUMERO) TO WS-NUMERO-PEDIDO.

      * El informe reune datos de todos los sistemas: lo emite solo
      * un supervisor, como la consulta de auditoria.
           INITIALIZE WS-SIGNON.
           MOVE WS-PARM-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              OR NOT LK-SGN-ES-SUPERVISOR
              DISPLAY 'RESPUESTA DENEGADA: SE NECESITA UN OPERADOR '
                 'CON NIVEL SUPERVISOR'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta de pedidos: numero siguiente al ultimo del registro
       2000-ALTA-PEDIDOS.
           OPEN INPUT ENT-NOVEDADES.
           EVALUATE TRUE
               WHEN FS-ENT-NOVEDADES-OK
                   CONTINUE
               WHEN FS-ENT-NOVEDADES-NFD
                   DISPLAY 'NO HAY PEDIDOS NUEVOS PARA REGISTRAR'
                   GO TO 2000-ALTA-PEDIDOS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR HABEAS_NOVEDADES.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-NOVEDADES
                   MOVE 99 TO RETURN-CODE
                   GO TO 2000-ALTA-PEDIDOS-EXIT
           END-EVALUATE.

           PERFORM 5100-CARGAR-PEDIDOS
              THRU 5100-CARGAR-PEDIDOS-EXIT.

           OPEN EXTEND SAL-PEDIDOS.
           IF FS-SAL-PEDIDOS-NFD
              OPEN OUTPUT SAL-PEDIDOS
           END-IF.
           IF NOT FS-SAL-PEDIDOS-OK
              DISPLAY 'ERROR AL ABRIR HABEAS_PEDIDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PEDIDOS
              CLOSE ENT-NOVEDADES
              MOVE 99 TO RETURN-CODE
              GO TO 2000-ALTA-PEDIDOS-EXIT
           END-IF.

           PERFORM 2100-LEER-NOVEDAD
              THRU 2100-LEER-NOVEDAD-EXIT
              UNTIL WS-NOVEDADES-EOF-YES.

           CLOSE ENT-NOVEDADES
                 SAL-PEDIDOS.

       2000-ALTA-PEDIDOS-EXIT.
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
           INITIALIZE WS-SIGNON.
           MOVE REG-NOV-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              DISPLAY 'PEDIDO RECHAZADO: OPERADOR SIN SIGN-ON '
                 REG-NOV-OPERADOR
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           IF REG-NOV-SOLICITANTE EQUAL SPACES
              DISPLAY 'PEDIDO RECHAZADO: FALTA EL SOLICITANTE, '
                 'DOCUMENTO ' REG-NOV-TIPO-DOC ' ' REG-NOV-NUMERO-DOC
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           INITIALIZE WS-CLIENTE.
           SET LK-CLI-VALIDAR TO TRUE.
           MOVE REG-NOV-TIPO-DOC   TO LK-CLI-TIPO-DOC.
           MOVE REG-NOV-NUMERO-DOC TO LK-CLI-NUMERO-DOC.
           CALL 'CLCLIENT' USING WS-CLIENTE.
           IF NOT LK-CLI-RETORNO-OK
              DISPLAY 'PEDIDO RECHAZADO: DOCUMENTO INVALIDO '
                 REG-NOV-TIPO-DOC ' ' REG-NOV-NUMERO-DOC
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

      * Sin fecha de pedido se toma la del proceso; el plazo corre
      * desde que se recibio, no desde que se cargo.
           INITIALIZE REG-HABEAS.
           IF REG-NOV-FECHA-PEDIDO EQUAL SPACES
              MOVE WS-FECHA-HOY TO REG-HAB-FECHA-PEDIDO
           ELSE
              INITIALIZE WS-FECHAS
              SET LK-FEC-VALIDAR TO TRUE
              MOVE REG-NOV-FECHA-PEDIDO TO LK-FEC-FECHA-1
              CALL 'CLFECHAS' USING WS-FECHAS
              IF NOT LK-FEC-RETORNO-OK
                 OR REG-NOV-FECHA-PEDIDO GREATER THAN WS-FECHA-HOY
                 DISPLAY 'PEDIDO RECHAZADO: FECHA DE PEDIDO INVALIDA '
                    REG-NOV-FECHA-PEDIDO
                 ADD 1 TO WS-CANT-RECHAZADAS
                 GO TO 2200-PROCESAR-ALTA-EXIT
              END-IF
              MOVE REG-NOV-FECHA-PEDIDO TO REG-HAB-FECHA-PEDIDO
           END-IF.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE REG-HAB-FECHA-PEDIDO TO LK-FEC-FECHA-1.
           MOVE WS-DIAS-PLAZO        TO LK-FEC-DIAS.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO REG-HAB-VENCIMIENTO.

           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-NUMERO    TO REG-HAB-NUMERO.
           MOVE REG-NOV-TIPO-DOC    TO REG-HAB-TIPO-DOC.
           MOVE REG-NOV-NUMERO-DOC  TO REG-HAB-NUMERO-DOC.
           MOVE REG-NOV-SOLICITANTE TO REG-HAB-SOLICITANTE.
           MOVE REG-NOV-OPERADOR    TO REG-HAB-OPERADOR-ALTA.
           SET REG-HAB-PENDIENTE TO TRUE.
           MOVE SPACES TO REG-HAB-FECHA-RESPUESTA.
           MOVE SPACES TO REG-HAB-OPERADOR-RESP.

           WRITE FD-SAL-PEDIDO FROM REG-HABEAS.
           IF NOT FS-SAL-PEDIDOS-OK
              DISPLAY 'ERROR AL GRABAR HABEAS_PEDIDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PEDIDOS
              MOVE 99 TO RETURN-CODE
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-ALTAS.
           DISPLAY 'PEDIDO ' REG-HAB-NUMERO ' REGISTRADO, DOCUMENTO '
              REG-HAB-TIPO-DOC ' ' REG-HAB-NUMERO-DOC ', VENCE '
              REG-HAB-VENCIMIENTO.
           IF REG-HAB-VENCIMIENTO LESS THAN WS-FECHA-HOY
              DISPLAY '   ATENCION: EL PEDIDO SE CARGO YA VENCIDO'
           END-IF.

       2200-PROCESAR-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Respuesta: arma el informe del pedido y lo marca respondido
       3000-RESPONDER-PEDIDO.
           PERFORM 5100-CARGAR-PEDIDOS
              THRU 5100-CARGAR-PEDIDOS-EXIT.

           MOVE 0 TO WS-FILA-PED.
           PERFORM 3010-BUSCAR-PEDIDO
              THRU 3010-BUSCAR-PEDIDO-EXIT
              VARYING WS-INDICE-PED FROM 1 BY 1
              UNTIL WS-INDICE-PED GREATER THAN WS-CANT-PED
                 OR WS-FILA-PED NOT EQUAL 0.

           IF WS-FILA-PED EQUAL 0
              DISPLAY 'NO EXISTE EL PEDIDO ' WS-NUMERO-PEDIDO
              MOVE 99 TO RETURN-CODE
              GO TO 3000-RESPONDER-PEDIDO-EXIT
           END-IF.

           MOVE WS-PED-LINEA(WS-FILA-PED) TO REG-HABEAS.
           IF REG-HAB-RESPONDIDO
              DISPLAY 'EL PEDIDO ' REG-HAB-NUMERO ' YA FUE RESPONDIDO '
                 'EL ' REG-HAB-FECHA-RESPUESTA ' POR '
                 REG-HAB-OPERADOR-RESP
              MOVE 4 TO RETURN-CODE
              GO TO 3000-RESPONDER-PEDIDO-EXIT
           END-IF.

           MOVE SPACES TO WS-NOMBRE-INFORME.
           STRING '../HABEAS_' REG-HAB-NUMERO '.TXT'
              DELIMITED BY SIZE INTO WS-NOMBRE-INFORME.
           OPEN OUTPUT SAL-INFORME.
           IF NOT FS-SAL-INFORME-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-INFORME
              DISPLAY 'FILE STATUS: ' FS-SAL-INFORME
              MOVE 99 TO RETURN-CODE
              GO TO 3000-RESPONDER-PEDIDO-EXIT
           END-IF.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-MESES TO TRUE.
           MOVE WS-FECHA-HOY TO LK-FEC-FECHA-1.
           COMPUTE LK-FEC-MESES = 0 - WS-MESES-INFORME.
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-FECHA-DESDE.

           PERFORM 3100-ENCABEZADO
              THRU 3100-ENCABEZADO-EXIT.

           IF WS-HAY-CLIENTE-SI
              PERFORM 3200-CARGAR-VINCULOS
                 THRU 3200-CARGAR-VINCULOS-EXIT
              PERFORM 3300-SECCION-TARJETAS
                 THRU 3300-SECCION-TARJETAS-EXIT
              PERFORM 3400-SECCION-CUENTAS
                 THRU 3400-SECCION-CUENTAS-EXIT
              PERFORM 3500-SECCION-AGENDA
                 THRU 3500-SECCION-AGENDA-EXIT
              PERFORM 3600-SECCION-LEGAJOS
                 THRU 3600-SECCION-LEGAJOS-EXIT
              PERFORM 3700-SECCION-CONSUMOS
                 THRU 3700-SECCION-CONSUMOS-EXIT
              PERFORM 3800-SECCION-MOVIMIENTOS
                 THRU 3800-SECCION-MOVIMIENTOS-EXIT
              PERFORM 3900-SECCION-AUDITORIA
                 THRU 3900-SECCION-AUDITORIA-EXIT
              PERFORM 4100-SECCION-CONTACTOS
                 THRU 4100-SECCION-CONTACTOS-EXIT
              PERFORM 4200-SECCION-RECLAMOS
                 THRU 4200-SECCION-RECLAMOS-EXIT
           END-IF.

           MOVE ALL '=' TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           MOVE 'FIN DEL INFORME' TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

           CLOSE SAL-INFORME.

      * El pedido queda respondido con la fecha y el supervisor.
           SET REG-HAB-RESPONDIDO TO TRUE.
           MOVE WS-FECHA-HOY     TO REG-HAB-FECHA-RESPUESTA.
           MOVE WS-PARM-OPERADOR TO REG-HAB-OPERADOR-RESP.
           MOVE REG-HABEAS TO WS-PED-LINEA(WS-FILA-PED).
           PERFORM 5300-REGRABAR-PEDIDOS
              THRU 5300-REGRABAR-PEDIDOS-EXIT.

           DISPLAY 'PEDIDO ' REG-HAB-NUMERO ' RESPONDIDO EN '
              WS-NOMBRE-INFORME.
           IF WS-FECHA-HOY GREATER THAN REG-HAB-VENCIMIENTO
              DISPLAY '   ATENCION: RESPONDIDO FUERA DE PLAZO, VENCIA '
                 'EL ' REG-HAB-VENCIMIENTO
              ADD 1 TO WS-CANT-FUERA-PLAZO
           END-IF.

       3000-RESPONDER-PEDIDO-EXIT.
           EXIT.

       3010-BUSCAR-PEDIDO.
           MOVE WS-PED-LINEA(WS-INDICE-PED) TO REG-HABEAS.
           IF REG-HAB-NUMERO EQUAL WS-NUMERO-PEDIDO
              MOVE WS-INDICE-PED TO WS-FILA-PED
           END-IF.

       3010-BUSCAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Encabezado: pedido, solicitante y cliente del documento
       3100-ENCABEZADO.
           MOVE ALL '=' TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING 'INFORME DE DATOS PERSONALES - PEDIDO NRO '
              REG-HAB-NUMERO DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING 'SOLICITANTE : ' REG-HAB-SOLICITANTE
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING 'DOCUMENTO   : ' REG-HAB-TIPO-DOC ' '
              REG-HAB-NUMERO-DOC DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING 'FECHA PEDIDO: ' REG-HAB-FECHA-PEDIDO
              '   VENCIMIENTO: ' REG-HAB-VENCIMIENTO
              '   FECHA RESPUESTA: ' WS-FECHA-HOY
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING 'PERIODO DE CONSUMOS Y MOVIMIENTOS: DESDE '
              WS-FECHA-DESDE ' HASTA ' WS-FECHA-HOY
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           MOVE ALL '=' TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

           INITIALIZE WS-CLIENTE.
           SET LK-CLI-BUSCAR TO TRUE.
           MOVE REG-HAB-TIPO-DOC   TO LK-CLI-TIPO-DOC.
           MOVE REG-HAB-NUMERO-DOC TO LK-CLI-NUMERO-DOC.
           CALL 'CLCLIENT' USING WS-CLIENTE.

           EVALUATE TRUE
               WHEN LK-CLI-RETORNO-OK
                   SET WS-HAY-CLIENTE-SI TO TRUE
                   MOVE LK-CLI-TIPO-DOC-O   TO WS-CLIENTE-TIPO-DOC
                   MOVE LK-CLI-NUMERO-DOC-O TO WS-CLIENTE-NUMERO-DOC
                   STRING 'CLIENTE     : ' LK-CLI-APELLIDO-O ' '
                      LK-CLI-NOMBRE-O ' (' LK-CLI-TIPO-DOC-O ' '
                      LK-CLI-NUMERO-DOC-O ')'
                      DELIMITED BY SIZE INTO WS-LINEA
               WHEN LK-CLI-SIN-VINCULO
                   SET WS-HAY-CLIENTE-NO TO TRUE
                   MOVE 'EL DOCUMENTO NO CORRESPONDE A NINGUN CLIENTE'
                     TO WS-LINEA
                   PERFORM 8000-ESCRIBIR-LINEA
                      THRU 8000-ESCRIBIR-LINEA-EXIT
                   MOVE 'NO HAY DATOS PERSONALES A SU NOMBRE'
                     TO WS-LINEA
               WHEN OTHER
                   DISPLAY 'ERROR AL BUSCAR EL CLIENTE (RETORNO '
                      LK-CLI-RETORNO ')'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       3100-ENCABEZADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Vinculos del cliente, por la clave alternativa documento
       3200-CARGAR-VINCULOS.
           MOVE 0 TO WS-CANT-VIN.
           OPEN INPUT ENT-VINCULOS.
           IF NOT FS-ENT-VINCULOS-OK
              DISPLAY 'ERROR AL ABRIR CLIENTES_VINCULOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-ENT-VINCULOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CLIENTE-DOC TO VIN-DOCUMENTO.
           SET WS-ARCHIVO-EOF-NO TO TRUE.
           START ENT-VINCULOS KEY IS EQUAL TO VIN-DOCUMENTO.
           IF NOT FS-ENT-VINCULOS-OK
              SET WS-ARCHIVO-EOF-YES TO TRUE
           END-IF.

           PERFORM 3210-LEER-VINCULO
              THRU 3210-LEER-VINCULO-EXIT
              UNTIL WS-ARCHIVO-EOF-YES.

           CLOSE ENT-VINCULOS.

       3200-CARGAR-VINCULOS-EXIT.
           EXIT.

       3210-LEER-VINCULO.
           READ ENT-VINCULOS NEXT RECORD
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
               NOT AT END
                   IF VIN-DOCUMENTO NOT EQUAL WS-CLIENTE-DOC
                      SET WS-ARCHIVO-EOF-YES TO TRUE
                   ELSE
                      IF WS-CANT-VIN LESS THAN 100
                         ADD 1 TO WS-CANT-VIN
                         MOVE VIN-ORIGEN
                           TO WS-VIN-ITEM-ORIGEN(WS-CANT-VIN)
                         MOVE VIN-REFERENCIA
                           TO WS-VIN-ITEM-REFERENCIA(WS-CANT-VIN)
                      ELSE
                         DISPLAY 'EL CLIENTE TIENE MAS DE 100 '
                            'VINCULOS, SE IGNORAN LOS EXCEDENTES'
                         SET WS-ARCHIVO-EOF-YES TO TRUE
                      END-IF
                   END-IF
           END-READ.

       3210-LEER-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cuentas de tarjeta: todas las tarjetas de cada cuenta
      * vinculada, segun el export del master
       3300-SECCION-TARJETAS.
           MOVE '1. CUENTAS DE TARJETA DE CREDITO' TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           MOVE 'T' TO WS-BUSCA-ORIGEN.
           PERFORM 7200-CONTAR-ORIGEN
              THRU 7200-CONTAR-ORIGEN-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              PERFORM 8200-SECCION-VACIA
                 THRU 8200-SECCION-VACIA-EXIT
              GO TO 3300-SECCION-TARJETAS-EXIT
           END-IF.

           INITIALIZE LK-TARJETA.
           MOVE 'X' TO LK-MODO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'ERROR AL EXPORTAR EL MASTER DE TARJETAS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-EXPORT.
           IF NOT FS-ENT-EXPORT-OK
              DISPLAY 'ERROR AL ABRIR EL EXTRACTO DE TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-ENT-EXPORT
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-ARCHIVO-EOF-NO TO TRUE.
           PERFORM 3310-LEER-TARJETA
              THRU 3310-LEER-TARJETA-EXIT
              UNTIL WS-ARCHIVO-EOF-YES.
           CLOSE ENT-EXPORT.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       3300-SECCION-TARJETAS-EXIT.
           EXIT.

       3310-LEER-TARJETA.
           READ ENT-EXPORT
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 3310-LEER-TARJETA-EXIT
           END-READ.

           MOVE 'T' TO WS-BUSCA-ORIGEN.
           MOVE REG-EXPORT-NUMERO-CUENTA TO WS-BUSCA-REFERENCIA.
           PERFORM 7100-BUSCAR-VINCULO
              THRU 7100-BUSCAR-VINCULO-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              GO TO 3310-LEER-TARJETA-EXIT
           END-IF.

           INITIALIZE WS-MASCARA.
           SET LK-MSK-ENMASCARAR TO TRUE.
           MOVE REG-EXPORT-NUMERO-TARJETA TO LK-MSK-NUMERO-I.
           CALL 'TP02MASK' USING WS-MASCARA.
           IF WS-CANT-TARJ LESS THAN 100
              ADD 1 TO WS-CANT-TARJ
              MOVE LK-MSK-NUMERO-O TO WS-TARJ-ITEM-MASCARA(WS-CANT-TARJ)
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           STRING 'CUENTA ' REG-EXPORT-NUMERO-CUENTA
              '  TARJETA ' LK-MSK-NUMERO-O
              '  ESTADO ' REG-EXPORT-ESTADO
              '  PRODUCTO ' REG-EXPORT-PRODUCTO
              '  VENCE ' REG-EXPORT-VENCIMIENTO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING '   TITULAR  : ' REG-EXPORT-APELLIDO ' '
              REG-EXPORT-NOMBRE
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING '   DOMICILIO: ' REG-EXPORT-DIRECCION
              '  CP ' REG-EXPORT-CODIGO
              '  DEVUELTO POR EL CORREO: ' REG-EXPORT-DOMDEV
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           MOVE REG-EXPORT-LIMITE TO WS-IMPORTE-EDITADO.
           STRING '   EMAIL    : ' REG-EXPORT-EMAIL
              '  ENVIO RESUMEN ' REG-EXPORT-ENVIO
              '  LIMITE ' REG-EXPORT-MONEDA ' ' WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       3310-LEER-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3400-SECCION-CUENTAS.
           MOVE '2. CUENTAS BANCARIAS' TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           MOVE 'B' TO WS-BUSCA-ORIGEN.
           PERFORM 7200-CONTAR-ORIGEN
              THRU 7200-CONTAR-ORIGEN-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              PERFORM 8200-SECCION-VACIA
                 THRU 8200-SECCION-VACIA-EXIT
              GO TO 3400-SECCION-CUENTAS-EXIT
           END-IF.

           OPEN INPUT ENT-CUENTAS.
           EVALUATE TRUE
               WHEN FS-ENT-CUENTAS-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 3410-LEER-CUENTA
                      THRU 3410-LEER-CUENTA-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-CUENTAS
               WHEN FS-ENT-CUENTAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CUENTAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CUENTAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       3400-SECCION-CUENTAS-EXIT.
           EXIT.

       3410-LEER-CUENTA.
           READ ENT-CUENTAS
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 3410-LEER-CUENTA-EXIT
           END-READ.

           MOVE 'B' TO WS-BUSCA-ORIGEN.
           MOVE REG-ENT-CUENTAS-NUMERO TO WS-BUSCA-REFERENCIA.
           PERFORM 7100-BUSCAR-VINCULO
              THRU 7100-BUSCAR-VINCULO-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              GO TO 3410-LEER-CUENTA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           STRING 'CUENTA ' REG-ENT-CUENTAS-NUMERO
              '  TIPO ' REG-ENT-CUENTAS-TIPO
              '  MONEDA ' REG-ENT-CUENTAS-MONEDA
              '  ESTADO ' REG-ENT-CUENTAS-ESTADO
              '  APERTURA ' REG-ENT-CUENTAS-APERTURA
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           MOVE REG-ENT-CUENTAS-SALDO TO WS-SALDO-EDITADO.
           STRING '   TITULAR: ' REG-ENT-CUENTAS-TITULAR
              '  SALDO ' WS-SALDO-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       3410-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-SECCION-AGENDA.
           MOVE '3. AGENDA DE CONTACTOS' TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           MOVE 'A' TO WS-BUSCA-ORIGEN.
           PERFORM 7200-CONTAR-ORIGEN
              THRU 7200-CONTAR-ORIGEN-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              PERFORM 8200-SECCION-VACIA
                 THRU 8200-SECCION-VACIA-EXIT
              GO TO 3500-SECCION-AGENDA-EXIT
           END-IF.

           OPEN INPUT ENT-AGENDA.
           EVALUATE TRUE
               WHEN FS-ENT-AGENDA-OK
                   PERFORM 3510-MOSTRAR-CONTACTO
                      THRU 3510-MOSTRAR-CONTACTO-EXIT
                      VARYING WS-INDICE-VIN FROM 1 BY 1
                      UNTIL WS-INDICE-VIN GREATER THAN WS-CANT-VIN
                   CLOSE ENT-AGENDA
               WHEN FS-ENT-AGENDA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LA AGENDA'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AGENDA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       3500-SECCION-AGENDA-EXIT.
           EXIT.

       3510-MOSTRAR-CONTACTO.
           IF WS-VIN-ITEM-ORIGEN(WS-INDICE-VIN) NOT EQUAL 'A'
              GO TO 3510-MOSTRAR-CONTACTO-EXIT
           END-IF.

           MOVE WS-VIN-ITEM-REFERENCIA(WS-INDICE-VIN)(1:8)
             TO ENT-AGENDA-ID.
           READ ENT-AGENDA KEY IS ENT-AGENDA-ID.
           IF NOT FS-ENT-AGENDA-OK
              GO TO 3510-MOSTRAR-CONTACTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           STRING 'CONTACTO ' ENT-AGENDA-ID
              '  ' ENT-AGENDA-APELLIDO ' ' ENT-AGENDA-NOMBRE
              '  ESTADO ' ENT-AGENDA-ESTADO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING '   TELEFONO: ' ENT-AGENDA-TELEFONO
              '  DIRECCION: ' ENT-AGENDA-DIRECCION
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       3510-MOSTRAR-CONTACTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3600-SECCION-LEGAJOS.
           MOVE '4. LEGAJOS DE EMPLEADO' TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           MOVE 'E' TO WS-BUSCA-ORIGEN.
           PERFORM 7200-CONTAR-ORIGEN
              THRU 7200-CONTAR-ORIGEN-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              PERFORM 8200-SECCION-VACIA
                 THRU 8200-SECCION-VACIA-EXIT
              GO TO 3600-SECCION-LEGAJOS-EXIT
           END-IF.

           OPEN INPUT ENT-EMPLEADOS.
           EVALUATE TRUE
               WHEN FS-ENT-EMPLEADOS-OK
                   PERFORM 3610-MOSTRAR-LEGAJO
                      THRU 3610-MOSTRAR-LEGAJO-EXIT
                      VARYING WS-INDICE-VIN FROM 1 BY 1
                      UNTIL WS-INDICE-VIN GREATER THAN WS-CANT-VIN
                   CLOSE ENT-EMPLEADOS
               WHEN FS-ENT-EMPLEADOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EMPLEADOS.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-ENT-EMPLEADOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       3600-SECCION-LEGAJOS-EXIT.
           EXIT.

       3610-MOSTRAR-LEGAJO.
           IF WS-VIN-ITEM-ORIGEN(WS-INDICE-VIN) NOT EQUAL 'E'
              GO TO 3610-MOSTRAR-LEGAJO-EXIT
           END-IF.

           MOVE WS-VIN-ITEM-REFERENCIA(WS-INDICE-VIN)(1:8)
             TO EMP-ID-EMPLEADO.
           READ ENT-EMPLEADOS KEY IS EMP-ID-EMPLEADO.
           IF NOT FS-ENT-EMPLEADOS-OK
              GO TO 3610-MOSTRAR-LEGAJO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           STRING 'LEGAJO ' EMP-ID-EMPLEADO
              '  ' EMP-APELLIDO ' ' EMP-NOMBRE
              '  ESTADO ' EMP-ESTADO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING '   DOMICILIO: ' EMP-DIRECCION
              '  CP ' EMP-COD-POSTAL
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           MOVE EMP-SUELDO-BASICO TO WS-SALDO-EDITADO.
           STRING '   INGRESO ' EMP-FECHA-INGRESO
              '  SECTOR ' EMP-SECTOR
              '  CATEGORIA ' EMP-CATEGORIA
              '  SUELDO BASICO ' WS-SALDO-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING '   CBU DE COBRO: ' EMP-CBU
              '  VACACIONES PENDIENTES: ' EMP-VAC-PENDIENTES
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       3610-MOSTRAR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Consumos de las cuentas de tarjeta desde WS-FECHA-DESDE: los
      * vivos de CONSUMOS.SEQ y los ya archivados en los archivos
      * anuales del periodo
       3700-SECCION-CONSUMOS.
           MOVE '5. CONSUMOS CON TARJETA DE LOS ULTIMOS 12 MESES'
             TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           MOVE 'T' TO WS-BUSCA-ORIGEN.
           PERFORM 7200-CONTAR-ORIGEN
              THRU 7200-CONTAR-ORIGEN-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              PERFORM 8200-SECCION-VACIA
                 THRU 8200-SECCION-VACIA-EXIT
              GO TO 3700-SECCION-CONSUMOS-EXIT
           END-IF.

           PERFORM 3710-LEER-ARCHIVO-ANUAL
              THRU 3710-LEER-ARCHIVO-ANUAL-EXIT
              VARYING WS-ANIO-ARCHIVO FROM WS-DESDE-ANIO BY 1
              UNTIL WS-ANIO-ARCHIVO GREATER THAN WS-HOY-ANIO.

           MOVE '../CONSUMOS.SEQ' TO WS-NOMBRE-CONSUMOS.
           PERFORM 3720-LEER-ARCHIVO-CONSUMOS
              THRU 3720-LEER-ARCHIVO-CONSUMOS-EXIT.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       3700-SECCION-CONSUMOS-EXIT.
           EXIT.

       3710-LEER-ARCHIVO-ANUAL.
           MOVE SPACES TO WS-NOMBRE-CONSUMOS.
           STRING '../CONSUMOS_ARCH_' WS-ANIO-ARCHIVO '.TXT'
              DELIMITED BY SIZE INTO WS-NOMBRE-CONSUMOS.
           PERFORM 3720-LEER-ARCHIVO-CONSUMOS
              THRU 3720-LEER-ARCHIVO-CONSUMOS-EXIT.

       3710-LEER-ARCHIVO-ANUAL-EXIT.
           EXIT.

       3720-LEER-ARCHIVO-CONSUMOS.
           OPEN INPUT ENT-CONSUMOS.
           EVALUATE TRUE
               WHEN FS-ENT-CONSUMOS-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 3730-LEER-CONSUMO
                      THRU 3730-LEER-CONSUMO-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-CONSUMOS
               WHEN FS-ENT-CONSUMOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-CONSUMOS
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONSUMOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       3720-LEER-ARCHIVO-CONSUMOS-EXIT.
           EXIT.

       3730-LEER-CONSUMO.
           READ ENT-CONSUMOS
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 3730-LEER-CONSUMO-EXIT
           END-READ.

           IF WS-FECHA-CONSUMO LESS THAN WS-FECHA-DESDE
              GO TO 3730-LEER-CONSUMO-EXIT
           END-IF.

           MOVE 'T' TO WS-BUSCA-ORIGEN.
           MOVE WS-CUENTA-CREDITO TO WS-BUSCA-REFERENCIA.
           PERFORM 7100-BUSCAR-VINCULO
              THRU 7100-BUSCAR-VINCULO-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              GO TO 3730-LEER-CONSUMO-EXIT
           END-IF.

           INITIALIZE WS-MASCARA.
           SET LK-MSK-ENMASCARAR TO TRUE.
           MOVE WS-NUMERO-TARJETA TO LK-MSK-NUMERO-I.
           CALL 'TP02MASK' USING WS-MASCARA.

           ADD 1 TO WS-CANT-SECCION.
           MOVE WS-IMPORTE TO WS-IMPORTE-EDITADO.
           STRING WS-FECHA-CONSUMO ' ' LK-MSK-NUMERO-O ' '
              WS-DETALLE ' ' WS-NUMERO-ACTUAL '/' WS-NUMERO-CUOTAS
              ' ' WS-TIPO-MONEDA ' ' WS-IMPORTE-EDITADO ' '
              WS-DEBITO-CREDITO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       3730-LEER-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3800-SECCION-MOVIMIENTOS.
           MOVE '6. MOVIMIENTOS BANCARIOS DE LOS ULTIMOS 12 MESES'
             TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           MOVE 'B' TO WS-BUSCA-ORIGEN.
           PERFORM 7200-CONTAR-ORIGEN
              THRU 7200-CONTAR-ORIGEN-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              PERFORM 8200-SECCION-VACIA
                 THRU 8200-SECCION-VACIA-EXIT
              GO TO 3800-SECCION-MOVIMIENTOS-EXIT
           END-IF.

           OPEN INPUT ENT-MOVIMIENTOS.
           EVALUATE TRUE
               WHEN FS-ENT-MOVIMIENTOS-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 3810-LEER-MOVIMIENTO
                      THRU 3810-LEER-MOVIMIENTO-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-MOVIMIENTOS
               WHEN FS-ENT-MOVIMIENTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MOVIMIENTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MOVIMIENTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       3800-SECCION-MOVIMIENTOS-EXIT.
           EXIT.

       3810-LEER-MOVIMIENTO.
           READ ENT-MOVIMIENTOS
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 3810-LEER-MOVIMIENTO-EXIT
           END-READ.

           IF REG-MOV-FECHA LESS THAN WS-FECHA-DESDE
              GO TO 3810-LEER-MOVIMIENTO-EXIT
           END-IF.

           MOVE 'B' TO WS-BUSCA-ORIGEN.
           MOVE REG-MOV-CUENTA TO WS-BUSCA-REFERENCIA.
           PERFORM 7100-BUSCAR-VINCULO
              THRU 7100-BUSCAR-VINCULO-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              GO TO 3810-LEER-MOVIMIENTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           STRING REG-MOV-FECHA ' OPERACION ' REG-MOV-NRO-OPERACION
              ' CUENTA ' REG-MOV-CUENTA ' ' REG-MOV-TIPO
              ' IMPORTE ' REG-MOV-IMPORTE ' SALDO ' REG-MOV-SALDO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       3810-LEER-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toda la historia de cambios de AUDITORIA.VSAM de cada entidad
      * del cliente: tarjetas (enmascaradas, como las guarda el
      * repositorio), cuentas bancarias, legajos y contactos
       3900-SECCION-AUDITORIA.
           MOVE '7. HISTORIA DE CAMBIOS (AUDITORIA)' TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           OPEN INPUT AUDI-REPO.
           EVALUATE TRUE
               WHEN FS-AUDI-REPO-OK
                   PERFORM 3910-AUDITAR-TARJETA
                      THRU 3910-AUDITAR-TARJETA-EXIT
                      VARYING WS-INDICE-TARJ FROM 1 BY 1
                      UNTIL WS-INDICE-TARJ GREATER THAN WS-CANT-TARJ
                   PERFORM 3920-AUDITAR-VINCULO
                      THRU 3920-AUDITAR-VINCULO-EXIT
                      VARYING WS-INDICE-VIN FROM 1 BY 1
                      UNTIL WS-INDICE-VIN GREATER THAN WS-CANT-VIN
                   CLOSE AUDI-REPO
               WHEN FS-AUDI-REPO-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AUDITORIA.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-AUDI-REPO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       3900-SECCION-AUDITORIA-EXIT.
           EXIT.

       3910-AUDITAR-TARJETA.
           MOVE 'T' TO WS-AUDI-TIPO.
           MOVE WS-TARJ-ITEM-MASCARA(WS-INDICE-TARJ) TO WS-AUDI-ENTIDAD.
           PERFORM 3930-RECORRER-ENTIDAD
              THRU 3930-RECORRER-ENTIDAD-EXIT.

       3910-AUDITAR-TARJETA-EXIT.
           EXIT.

      * En el repositorio la cuenta bancaria es la entidad C; los
      * legajos (E) y los contactos (A) llevan la misma clave que el
      * vinculo. Las cuentas de tarjeta se auditan por sus tarjetas.
       3920-AUDITAR-VINCULO.
           EVALUATE WS-VIN-ITEM-ORIGEN(WS-INDICE-VIN)
               WHEN 'B'
                   MOVE 'C' TO WS-AUDI-TIPO
               WHEN 'E'
                   MOVE 'E' TO WS-AUDI-TIPO
               WHEN 'A'
                   MOVE 'A' TO WS-AUDI-TIPO
               WHEN OTHER
                   GO TO 3920-AUDITAR-VINCULO-EXIT
           END-EVALUATE.
           MOVE WS-VIN-ITEM-REFERENCIA(WS-INDICE-VIN)
             TO WS-AUDI-ENTIDAD.
           PERFORM 3930-RECORRER-ENTIDAD
              THRU 3930-RECORRER-ENTIDAD-EXIT.

       3920-AUDITAR-VINCULO-EXIT.
           EXIT.

      * El recorrido arranca en la primera clave de la entidad y
      * termina al salir de ella, como en TP02AUCON.
       3930-RECORRER-ENTIDAD.
           MOVE SPACES TO REPO-CLAVE.
           MOVE WS-AUDI-TIPO    TO REPO-TIPO-ENTIDAD.
           MOVE WS-AUDI-ENTIDAD TO REPO-ENTIDAD.
           MOVE 0 TO REPO-FECHA.
           MOVE 0 TO REPO-SECUENCIA.
           SET WS-ARCHIVO-EOF-NO TO TRUE.
           START AUDI-REPO KEY IS NOT LESS THAN REPO-CLAVE.
           IF NOT FS-AUDI-REPO-OK
              SET WS-ARCHIVO-EOF-YES TO TRUE
           END-IF.

           PERFORM 3940-LEER-REPO
              THRU 3940-LEER-REPO-EXIT
              UNTIL WS-ARCHIVO-EOF-YES.

       3930-RECORRER-ENTIDAD-EXIT.
           EXIT.

       3940-LEER-REPO.
           READ AUDI-REPO NEXT RECORD
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
               NOT AT END
                   IF REPO-TIPO-ENTIDAD NOT EQUAL WS-AUDI-TIPO
                      OR REPO-ENTIDAD NOT EQUAL WS-AUDI-ENTIDAD
                      SET WS-ARCHIVO-EOF-YES TO TRUE
                   ELSE
                      ADD 1 TO WS-CANT-SECCION
                      STRING REPO-FECHA ' ' REPO-TIPO-ENTIDAD ' '
                         REPO-ENTIDAD ' ' REPO-SUBSISTEMA ' '
                         REPO-OPERADOR ' ' REPO-DETALLE
                         DELIMITED BY SIZE INTO WS-LINEA
                      PERFORM 8000-ESCRIBIR-LINEA
                         THRU 8000-ESCRIBIR-LINEA-EXIT
                   END-IF
           END-READ.

       3940-LEER-REPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Notas del call center de las cuentas de tarjeta
       4100-SECCION-CONTACTOS.
           MOVE '8. CONTACTOS CON EL CENTRO DE ATENCION' TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           MOVE 'T' TO WS-BUSCA-ORIGEN.
           PERFORM 7200-CONTAR-ORIGEN
              THRU 7200-CONTAR-ORIGEN-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              PERFORM 8200-SECCION-VACIA
                 THRU 8200-SECCION-VACIA-EXIT
              GO TO 4100-SECCION-CONTACTOS-EXIT
           END-IF.

           OPEN INPUT ENT-CONTACTOS.
           EVALUATE TRUE
               WHEN FS-ENT-CONTACTOS-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 4110-LEER-CONTACTO
                      THRU 4110-LEER-CONTACTO-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-CONTACTOS
               WHEN FS-ENT-CONTACTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONTACTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONTACTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       4100-SECCION-CONTACTOS-EXIT.
           EXIT.

       4110-LEER-CONTACTO.
           READ ENT-CONTACTOS
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 4110-LEER-CONTACTO-EXIT
           END-READ.

           MOVE 'T' TO WS-BUSCA-ORIGEN.
           MOVE REG-CON-CUENTA TO WS-BUSCA-REFERENCIA.
           PERFORM 7100-BUSCAR-VINCULO
              THRU 7100-BUSCAR-VINCULO-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              GO TO 4110-LEER-CONTACTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           STRING REG-CON-FECHA ' CUENTA ' REG-CON-CUENTA
              ' ' REG-CON-MOTIVO ' ' REG-CON-OPERADOR ' '
              REG-CON-TEXTO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       4110-LEER-CONTACTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reclamos formales de las cuentas de tarjeta, abiertos y
      * resueltos
       4200-SECCION-RECLAMOS.
           MOVE '9. RECLAMOS' TO WS-LINEA.
           PERFORM 8100-TITULO-SECCION
              THRU 8100-TITULO-SECCION-EXIT.

           MOVE 'T' TO WS-BUSCA-ORIGEN.
           PERFORM 7200-CONTAR-ORIGEN
              THRU 7200-CONTAR-ORIGEN-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              PERFORM 8200-SECCION-VACIA
                 THRU 8200-SECCION-VACIA-EXIT
              GO TO 4200-SECCION-RECLAMOS-EXIT
           END-IF.

           OPEN INPUT ENT-RECLAMOS.
           EVALUATE TRUE
               WHEN FS-ENT-RECLAMOS-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 4210-LEER-RECLAMO
                      THRU 4210-LEER-RECLAMO-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-RECLAMOS
               WHEN FS-ENT-RECLAMOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECLAMOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RECLAMOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 8300-CERRAR-SECCION
              THRU 8300-CERRAR-SECCION-EXIT.

       4200-SECCION-RECLAMOS-EXIT.
           EXIT.

       4210-LEER-RECLAMO.
           READ ENT-RECLAMOS
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 4210-LEER-RECLAMO-EXIT
           END-READ.

           MOVE 'T' TO WS-BUSCA-ORIGEN.
           MOVE REG-REC-CUENTA TO WS-BUSCA-REFERENCIA.
           PERFORM 7100-BUSCAR-VINCULO
              THRU 7100-BUSCAR-VINCULO-EXIT.
           IF WS-VINCULO-ENCONTRADO-NO
              GO TO 4210-LEER-RECLAMO-EXIT
           END-IF.

           INITIALIZE WS-MASCARA.
           SET LK-MSK-ENMASCARAR TO TRUE.
           MOVE REG-REC-TARJETA TO LK-MSK-NUMERO-I.
           CALL 'TP02MASK' USING WS-MASCARA.

           ADD 1 TO WS-CANT-SECCION.
           STRING 'RECLAMO ' REG-REC-NUMERO ' DEL ' REG-REC-FECHA-ALTA
              ' TARJETA ' LK-MSK-NUMERO-O ' ' REG-REC-CATEGORIA
              ' ESTADO ' REG-REC-ESTADO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           STRING '   RECLAMO  : ' REG-REC-DESCRIPCION
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           IF REG-REC-RESUELTO
              STRING '   RESUELTO: ' REG-REC-FECHA-RESOL ' '
                 REG-REC-RESULTADO ' ' REG-REC-RESOLUCION
                 DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 8000-ESCRIBIR-LINEA
                 THRU 8000-ESCRIBIR-LINEA-EXIT
           END-IF.

       4210-LEER-RECLAMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Carga el registro de pedidos en la tabla y el ultimo numero
       5100-CARGAR-PEDIDOS.
           MOVE 0 TO WS-CANT-PED.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           OPEN INPUT ENT-PEDIDOS.
           EVALUATE TRUE
               WHEN FS-ENT-PEDIDOS-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 5110-LEER-PEDIDO
                      THRU 5110-LEER-PEDIDO-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-PEDIDOS
               WHEN FS-ENT-PEDIDOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR HABEAS_PEDIDOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PEDIDOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       5100-CARGAR-PEDIDOS-EXIT.
           EXIT.

      * Si el registro no entra en la tabla se corta: al regrabarlo
      * se perderian los pedidos excedentes.
       5110-LEER-PEDIDO.
           READ ENT-PEDIDOS INTO REG-HABEAS
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-PED LESS THAN 2000
                      ADD 1 TO WS-CANT-PED
                      MOVE REG-HABEAS TO WS-PED-LINEA(WS-CANT-PED)
                      IF REG-HAB-NUMERO GREATER THAN WS-ULTIMO-NUMERO
                         MOVE REG-HAB-NUMERO TO WS-ULTIMO-NUMERO
                      END-IF
                   ELSE
                      DISPLAY 'HABEAS_PEDIDOS.TXT TIENE MAS DE 2000 '
                         'PEDIDOS'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       5110-LEER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5300-REGRABAR-PEDIDOS.
           OPEN OUTPUT SAL-PEDIDOS.
           IF NOT FS-SAL-PEDIDOS-OK
              DISPLAY 'ERROR AL REGRABAR HABEAS_PEDIDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PEDIDOS
              MOVE 99 TO RETURN-CODE
              GO TO 5300-REGRABAR-PEDIDOS-EXIT
           END-IF.

           PERFORM 5310-GRABAR-PEDIDO
              THRU 5310-GRABAR-PEDIDO-EXIT
              VARYING WS-INDICE-PED FROM 1 BY 1
              UNTIL WS-INDICE-PED GREATER THAN WS-CANT-PED.

           CLOSE SAL-PEDIDOS.

       5300-REGRABAR-PEDIDOS-EXIT.
           EXIT.

       5310-GRABAR-PEDIDO.
           WRITE FD-SAL-PEDIDO FROM WS-PED-LINEA(WS-INDICE-PED).
           IF NOT FS-SAL-PEDIDOS-OK
              DISPLAY 'ERROR AL GRABAR HABEAS_PEDIDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PEDIDOS
              MOVE 99 TO RETURN-CODE
           END-IF.

       5310-GRABAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Control de vencimientos de los pedidos pendientes, en dias
      * corridos hasta el vencimiento
       6000-CONTROLAR-VENCIMIENTOS.
           PERFORM 5100-CARGAR-PEDIDOS
              THRU 5100-CARGAR-PEDIDOS-EXIT.

           PERFORM 6100-CONTROLAR-PEDIDO
              THRU 6100-CONTROLAR-PEDIDO-EXIT
              VARYING WS-INDICE-PED FROM 1 BY 1
              UNTIL WS-INDICE-PED GREATER THAN WS-CANT-PED.

       6000-CONTROLAR-VENCIMIENTOS-EXIT.
           EXIT.

       6100-CONTROLAR-PEDIDO.
           MOVE WS-PED-LINEA(WS-INDICE-PED) TO REG-HABEAS.
           IF NOT REG-HAB-PENDIENTE
              GO TO 6100-CONTROLAR-PEDIDO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PENDIENTES.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE WS-FECHA-HOY        TO LK-FEC-FECHA-1.
           MOVE REG-HAB-VENCIMIENTO TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.

           EVALUATE TRUE
               WHEN LK-FEC-DIFERENCIA LESS THAN 0
                   MOVE 'VENCIDO' TO WS-SITUACION
                   ADD 1 TO WS-CANT-VENCIDOS
               WHEN LK-FEC-DIFERENCIA NOT GREATER THAN WS-DIAS-AVISO
                   MOVE 'POR VENCER' TO WS-SITUACION
                   ADD 1 TO WS-CANT-POR-VENCER
               WHEN OTHER
                   MOVE 'EN PLAZO' TO WS-SITUACION
           END-EVALUATE.

           MOVE LK-FEC-DIFERENCIA TO WS-DIAS-EDITADO.
           DISPLAY WS-SITUACION ' PEDIDO ' REG-HAB-NUMERO
              ' DEL ' REG-HAB-FECHA-PEDIDO ' VENCE '
              REG-HAB-VENCIMIENTO ' (' WS-DIAS-EDITADO ' DIAS) '
              REG-HAB-TIPO-DOC ' ' REG-HAB-NUMERO-DOC ' '
              REG-HAB-SOLICITANTE.

       6100-CONTROLAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca WS-BUSCA-ORIGEN/REFERENCIA entre los vinculos del cliente
       7100-BUSCAR-VINCULO.
           SET WS-VINCULO-ENCONTRADO-NO TO TRUE.
           PERFORM 7110-COMPARAR-VINCULO
              THRU 7110-COMPARAR-VINCULO-EXIT
              VARYING WS-INDICE-VIN FROM 1 BY 1
              UNTIL WS-INDICE-VIN GREATER THAN WS-CANT-VIN
                 OR WS-VINCULO-ENCONTRADO-SI.

       7100-BUSCAR-VINCULO-EXIT.
           EXIT.

       7110-COMPARAR-VINCULO.
           IF WS-VIN-ITEM-ORIGEN(WS-INDICE-VIN) EQUAL WS-BUSCA-ORIGEN
              AND WS-VIN-ITEM-REFERENCIA(WS-INDICE-VIN)
                  EQUAL WS-BUSCA-REFERENCIA
              SET WS-VINCULO-ENCONTRADO-SI TO TRUE
           END-IF.

       7110-COMPARAR-VINCULO-EXIT.
           EXIT.

      * Indica si el cliente tiene algun vinculo de WS-BUSCA-ORIGEN
       7200-CONTAR-ORIGEN.
           SET WS-VINCULO-ENCONTRADO-NO TO TRUE.
           PERFORM 7210-COMPARAR-ORIGEN
              THRU 7210-COMPARAR-ORIGEN-EXIT
              VARYING WS-INDICE-VIN FROM 1 BY 1
              UNTIL WS-INDICE-VIN GREATER THAN WS-CANT-VIN
                 OR WS-VINCULO-ENCONTRADO-SI.

       7200-CONTAR-ORIGEN-EXIT.
           EXIT.

       7210-COMPARAR-ORIGEN.
           IF WS-VIN-ITEM-ORIGEN(WS-INDICE-VIN) EQUAL WS-BUSCA-ORIGEN
              SET WS-VINCULO-ENCONTRADO-SI TO TRUE
           END-IF.

       7210-COMPARAR-ORIGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Graba WS-LINEA en el informe y la deja en blanco
       8000-ESCRIBIR-LINEA.
           WRITE FD-INFORME-LINEA FROM WS-LINEA.
           IF NOT FS-SAL-INFORME-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-INFORME
              DISPLAY 'FILE STATUS: ' FS-SAL-INFORME
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-LINEAS.
           MOVE SPACES TO WS-LINEA.

       8000-ESCRIBIR-LINEA-EXIT.
           EXIT.

      * Titulo de seccion (viene en WS-LINEA) y cuenta en cero
       8100-TITULO-SECCION.
           MOVE 0 TO WS-CANT-SECCION.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           MOVE ALL '-' TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       8100-TITULO-SECCION-EXIT.
           EXIT.

       8200-SECCION-VACIA.
           MOVE '(SIN DATOS)' TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       8200-SECCION-VACIA-EXIT.
           EXIT.

      * Cierre de seccion: aclara si no hubo nada que informar
       8300-CERRAR-SECCION.
           IF WS-CANT-SECCION EQUAL 0
              MOVE '(SIN DATOS)' TO WS-LINEA
              PERFORM 8000-ESCRIBIR-LINEA
                 THRU 8000-ESCRIBIR-LINEA-EXIT
           END-IF.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

       8300-CERRAR-SECCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
           EVALUATE TRUE
               WHEN WS-MODO-ALTA
                   DISPLAY 'PEDIDOS LEIDOS        : ' WS-CANT-LEIDAS
                   DISPLAY 'PEDIDOS REGISTRADOS   : ' WS-CANT-ALTAS
                   DISPLAY 'PEDIDOS RECHAZADOS    : '
                      WS-CANT-RECHAZADAS
               WHEN WS-MODO-RESPONDER
                   DISPLAY 'LINEAS DEL INFORME    : ' WS-CANT-LINEAS
               WHEN OTHER
                   DISPLAY 'PEDIDOS PENDIENTES    : '
                      WS-CANT-PENDIENTES
                   DISPLAY 'POR VENCER            : '
                      WS-CANT-POR-VENCER
                   DISPLAY 'VENCIDOS              : ' WS-CANT-VENCIDOS
           END-EVALUATE.

           IF RETURN-CODE EQUAL 0
              AND (WS-CANT-RECHAZADAS GREATER THAN 0
                   OR WS-CANT-FUERA-PLAZO GREATER THAN 0
                   OR WS-CANT-VENCIDOS GREATER THAN 0)
              MOVE 4 TO RETURN-CODE
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02HABEA.
