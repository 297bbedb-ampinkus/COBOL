      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02RESPA.CBL - Juego de respaldo de fin de dia.
      *          TP02REST cubre el master de tarjetas y CL21REST la
      *          agenda, pero el resto de los maestros y archivos de
      *          estado no se respaldaba junto. Este lote copia, al
      *          cierre del dia y con la cadena parada, todos los
      *          maestros indexados (tarjetas, empleados, comercios,
      *          acumulador de la autorizacion, clientes y vinculos,
      *          auditoria, agenda y registro "No Llame"), los
      *          maestros y archivos de estado secuenciales
      *          (CUENTAS.TXT y compania), las
      *          tablas de parametros y las colas de trabajo, en un
      *          solo juego ../RESPALDOS/<AAAAMMDD>/ con su
      *          MANIFIESTO.TXT (MANIFIES.CPY): registros y total de
      *          control de cada archivo al momento de copiarlo. Los
      *          indices que TP02INDEX y TP02CPCAR rearman cada noche
      *          desde sus secuenciales no se respaldan: se respaldan
      *          sus secuenciales.
      *          Modo VERIFICAR: relee cada copia del juego pedido y
      *          la compara contra el manifiesto; informa las copias
      *          que faltan, las que no coinciden y los archivos de
      *          la lista que ni siquiera figuran en el manifiesto, en
      *          VERIFICACION.TXT dentro del juego. Asi se sabe antes
      *          de un desastre, y no durante, si el juego esta
      *          completo.
      *            TP02RESPA RESPALDAR <OPERADOR>
      *            TP02RESPA VERIFICAR <AAAAMMDD>
      *          Un segundo respaldo en el mismo dia reemplaza al
      *          primero.
      *          Codigo de retorno: 0 juego completo; 4 algun archivo
      *          de la lista no existia en el origen; 99 error de
      *          parametros, sign-on, archivos, o juego incompleto o
      *          con diferencias.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02RESPA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS SECUENCIALES: original o copia, segun el modo
           SELECT ENT-SECUENCIAL
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-SECUENCIAL.

           SELECT SAL-SECUENCIAL
           ASSIGN TO DYNAMIC WS-NOMBRE-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-SECUENCIAL.

      *****MAESTROS INDEXADOS: original al respaldar, copia al
      *****verificar. Se recorren en orden de clave primaria.
           SELECT IDX-TARJETAS
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RES-TAR-NUMERO-TARJETA
           ALTERNATE RECORD KEY IS RES-TAR-NUMERO-CUENTA
              WITH DUPLICATES
           FILE STATUS IS FS-INDEXADO.

           SELECT IDX-EMPLEADOS
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RES-EMP-ID-EMPLEADO
           FILE STATUS IS FS-INDEXADO.

           SELECT IDX-COMERCIOS
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COM-ID-COMERCIO
           FILE STATUS IS FS-INDEXADO.

           SELECT IDX-SALDOS-AUTH
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SACU-NUMERO-CUENTA
           FILE STATUS IS FS-INDEXADO.

           SELECT IDX-CLIENTES
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLI-DOCUMENTO
           ALTERNATE RECORD KEY IS CLI-DNI WITH DUPLICATES
           FILE STATUS IS FS-INDEXADO.

           SELECT IDX-VINCULOS
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VIN-CLAVE
           ALTERNATE RECORD KEY IS VIN-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS FS-INDEXADO.

           SELECT IDX-AUDITORIA
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REPO-CLAVE
           FILE STATUS IS FS-INDEXADO.

           SELECT IDX-AGENDA
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RES-AGE-ID
           ALTERNATE RECORD KEY IS RES-AGE-TELEFONO WITH DUPLICATES
           FILE STATUS IS FS-INDEXADO.

           SELECT IDX-NO-LLAME
           ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RES-NLL-TELEFONO
           FILE STATUS IS FS-INDEXADO.

      *****MANIFIESTO Y VERIFICACION DEL JUEGO
           SELECT ENT-MANIFIESTO
           ASSIGN TO DYNAMIC WS-NOMBRE-MANIFIESTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MANIFIESTO.

           SELECT SAL-MANIFIESTO
           ASSIGN TO DYNAMIC WS-NOMBRE-MANIFIESTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-MANIFIESTO.

           SELECT SAL-VERIFICACION
           ASSIGN TO DYNAMIC WS-NOMBRE-VERIFICACION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-VERIFICACION.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      * El largo leido de cada linea queda en WS-LARGO-REG, para que
      * la copia y el total de control no dependan del relleno.
       FD ENT-SECUENCIAL
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
           DEPENDING ON WS-LARGO-REG.
       01 FD-ENT-SECUENCIAL            PIC X(1000).

       FD SAL-SECUENCIAL
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
           DEPENDING ON WS-LARGO-REG.
       01 FD-SAL-SECUENCIAL            PIC X(1000).

       FD IDX-TARJETAS.
      * Espejo del registro del master que mantiene MAESTARJ
       01 RES-TARJETA.
          05 RES-TAR-NUMERO-CUENTA     PIC 9(10).
          05 RES-TAR-NUMERO-TARJETA    PIC X(19).
          05 FILLER                    PIC X(153).

       FD IDX-EMPLEADOS.
       01 RES-EMPLEADO.
          05 RES-EMP-ID-EMPLEADO       PIC 9(08).
          05 FILLER                    PIC X(172).

       FD IDX-COMERCIOS.
           COPY COMERCIO.

       FD IDX-SALDOS-AUTH.
           COPY SALDACUM.

       FD IDX-CLIENTES.
           COPY CLIENTES.

       FD IDX-VINCULOS.
           COPY VINCULOS.

       FD IDX-AUDITORIA.
           COPY AUDIREPO.

       FD IDX-AGENDA.
       01 RES-AGENDA.
          05 RES-AGE-ID                PIC 9(08).
          05 RES-AGE-APELLIDO          PIC X(25).
          05 RES-AGE-NOMBRE            PIC X(25).
          05 RES-AGE-TELEFONO          PIC X(09).
          05 FILLER                    PIC X(23).

       FD IDX-NO-LLAME.
      * Espejo del registro "No Llame" que carga CL21NOLL
       01 RES-NO-LLAME.
          05 RES-NLL-TELEFONO          PIC X(09).
          05 FILLER                    PIC X(16).

       FD ENT-MANIFIESTO.
       01 FD-ENT-MANIFIESTO            PIC X(81).

       FD SAL-MANIFIESTO.
       01 FD-SAL-MANIFIESTO            PIC X(81).

       FD SAL-VERIFICACION.
       01 FD-VERIFICACION-LINEA        PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-SECUENCIAL                 PIC X(2).
             88 FS-ENT-SECUENCIAL-OK               VALUE '00'.
             88 FS-ENT-SECUENCIAL-NFD              VALUE '35'.
          05 FS-SAL-SECUENCIAL                 PIC X(2).
             88 FS-SAL-SECUENCIAL-OK               VALUE '00'.
          05 FS-INDEXADO                       PIC X(2).
             88 FS-INDEXADO-OK                     VALUE '00'.
             88 FS-INDEXADO-EOF                    VALUE '10'.
             88 FS-INDEXADO-NFD                    VALUE '35'.
          05 FS-ENT-MANIFIESTO                 PIC X(2).
             88 FS-ENT-MANIFIESTO-OK               VALUE '00'.
             88 FS-ENT-MANIFIESTO-NFD              VALUE '35'.
          05 FS-SAL-MANIFIESTO                 PIC X(2).
             88 FS-SAL-MANIFIESTO-OK               VALUE '00'.
          05 FS-SAL-VERIFICACION               PIC X(2).
             88 FS-SAL-VERIFICACION-OK             VALUE '00'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 WS-SIGNON.
           COPY SIGNON.

      * Fila del manifiesto en proceso
           COPY MANIFIES.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(10) VALUE SPACES.
          88 WS-MODO-RESPALDAR             VALUE 'RESPALDAR'.
          88 WS-MODO-VERIFICAR             VALUE 'VERIFICAR'.
       01 WS-PARM-1                    PIC X(08) VALUE SPACES.

      * Fecha y hora del proceso
       01 WS-FECHA-PROCESO             PIC 9(08) VALUE 0.
       01 WS-HORA-PROCESO              PIC 9(08) VALUE 0.
      * Juego de respaldo (AAAAMMDD) y su directorio
       01 WS-JUEGO                     PIC X(08) VALUE SPACES.
       01 WS-DIR-JUEGO                 PIC X(30) VALUE SPACES.

      * Archivos que componen el juego, en el orden del manifiesto:
      * I indexado, S secuencial, y el nombre del archivo. La agenda
      * y sus archivos viven un nivel mas arriba que el resto de los
      * datos.
       77 WS-CANT-LISTA                PIC 9(03) VALUE 94.
       77 WS-INDICE-LISTA              PIC 9(03) VALUE 0.
       01 WS-LISTA-VALORES.
          05 FILLER PIC X(31) VALUE 'IMAESTRO-TARJETAS.VSAM'.
          05 FILLER PIC X(31) VALUE 'IEMPLEADOS.VSAM'.
          05 FILLER PIC X(31) VALUE 'ICOMERCIOS.VSAM'.
          05 FILLER PIC X(31) VALUE 'ISALDOS_AUTH.VSAM'.
          05 FILLER PIC X(31) VALUE 'ICLIENTES.VSAM'.
          05 FILLER PIC X(31) VALUE 'ICLIENTES_VINCULOS.VSAM'.
          05 FILLER PIC X(31) VALUE 'IAUDITORIA.VSAM'.
          05 FILLER PIC X(31) VALUE 'IAGENDA.VSAM'.
          05 FILLER PIC X(31) VALUE 'IAGENDA_NO_LLAME.VSAM'.
          05 FILLER PIC X(31) VALUE 'SCUENTAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SCUENTAS_TITULARES.TXT'.
          05 FILLER PIC X(31) VALUE 'SFIRMANTES.TXT'.
          05 FILLER PIC X(31) VALUE 'SCUENTAS_INACTIVIDAD.TXT'.
          05 FILLER PIC X(31) VALUE 'SMOVIMIENTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SFX_ACUMULADO.TXT'.
          05 FILLER PIC X(31) VALUE 'SPLAZOS_FIJOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SPRESTAMOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SPRESTAMOS_CUOTAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SEMBARGOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SLIQUIDACION_HIST.TXT'.
          05 FILLER PIC X(31) VALUE 'SADELANTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SLICENCIAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SALUMNOS_MAESTRO.TXT'.
          05 FILLER PIC X(31) VALUE 'SARANCELES_CUOTAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SAGENDA_CONSENTIMIENTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SALIAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SDESCUBIERTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SDESCUBIERTO_USO.TXT'.
          05 FILLER PIC X(31) VALUE 'SPOSTEADAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SADHESIONES_DEBITO.TXT'.
          05 FILLER PIC X(31) VALUE 'SSUSCRIPCIONES.TXT'.
          05 FILLER PIC X(31) VALUE 'SPLANES_PAGO.TXT'.
          05 FILLER PIC X(31) VALUE 'SPUNTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SDISPUTAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SSALDOS_ANTERIORES.TXT'.
          05 FILLER PIC X(31) VALUE 'SSALDOS_CICLO.TXT'.
          05 FILLER PIC X(31) VALUE 'SSALDOS_FAVOR.TXT'.
          05 FILLER PIC X(31) VALUE 'SPRECANCELACIONES.TXT'.
          05 FILLER PIC X(31) VALUE 'SPROMESAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SQUEBRANTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SRECLAMOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SCONTACTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SCONTROLES_TARJETA.TXT'.
          05 FILLER PIC X(31) VALUE 'SLIMITES_DIARIOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SAVISOS_VIAJE.TXT'.
          05 FILLER PIC X(31) VALUE 'SEMBOZADO_CONTROL.TXT'.
          05 FILLER PIC X(31) VALUE 'SFAMILIARES.TXT'.
          05 FILLER PIC X(31) VALUE 'SHABEAS_PEDIDOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SPERMISOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SCLAVES.TXT'.
          05 FILLER PIC X(31) VALUE 'SCICLOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SPRODUCTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SCOTIZACIONES.TXT'.
          05 FILLER PIC X(31) VALUE 'SMONEDAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SFERIADOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SIMPUESTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SCARGOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SCONCEPTOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SRUBROS.TXT'.
          05 FILLER PIC X(31) VALUE 'SPROMOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SCATALOGO.TXT'.
          05 FILLER PIC X(31) VALUE 'SMOTIVOS_AJUSTE.TXT'.
          05 FILLER PIC X(31) VALUE 'STASAS_INTERES.TXT'.
          05 FILLER PIC X(31) VALUE 'SCUENTAS_CONTABLES.TXT'.
          05 FILLER PIC X(31) VALUE 'SUMBRALES_RIESGO.TXT'.
          05 FILLER PIC X(31) VALUE 'SALICUOTAS_RETENCION.TXT'.
          05 FILLER PIC X(31) VALUE 'SBINES.TXT'.
          05 FILLER PIC X(31) VALUE 'SBANCOS.TXT'.
          05 FILLER PIC X(31) VALUE 'SLISTAS_SANCIONES.TXT'.
          05 FILLER PIC X(31) VALUE 'SINTEGRIDAD_REGLAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SAUTH_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'SCLAVES_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'SCOBRANZAS_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'SDEVOLUCION_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'SQUEBRANTO_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'SSALDOS_FAVOR_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'STRANSFER_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'SACTIVACION_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'SAUDITORIA_PARAM.TXT'.
          05 FILLER PIC X(31) VALUE 'SSALIDAS_CATALOGO.TXT'.
          05 FILLER PIC X(31) VALUE 'SCONSUMOS.SEQ'.
          05 FILLER PIC X(31) VALUE 'SFEED_CONTROL.TXT'.
          05 FILLER PIC X(31) VALUE 'SCAMBIOS_PENDIENTES.TXT'.
          05 FILLER PIC X(31) VALUE 'SAUTH_PENDIENTES.TXT'.
          05 FILLER PIC X(31) VALUE 'SPENDIENTES_ACTIVACION.TXT'.
          05 FILLER PIC X(31) VALUE 'SPENDIENTES_TRANSFER.TXT'.
          05 FILLER PIC X(31) VALUE 'SSCREENING_COLA.TXT'.
          05 FILLER PIC X(31) VALUE 'SAJUSTES.TXT'.
          05 FILLER PIC X(31) VALUE 'STRANSFERENCIAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SAPROBADAS.TXT'.
          05 FILLER PIC X(31) VALUE 'SDEVOLUCIONES_PENDIENTES.TXT'.
          05 FILLER PIC X(31) VALUE 'SPAGOS_LEDGER.TXT'.
          05 FILLER PIC X(31) VALUE 'SSTANDIN_LOG.TXT'.
          05 FILLER PIC X(31) VALUE 'SCADENA_ESTADO.TXT'.
       01 WS-LISTA-R REDEFINES WS-LISTA-VALORES.
          05 WS-LISTA-ITEM OCCURS 94 TIMES.
             10 WS-LISTA-TIPO          PIC X(01).
             10 WS-LISTA-ARCHIVO       PIC X(30).

      * Nombres de los archivos dinamicos
       01 WS-NOMBRE-ENTRADA            PIC X(60) VALUE SPACES.
       01 WS-NOMBRE-COPIA              PIC X(60) VALUE SPACES.
       01 WS-NOMBRE-MANIFIESTO         PIC X(60) VALUE SPACES.
       01 WS-NOMBRE-VERIFICACION       PIC X(60) VALUE SPACES.

      * Comandos del sistema
       01 WS-COMANDO-SISTEMA           PIC X(200) VALUE SPACES.
       77 WS-RC-SISTEMA                PIC S9(09) COMP VALUE 0.

      * Registro en proceso, byte a byte, para el total de control
       77 WS-LARGO-REG                 PIC 9(04) COMP VALUE 0.
       77 WS-POSICION                  PIC 9(04) COMP VALUE 0.
       01 WS-REG-HASH                  PIC X(1000) VALUE SPACES.
       01 WS-REG-HASH-R REDEFINES WS-REG-HASH.
          05 WS-BYTE OCCURS 1000 TIMES PIC X COMP-X.

      * Resultado de la lectura de un archivo completo
       77 WS-CANT-REGISTROS            PIC 9(09) VALUE 0.
       77 WS-HASH-TOTAL                PIC 9(18) VALUE 0.
       01 WS-RESULTADO-LECTURA         PIC X(02) VALUE SPACES.
          88 WS-LECTURA-OK                 VALUE 'OK'.
          88 WS-LECTURA-AUSENTE            VALUE 'AU'.
          88 WS-LECTURA-ERROR              VALUE 'ER'.

      * Switches
       01 WS-ARCHIVO-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-ARCHIVO-EOF-YES            VALUE 'TRUE'.
          88 WS-ARCHIVO-EOF-NO             VALUE 'FALSE'.

      * Manifiesto del juego a verificar
       77 WS-CANT-MAN                  PIC 9(03) VALUE 0.
       77 WS-INDICE-MAN                PIC 9(03) VALUE 0.
       77 WS-FILA-MAN                  PIC 9(03) VALUE 0.
       01 WS-TABLA-MANIFIESTO.
          05 WS-MAN-LINEA OCCURS 200 TIMES PIC X(81).

      * Linea de la verificacion
       01 WS-LINEA                     PIC X(120) VALUE SPACES.
       01 WS-SITUACION                 PIC X(20) VALUE SPACES.

      * Contadores de control del lote
       01 WS-CONTADORES.
          05 WS-CANT-COPIADOS                  PIC 9(05) VALUE 0.
          05 WS-CANT-AUSENTES                  PIC 9(05) VALUE 0.
          05 WS-CANT-VERIFICADOS               PIC 9(05) VALUE 0.
          05 WS-CANT-DIFERENCIAS               PIC 9(05) VALUE 0.
          05 WS-CANT-FALTANTES                 PIC 9(05) VALUE 0.
          05 WS-CANT-ERRORES                   PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           IF WS-MODO-RESPALDAR
              PERFORM 2000-RESPALDAR
                 THRU 2000-RESPALDAR-EXIT
           ELSE
              PERFORM 3000-VERIFICAR
                 THRU 3000-VERIFICAR-EXIT
           END-IF.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO FROM TIME.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-1.

           IF (NOT WS-MODO-RESPALDAR AND NOT WS-MODO-VERIFICAR)
              OR WS-PARM-1 EQUAL SPACES
              OR (WS-MODO-VERIFICAR AND WS-PARM-1 NOT NUMERIC)
              DISPLAY 'USO: TP02RESPA RESPALDAR <OPERADOR>'
              DISPLAY '     TP02RESPA VERIFICAR <AAAAMMDD>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-MODO-RESPALDAR
              INITIALIZE WS-SIGNON
              MOVE WS-PARM-1 TO LK-SGN-OPERADOR
              CALL 'TP02SIGN' USING WS-SIGNON
              IF NOT LK-SGN-RETORNO-OK
                 OR NOT LK-SGN-PUEDE-MANTENER
                 DISPLAY 'RESPALDO DENEGADO: EL OPERADOR ' WS-PARM-1
                    ' NO TIENE NIVEL DE MANTENIMIENTO'
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-FECHA-PROCESO TO WS-JUEGO
           ELSE
              MOVE WS-PARM-1 TO WS-JUEGO
           END-IF.

           MOVE SPACES TO WS-DIR-JUEGO.
           STRING '../RESPALDOS/' WS-JUEGO '/'
              DELIMITED BY SIZE INTO WS-DIR-JUEGO.
           MOVE SPACES TO WS-NOMBRE-MANIFIESTO.
           STRING WS-DIR-JUEGO    DELIMITED BY SPACE
                  'MANIFIESTO.TXT' DELIMITED BY SIZE
             INTO WS-NOMBRE-MANIFIESTO.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Respaldo: cada archivo de la lista se cuenta y se copia, y
      * queda su fila en el manifiesto
       2000-RESPALDAR.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'mkdir -p '  DELIMITED BY SIZE
                  WS-DIR-JUEGO DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA.
           CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
              RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA NOT EQUAL 0
              DISPLAY 'NO SE PUDO CREAR ' WS-DIR-JUEGO
              MOVE 99 TO RETURN-CODE
              GO TO 2000-RESPALDAR-EXIT
           END-IF.

           OPEN OUTPUT SAL-MANIFIESTO.
           IF NOT FS-SAL-MANIFIESTO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-MANIFIESTO
              DISPLAY 'FILE STATUS: ' FS-SAL-MANIFIESTO
              MOVE 99 TO RETURN-CODE
              GO TO 2000-RESPALDAR-EXIT
           END-IF.

           PERFORM 2100-RESPALDAR-ARCHIVO
              THRU 2100-RESPALDAR-ARCHIVO-EXIT
              VARYING WS-INDICE-LISTA FROM 1 BY 1
              UNTIL WS-INDICE-LISTA GREATER THAN WS-CANT-LISTA.

           CLOSE SAL-MANIFIESTO.

           DISPLAY 'JUEGO DE RESPALDO ' WS-JUEGO ' EN ' WS-DIR-JUEGO.

       2000-RESPALDAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-RESPALDAR-ARCHIVO.
           PERFORM 7000-ARMAR-NOMBRES
              THRU 7000-ARMAR-NOMBRES-EXIT.

           INITIALIZE REG-MANIFIESTO.
           MOVE WS-LISTA-ARCHIVO(WS-INDICE-LISTA) TO REG-MAN-ARCHIVO.
           MOVE WS-LISTA-TIPO(WS-INDICE-LISTA)    TO REG-MAN-TIPO.
           MOVE WS-FECHA-PROCESO     TO REG-MAN-FECHA.
           MOVE WS-HORA-PROCESO(1:6) TO REG-MAN-HORA.
           MOVE WS-PARM-1            TO REG-MAN-OPERADOR.

      * Los secuenciales se copian registro a registro en la misma
      * pasada que los cuenta; los indexados se cuentan y despues se
      * copian tal cual (con sus archivos de indice, si los hay).
           IF REG-MAN-SECUENCIAL
              PERFORM 7100-LEER-SECUENCIAL
                 THRU 7100-LEER-SECUENCIAL-EXIT
           ELSE
              PERFORM 7300-LEER-INDEXADO
                 THRU 7300-LEER-INDEXADO-EXIT
              IF WS-LECTURA-OK
                 PERFORM 2200-COPIAR-INDEXADO
                    THRU 2200-COPIAR-INDEXADO-EXIT
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-LECTURA-OK
                   SET REG-MAN-PRESENTE TO TRUE
                   MOVE WS-CANT-REGISTROS TO REG-MAN-REGISTROS
                   MOVE WS-HASH-TOTAL     TO REG-MAN-HASH
                   ADD 1 TO WS-CANT-COPIADOS
               WHEN WS-LECTURA-AUSENTE
                   SET REG-MAN-AUSENTE TO TRUE
                   ADD 1 TO WS-CANT-AUSENTES
                   DISPLAY 'NO EXISTE ' WS-NOMBRE-ENTRADA
                      ': QUEDA COMO AUSENTE EN EL MANIFIESTO'
               WHEN OTHER
                   ADD 1 TO WS-CANT-ERRORES
                   GO TO 2100-RESPALDAR-ARCHIVO-EXIT
           END-EVALUATE.

           WRITE FD-SAL-MANIFIESTO FROM REG-MANIFIESTO.
           IF NOT FS-SAL-MANIFIESTO-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-MANIFIESTO
              DISPLAY 'FILE STATUS: ' FS-SAL-MANIFIESTO
              ADD 1 TO WS-CANT-ERRORES
           END-IF.

       2100-RESPALDAR-ARCHIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-COPIAR-INDEXADO.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'cp -p '          DELIMITED BY SIZE
                  WS-NOMBRE-ENTRADA DELIMITED BY SPACE
                  '* '              DELIMITED BY SIZE
                  WS-DIR-JUEGO      DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA.
           CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
              RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA NOT EQUAL 0
              DISPLAY 'NO SE PUDO COPIAR ' WS-NOMBRE-ENTRADA
              SET WS-LECTURA-ERROR TO TRUE
           END-IF.

       2200-COPIAR-INDEXADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Verificacion: cada archivo de la lista tiene que figurar en el
      * manifiesto, y cada copia presente tiene que dar los mismos
      * registros y el mismo total de control
       3000-VERIFICAR.
           PERFORM 3100-CARGAR-MANIFIESTO
              THRU 3100-CARGAR-MANIFIESTO-EXIT.

           MOVE SPACES TO WS-NOMBRE-VERIFICACION.
           STRING WS-DIR-JUEGO       DELIMITED BY SPACE
                  'VERIFICACION.TXT' DELIMITED BY SIZE
             INTO WS-NOMBRE-VERIFICACION.
           OPEN OUTPUT SAL-VERIFICACION.
           IF NOT FS-SAL-VERIFICACION-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-VERIFICACION
              DISPLAY 'FILE STATUS: ' FS-SAL-VERIFICACION
              MOVE 99 TO RETURN-CODE
              GO TO 3000-VERIFICAR-EXIT
           END-IF.

           STRING 'VERIFICACION DEL JUEGO DE RESPALDO ' WS-JUEGO
              ' - CORRIDA DEL ' WS-FECHA-PROCESO
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

           PERFORM 3200-VERIFICAR-ARCHIVO
              THRU 3200-VERIFICAR-ARCHIVO-EXIT
              VARYING WS-INDICE-LISTA FROM 1 BY 1
              UNTIL WS-INDICE-LISTA GREATER THAN WS-CANT-LISTA.

           IF WS-CANT-DIFERENCIAS EQUAL 0
              AND WS-CANT-FALTANTES EQUAL 0
              AND WS-CANT-ERRORES EQUAL 0
              MOVE 'JUEGO COMPLETO Y CONSISTENTE CON SU MANIFIESTO'
                TO WS-LINEA
           ELSE
              MOVE 'JUEGO INCOMPLETO O CON DIFERENCIAS: NO SIRVE PARA '
                TO WS-LINEA
              MOVE 'RESTAURAR' TO WS-LINEA(51:9)
           END-IF.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.

           CLOSE SAL-VERIFICACION.

       3000-VERIFICAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-CARGAR-MANIFIESTO.
           MOVE 0 TO WS-CANT-MAN.
           OPEN INPUT ENT-MANIFIESTO.
           EVALUATE TRUE
               WHEN FS-ENT-MANIFIESTO-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 3110-LEER-MANIFIESTO
                      THRU 3110-LEER-MANIFIESTO-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-MANIFIESTO
               WHEN FS-ENT-MANIFIESTO-NFD
                   DISPLAY 'NO EXISTE EL JUEGO DE RESPALDO ' WS-JUEGO
                      ' (FALTA ' WS-NOMBRE-MANIFIESTO ')'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-MANIFIESTO
                   DISPLAY 'FILE STATUS: ' FS-ENT-MANIFIESTO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       3100-CARGAR-MANIFIESTO-EXIT.
           EXIT.

       3110-LEER-MANIFIESTO.
           READ ENT-MANIFIESTO
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-MAN LESS THAN 200
                      ADD 1 TO WS-CANT-MAN
                      MOVE FD-ENT-MANIFIESTO
                        TO WS-MAN-LINEA(WS-CANT-MAN)
                   END-IF
           END-READ.

       3110-LEER-MANIFIESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-VERIFICAR-ARCHIVO.
           PERFORM 7000-ARMAR-NOMBRES
              THRU 7000-ARMAR-NOMBRES-EXIT.

           MOVE 0 TO WS-FILA-MAN.
           PERFORM 3210-BUSCAR-EN-MANIFIESTO
              THRU 3210-BUSCAR-EN-MANIFIESTO-EXIT
              VARYING WS-INDICE-MAN FROM 1 BY 1
              UNTIL WS-INDICE-MAN GREATER THAN WS-CANT-MAN
                 OR WS-FILA-MAN NOT EQUAL 0.

           MOVE 0 TO WS-CANT-REGISTROS.
           MOVE 0 TO WS-HASH-TOTAL.
           IF WS-FILA-MAN EQUAL 0
              INITIALIZE REG-MANIFIESTO
              MOVE WS-LISTA-ARCHIVO(WS-INDICE-LISTA) TO REG-MAN-ARCHIVO
              MOVE 'FALTA EN MANIFIESTO' TO WS-SITUACION
              ADD 1 TO WS-CANT-FALTANTES
              GO TO 3200-VERIFICAR-ARCHIVO-INFORMAR
           END-IF.

           MOVE WS-MAN-LINEA(WS-FILA-MAN) TO REG-MANIFIESTO.
           IF REG-MAN-AUSENTE
              MOVE 'AUSENTE EN ORIGEN' TO WS-SITUACION
              ADD 1 TO WS-CANT-AUSENTES
              GO TO 3200-VERIFICAR-ARCHIVO-INFORMAR
           END-IF.

      * Al verificar se lee la copia del juego
           MOVE WS-NOMBRE-COPIA TO WS-NOMBRE-ENTRADA.
           MOVE SPACES TO WS-NOMBRE-COPIA.
           IF REG-MAN-SECUENCIAL
              PERFORM 7100-LEER-SECUENCIAL
                 THRU 7100-LEER-SECUENCIAL-EXIT
           ELSE
              PERFORM 7300-LEER-INDEXADO
                 THRU 7300-LEER-INDEXADO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-LECTURA-AUSENTE
                   MOVE 'FALTA LA COPIA' TO WS-SITUACION
                   ADD 1 TO WS-CANT-FALTANTES
               WHEN WS-LECTURA-ERROR
                   MOVE 'COPIA ILEGIBLE' TO WS-SITUACION
                   ADD 1 TO WS-CANT-ERRORES
               WHEN WS-CANT-REGISTROS NOT EQUAL REG-MAN-REGISTROS
                 OR WS-HASH-TOTAL NOT EQUAL REG-MAN-HASH
                   MOVE 'NO COINCIDE' TO WS-SITUACION
                   ADD 1 TO WS-CANT-DIFERENCIAS
               WHEN OTHER
                   MOVE 'OK' TO WS-SITUACION
                   ADD 1 TO WS-CANT-VERIFICADOS
           END-EVALUATE.

       3200-VERIFICAR-ARCHIVO-INFORMAR.
           STRING WS-SITUACION ' ' REG-MAN-ARCHIVO
              ' MAN ' REG-MAN-REGISTROS '/' REG-MAN-HASH
              ' COPIA ' WS-CANT-REGISTROS '/' WS-HASH-TOTAL
              DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA
              THRU 8000-ESCRIBIR-LINEA-EXIT.
           IF WS-SITUACION NOT EQUAL 'OK'
              DISPLAY WS-SITUACION ' ' REG-MAN-ARCHIVO
           END-IF.

       3200-VERIFICAR-ARCHIVO-EXIT.
           EXIT.

       3210-BUSCAR-EN-MANIFIESTO.
           IF WS-MAN-LINEA(WS-INDICE-MAN)(1:30) EQUAL
              WS-LISTA-ARCHIVO(WS-INDICE-LISTA)
              MOVE WS-INDICE-MAN TO WS-FILA-MAN
           END-IF.

       3210-BUSCAR-EN-MANIFIESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Nombre del original (la agenda y sus archivos estan un nivel
      * mas arriba) y de su copia dentro del juego
       7000-ARMAR-NOMBRES.
           MOVE SPACES TO WS-NOMBRE-ENTRADA.
           IF WS-LISTA-ARCHIVO(WS-INDICE-LISTA)(1:6) EQUAL 'AGENDA'
              STRING '../../' WS-LISTA-ARCHIVO(WS-INDICE-LISTA)
                 DELIMITED BY SPACE INTO WS-NOMBRE-ENTRADA
           ELSE
              STRING '../' WS-LISTA-ARCHIVO(WS-INDICE-LISTA)
                 DELIMITED BY SPACE INTO WS-NOMBRE-ENTRADA
           END-IF.

           MOVE SPACES TO WS-NOMBRE-COPIA.
           STRING WS-DIR-JUEGO WS-LISTA-ARCHIVO(WS-INDICE-LISTA)
              DELIMITED BY SPACE INTO WS-NOMBRE-COPIA.

       7000-ARMAR-NOMBRES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cuenta y totaliza WS-NOMBRE-ENTRADA; si WS-NOMBRE-COPIA viene
      * informado, ademas lo copia ahi
       7100-LEER-SECUENCIAL.
           SET WS-LECTURA-OK TO TRUE.
           MOVE 0 TO WS-CANT-REGISTROS.
           MOVE 0 TO WS-HASH-TOTAL.

           OPEN INPUT ENT-SECUENCIAL.
           EVALUATE TRUE
               WHEN FS-ENT-SECUENCIAL-OK
                   CONTINUE
               WHEN FS-ENT-SECUENCIAL-NFD
                   SET WS-LECTURA-AUSENTE TO TRUE
                   GO TO 7100-LEER-SECUENCIAL-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-ENTRADA
                   DISPLAY 'FILE STATUS: ' FS-ENT-SECUENCIAL
                   SET WS-LECTURA-ERROR TO TRUE
                   GO TO 7100-LEER-SECUENCIAL-EXIT
           END-EVALUATE.

           IF WS-NOMBRE-COPIA NOT EQUAL SPACES
              OPEN OUTPUT SAL-SECUENCIAL
              IF NOT FS-SAL-SECUENCIAL-OK
                 DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-COPIA
                 DISPLAY 'FILE STATUS: ' FS-SAL-SECUENCIAL
                 SET WS-LECTURA-ERROR TO TRUE
                 CLOSE ENT-SECUENCIAL
                 GO TO 7100-LEER-SECUENCIAL-EXIT
              END-IF
           END-IF.

           SET WS-ARCHIVO-EOF-NO TO TRUE.
           PERFORM 7110-LEER-LINEA
              THRU 7110-LEER-LINEA-EXIT
              UNTIL WS-ARCHIVO-EOF-YES.

           CLOSE ENT-SECUENCIAL.
           IF WS-NOMBRE-COPIA NOT EQUAL SPACES
              CLOSE SAL-SECUENCIAL
           END-IF.

       7100-LEER-SECUENCIAL-EXIT.
           EXIT.

       7110-LEER-LINEA.
           READ ENT-SECUENCIAL
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 7110-LEER-LINEA-EXIT
           END-READ.

           MOVE SPACES TO WS-REG-HASH.
           MOVE FD-ENT-SECUENCIAL(1:WS-LARGO-REG) TO WS-REG-HASH.
           PERFORM 7900-ACUMULAR-REGISTRO
              THRU 7900-ACUMULAR-REGISTRO-EXIT.

           IF WS-NOMBRE-COPIA NOT EQUAL SPACES
              MOVE FD-ENT-SECUENCIAL(1:WS-LARGO-REG)
                TO FD-SAL-SECUENCIAL
              WRITE FD-SAL-SECUENCIAL
              IF NOT FS-SAL-SECUENCIAL-OK
                 DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-COPIA
                 DISPLAY 'FILE STATUS: ' FS-SAL-SECUENCIAL
                 SET WS-LECTURA-ERROR TO TRUE
                 SET WS-ARCHIVO-EOF-YES TO TRUE
              END-IF
           END-IF.

       7110-LEER-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cuenta y totaliza el indexado WS-NOMBRE-ENTRADA en orden de
      * clave primaria
       7300-LEER-INDEXADO.
           SET WS-LECTURA-OK TO TRUE.
           MOVE 0 TO WS-CANT-REGISTROS.
           MOVE 0 TO WS-HASH-TOTAL.

           PERFORM 7310-ABRIR-INDEXADO
              THRU 7310-ABRIR-INDEXADO-EXIT.
           EVALUATE TRUE
               WHEN FS-INDEXADO-OK
                   CONTINUE
               WHEN FS-INDEXADO-NFD
                   SET WS-LECTURA-AUSENTE TO TRUE
                   GO TO 7300-LEER-INDEXADO-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-ENTRADA
                   DISPLAY 'FILE STATUS: ' FS-INDEXADO
                   SET WS-LECTURA-ERROR TO TRUE
                   GO TO 7300-LEER-INDEXADO-EXIT
           END-EVALUATE.

           SET WS-ARCHIVO-EOF-NO TO TRUE.
           PERFORM 7320-LEER-REGISTRO
              THRU 7320-LEER-REGISTRO-EXIT
              UNTIL WS-ARCHIVO-EOF-YES.

           PERFORM 7330-CERRAR-INDEXADO
              THRU 7330-CERRAR-INDEXADO-EXIT.

       7300-LEER-INDEXADO-EXIT.
           EXIT.

       7310-ABRIR-INDEXADO.
           EVALUATE WS-LISTA-ARCHIVO(WS-INDICE-LISTA)
               WHEN 'MAESTRO-TARJETAS.VSAM'
                   OPEN INPUT IDX-TARJETAS
               WHEN 'EMPLEADOS.VSAM'
                   OPEN INPUT IDX-EMPLEADOS
               WHEN 'COMERCIOS.VSAM'
                   OPEN INPUT IDX-COMERCIOS
               WHEN 'SALDOS_AUTH.VSAM'
                   OPEN INPUT IDX-SALDOS-AUTH
               WHEN 'CLIENTES.VSAM'
                   OPEN INPUT IDX-CLIENTES
               WHEN 'CLIENTES_VINCULOS.VSAM'
                   OPEN INPUT IDX-VINCULOS
               WHEN 'AUDITORIA.VSAM'
                   OPEN INPUT IDX-AUDITORIA
               WHEN 'AGENDA.VSAM'
                   OPEN INPUT IDX-AGENDA
               WHEN 'AGENDA_NO_LLAME.VSAM'
                   OPEN INPUT IDX-NO-LLAME
           END-EVALUATE.

       7310-ABRIR-INDEXADO-EXIT.
           EXIT.

      * Cada registro leido pasa a WS-REG-HASH con su largo
       7320-LEER-REGISTRO.
           MOVE SPACES TO WS-REG-HASH.
           EVALUATE WS-LISTA-ARCHIVO(WS-INDICE-LISTA)
               WHEN 'MAESTRO-TARJETAS.VSAM'
                   READ IDX-TARJETAS NEXT RECORD
                   MOVE RES-TARJETA TO WS-REG-HASH
                   MOVE LENGTH OF RES-TARJETA TO WS-LARGO-REG
               WHEN 'EMPLEADOS.VSAM'
                   READ IDX-EMPLEADOS NEXT RECORD
                   MOVE RES-EMPLEADO TO WS-REG-HASH
                   MOVE LENGTH OF RES-EMPLEADO TO WS-LARGO-REG
               WHEN 'COMERCIOS.VSAM'
                   READ IDX-COMERCIOS NEXT RECORD
                   MOVE FD-COMERCIOS TO WS-REG-HASH
                   MOVE LENGTH OF FD-COMERCIOS TO WS-LARGO-REG
               WHEN 'SALDOS_AUTH.VSAM'
                   READ IDX-SALDOS-AUTH NEXT RECORD
                   MOVE FD-SALDO-AUTH TO WS-REG-HASH
                   MOVE LENGTH OF FD-SALDO-AUTH TO WS-LARGO-REG
               WHEN 'CLIENTES.VSAM'
                   READ IDX-CLIENTES NEXT RECORD
                   MOVE FD-CLIENTES TO WS-REG-HASH
                   MOVE LENGTH OF FD-CLIENTES TO WS-LARGO-REG
               WHEN 'CLIENTES_VINCULOS.VSAM'
                   READ IDX-VINCULOS NEXT RECORD
                   MOVE FD-VINCULOS TO WS-REG-HASH
                   MOVE LENGTH OF FD-VINCULOS TO WS-LARGO-REG
               WHEN 'AUDITORIA.VSAM'
                   READ IDX-AUDITORIA NEXT RECORD
                   MOVE FD-AUDI-REPO TO WS-REG-HASH
                   MOVE LENGTH OF FD-AUDI-REPO TO WS-LARGO-REG
               WHEN 'AGENDA.VSAM'
                   READ IDX-AGENDA NEXT RECORD
                   MOVE RES-AGENDA TO WS-REG-HASH
                   MOVE LENGTH OF RES-AGENDA TO WS-LARGO-REG
               WHEN 'AGENDA_NO_LLAME.VSAM'
                   READ IDX-NO-LLAME NEXT RECORD
                   MOVE RES-NO-LLAME TO WS-REG-HASH
                   MOVE LENGTH OF RES-NO-LLAME TO WS-LARGO-REG
           END-EVALUATE.

           EVALUATE TRUE
               WHEN FS-INDEXADO-OK
                   PERFORM 7900-ACUMULAR-REGISTRO
                      THRU 7900-ACUMULAR-REGISTRO-EXIT
               WHEN FS-INDEXADO-EOF
                   SET WS-ARCHIVO-EOF-YES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER ' WS-NOMBRE-ENTRADA
                   DISPLAY 'FILE STATUS: ' FS-INDEXADO
                   SET WS-LECTURA-ERROR TO TRUE
                   SET WS-ARCHIVO-EOF-YES TO TRUE
           END-EVALUATE.

       7320-LEER-REGISTRO-EXIT.
           EXIT.

       7330-CERRAR-INDEXADO.
           EVALUATE WS-LISTA-ARCHIVO(WS-INDICE-LISTA)
               WHEN 'MAESTRO-TARJETAS.VSAM'
                   CLOSE IDX-TARJETAS
               WHEN 'EMPLEADOS.VSAM'
                   CLOSE IDX-EMPLEADOS
               WHEN 'COMERCIOS.VSAM'
                   CLOSE IDX-COMERCIOS
               WHEN 'SALDOS_AUTH.VSAM'
                   CLOSE IDX-SALDOS-AUTH
               WHEN 'CLIENTES.VSAM'
                   CLOSE IDX-CLIENTES
               WHEN 'CLIENTES_VINCULOS.VSAM'
                   CLOSE IDX-VINCULOS
               WHEN 'AUDITORIA.VSAM'
                   CLOSE IDX-AUDITORIA
               WHEN 'AGENDA.VSAM'
                   CLOSE IDX-AGENDA
               WHEN 'AGENDA_NO_LLAME.VSAM'
                   CLOSE IDX-NO-LLAME
           END-EVALUATE.

       7330-CERRAR-INDEXADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Total de control: cada byte del registro por su posicion, asi
      * un byte cambiado o dos bytes permutados cambian el total
       7900-ACUMULAR-REGISTRO.
           ADD 1 TO WS-CANT-REGISTROS.
           PERFORM 7910-ACUMULAR-BYTE
              THRU 7910-ACUMULAR-BYTE-EXIT
              VARYING WS-POSICION FROM 1 BY 1
              UNTIL WS-POSICION GREATER THAN WS-LARGO-REG.

       7900-ACUMULAR-REGISTRO-EXIT.
           EXIT.

       7910-ACUMULAR-BYTE.
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
              (WS-BYTE(WS-POSICION) * WS-POSICION).

       7910-ACUMULAR-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-ESCRIBIR-LINEA.
           WRITE FD-VERIFICACION-LINEA FROM WS-LINEA.
           IF NOT FS-SAL-VERIFICACION-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-VERIFICACION
              DISPLAY 'FILE STATUS: ' FS-SAL-VERIFICACION
              MOVE 99 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-LINEA.

       8000-ESCRIBIR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WS-MODO-RESPALDAR
              DISPLAY 'ARCHIVOS COPIADOS     : ' WS-CANT-COPIADOS
              DISPLAY 'AUSENTES EN ORIGEN    : ' WS-CANT-AUSENTES
              DISPLAY 'ERRORES               : ' WS-CANT-ERRORES
              IF WS-CANT-ERRORES GREATER THAN 0
                 MOVE 99 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'COPIAS VERIFICADAS OK : ' WS-CANT-VERIFICADOS
              DISPLAY 'COPIAS CON DIFERENCIAS: ' WS-CANT-DIFERENCIAS
              DISPLAY 'FALTANTES             : ' WS-CANT-FALTANTES
              DISPLAY 'AUSENTES EN ORIGEN    : ' WS-CANT-AUSENTES
              DISPLAY 'COPIAS ILEGIBLES      : ' WS-CANT-ERRORES
              IF WS-CANT-DIFERENCIAS GREATER THAN 0
                 OR WS-CANT-FALTANTES GREATER THAN 0
                 OR WS-CANT-ERRORES GREATER THAN 0
                 MOVE 99 TO RETURN-CODE
              END-IF
           END-IF.

           IF RETURN-CODE EQUAL 0
              AND WS-CANT-AUSENTES GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02RESPA.
