      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP01ARANC.CBL - Facturacion mensual de aranceles y
      *          cobro por debito automatico. Cada alumno inscripto
      *          en el ciclo (INSCRIPCIONES.TXT) recibe la cuota del
      *          mes segun la cantidad de materias en que esta
      *          inscripto, con la tarifa vigente a la fecha de la
      *          corrida en ARANCELES_TARIFAS.TXT (vigencia,
      *          cantidad de materias, importe; con mas materias que
      *          el ultimo tramo vale el ultimo tramo). Los becarios
      *          de BECAS_OTORGADAS.TXT tienen el descuento de
      *          ARANCELES_PARAM.TXT. La cuota se cobra por debito
      *          del CBU del alumno (ARANCELES_CBU.TXT) a la cuenta
      *          de la institucion, en el formato de captura que
      *          consumen CLVALTRAN y CLPOSTEO (TRANSFERENCIAS.TXT,
      *          concepto ARA, serie 8000 del dia), igual que
      *          TP01ESTIP; sin CBU queda pendiente de pago en
      *          tesoreria. Cada cuota se asienta en
      *          ARANCELES_CUOTAS.TXT, que se regraba completo: el
      *          mismo mes no se factura dos veces. Antes de
      *          facturar se concilian los debitos anteriores contra
      *          RECHAZADAS.TXT y POSTEO_EXCEPCIONES.TXT (el debito
      *          que reboto vuelve a ser deuda) y se aplican los
      *          cobros de tesoreria de ARANCELES_COBROS.TXT. Salen
      *          el aviso de pago de cada alumno (ARANCELES_AVISOS.TXT),
      *          las novedades de la corrida (ARANCELES_NOVEDADES.TXT)
      *          y la lista de alumnos con mas de dos cuotas impagas
      *          de meses anteriores (ARANCELES_MOROSOS.TXT), que
      *          TP01CORRE y TP01MESAS usan para no dejarlos
      *          inscribirse.
      *          TRANSFERENCIAS.TXT se toma via CLBLOQUE antes de
      *          grabarlo, asi no se cruza con otro que capture.
      *          Uso: TP01ARANC <FECHA AAAA-MM-DD>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP01ARANC.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cuenta de la institucion y porcentaje de descuento por beca
       SELECT ENT-PARAMETROS
           ASSIGN TO '../ARANCELES_PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PARAMETROS.

      * Tarifas por cantidad de materias, con su fecha de vigencia
       SELECT ENT-TARIFAS
           ASSIGN TO '../ARANCELES_TARIFAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TARIFAS.

       SELECT ENT-INSCRIPCIONES
           ASSIGN TO '../INSCRIPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-INSCRIPCIONES.

      * Becarios del ciclo (salida de TP01BECAS)
       SELECT ENT-OTORGADAS
           ASSIGN TO '../BECAS_OTORGADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-OTORGADAS.

      * CBU de debito de cada alumno, cargado por la oficina de
      * alumnos
       SELECT ENT-CBU
           ASSIGN TO '../ARANCELES_CBU.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CBU.

      * Cuotas de corridas anteriores: se leen enteras y se regraban
      * al final
       SELECT ENT-CUOTAS
           ASSIGN TO '../ARANCELES_CUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CUOTAS.

       SELECT SAL-CUOTAS
           ASSIGN TO '../ARANCELES_CUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CUOTAS.

      * Cobros de cuotas en tesoreria
       SELECT ENT-COBROS
           ASSIGN TO '../ARANCELES_COBROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-COBROS.

      * Rebotes del sistema de transferencias: validacion (CLVALTRAN)
      * y posteo (CLPOSTEO)
       SELECT ENT-RECHAZADAS
           ASSIGN TO '../RECHAZADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RECHAZADAS.

       SELECT ENT-EXCEPCIONES
           ASSIGN TO '../POSTEO_EXCEPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-EXCEPCIONES.

      * Captura del sistema de transferencias (CLVALTRAN/CLPOSTEO)
       SELECT SAL-TRANSFERENCIAS
           ASSIGN TO '../TRANSFERENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-TRANSFER.

      * Avisos de pago, uno por alumno facturado
       SELECT SAL-AVISOS
           ASSIGN TO '../ARANCELES_AVISOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AVISOS.

      * Novedades de la corrida: rebotes, cobros, faltantes
       SELECT SAL-NOVEDADES
           ASSIGN TO '../ARANCELES_NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-NOVEDADES.

      * Alumnos con mas de dos cuotas impagas
       SELECT SAL-MOROSOS
           ASSIGN TO '../ARANCELES_MOROSOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-MOROSOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-PARAMETROS.
       01 REG-PARAMETROS.
          05 REG-PARAM-CUENTA          PIC X(22).
          05 REG-PARAM-PORC-BECA       PIC 9(3)V9(2).

       FD ENT-TARIFAS.
       01 REG-TARIFA.
      * Vigente desde (AAAA-MM-DD)
          05 REG-TAR-VIGENCIA          PIC X(10).
          05 REG-TAR-MATERIAS          PIC 9(02).
          05 REG-TAR-IMPORTE           PIC 9(8)V9(2).

       FD ENT-INSCRIPCIONES.
           COPY INSCRIP.

       FD ENT-OTORGADAS.
      * Mismo trazado que escribe TP01BECAS; aca solo interesa el
      * nombre del becario
       01 REG-OTORGADA.
          05 REG-OTO-PUESTO            PIC X(03).
          05 REG-OTO-SEP-01            PIC X(03).
          05 REG-OTO-ALUMNO            PIC X(40).
          05 REG-OTO-RESTO             PIC X(13).

       FD ENT-CBU.
       01 REG-CBU.
          05 REG-CBU-LEGAJO            PIC X(06).
          05 REG-CBU-LEGAJO-NUM REDEFINES REG-CBU-LEGAJO
                                       PIC 9(06).
          05 REG-CBU-ALUMNO            PIC X(40).
          05 REG-CBU-CBU               PIC X(22).

       FD ENT-CUOTAS.
           COPY ARANCUOT.

       FD SAL-CUOTAS.
       01 REG-SAL-CUOTA                PIC X(96).

       FD ENT-COBROS.
       01 REG-COBRO.
          05 REG-COB-MES               PIC X(07).
          05 REG-COB-LEGAJO            PIC X(06).
          05 REG-COB-LEGAJO-NUM REDEFINES REG-COB-LEGAJO
                                       PIC 9(06).
          05 REG-COB-ALUMNO            PIC X(40).

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

       FD SAL-TRANSFERENCIAS.
      * El registro de captura que leen CLINGDATO/CLVALTRAN
       01 REG-TRANSFERENCIA.
          05 REG-TRANS-NRO-OPERACION        PIC 9(10).
          05 REG-TRANS-FECHA                PIC X(10).
          05 REG-TRANS-CUENTA-DEBITO        PIC X(22).
          05 REG-TRANS-NRO-DOCUMENTO-D      PIC X(15).
          05 REG-TRANS-CUENTA-CREDITO       PIC X(22).
          05 REG-TRANS-NRO-DOCUMENTO-C      PIC X(15).
          05 REG-TRANS-COD-MONEDA           PIC X(02).
          05 REG-TRANS-IMPORTE              PIC 9(10)V9(02).
          05 REG-TRANS-COD-CONCEPTO         PIC X(03).
          05 REG-TRANS-OBSERVACION          PIC X(20).
          05 REG-TRANS-FECHA-EJECUCION      PIC X(10).
          05 REG-TRANS-RECURRENCIA          PIC X(01).
          05 REG-TRANS-FECHA-FIN            PIC X(10).

       FD SAL-AVISOS.
       01 REG-AVISO-LINEA              PIC X(80).

       FD SAL-NOVEDADES.
       01 REG-NOVEDAD.
          05 REG-NOV-MES               PIC X(07).
          05 REG-NOV-SEP-01            PIC X(03).
          05 REG-NOV-LEGAJO            PIC 9(06).
          05 REG-NOV-SEP-02            PIC X(03).
          05 REG-NOV-ALUMNO            PIC X(40).
          05 REG-NOV-SEP-03            PIC X(03).
          05 REG-NOV-TEXTO             PIC X(40).

       FD SAL-MOROSOS.
           COPY ARANMORO.

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-PARAMETROS                 PIC X(2).
             88 FS-ENT-PARAMETROS-OK              VALUE '00'.
             88 FS-ENT-PARAMETROS-NFD             VALUE '35'.
          05 FS-ENT-TARIFAS                    PIC X(2).
             88 FS-ENT-TARIFAS-OK                 VALUE '00'.
             88 FS-ENT-TARIFAS-EOF                VALUE '10'.
             88 FS-ENT-TARIFAS-NFD                VALUE '35'.
          05 FS-ENT-INSCRIPCIONES              PIC X(2).
             88 FS-ENT-INSCRIPCIONES-OK           VALUE '00'.
             88 FS-ENT-INSCRIPCIONES-EOF          VALUE '10'.
             88 FS-ENT-INSCRIPCIONES-NFD          VALUE '35'.
          05 FS-ENT-OTORGADAS                  PIC X(2).
             88 FS-ENT-OTORGADAS-OK               VALUE '00'.
             88 FS-ENT-OTORGADAS-EOF              VALUE '10'.
             88 FS-ENT-OTORGADAS-NFD              VALUE '35'.
          05 FS-ENT-CBU                        PIC X(2).
             88 FS-ENT-CBU-OK                     VALUE '00'.
             88 FS-ENT-CBU-EOF                    VALUE '10'.
             88 FS-ENT-CBU-NFD                    VALUE '35'.
          05 FS-ENT-CUOTAS                     PIC X(2).
             88 FS-ENT-CUOTAS-OK                  VALUE '00'.
             88 FS-ENT-CUOTAS-EOF                 VALUE '10'.
             88 FS-ENT-CUOTAS-NFD                 VALUE '35'.
          05 FS-SAL-CUOTAS                     PIC X(2).
             88 FS-SAL-CUOTAS-OK                  VALUE '00'.
          05 FS-ENT-COBROS                     PIC X(2).
             88 FS-ENT-COBROS-OK                  VALUE '00'.
             88 FS-ENT-COBROS-EOF                 VALUE '10'.
             88 FS-ENT-COBROS-NFD                 VALUE '35'.
          05 FS-ENT-RECHAZADAS                 PIC X(2).
             88 FS-ENT-RECHAZADAS-OK              VALUE '00'.
             88 FS-ENT-RECHAZADAS-EOF             VALUE '10'.
             88 FS-ENT-RECHAZADAS-NFD             VALUE '35'.
          05 FS-ENT-EXCEPCIONES                PIC X(2).
             88 FS-ENT-EXCEPCIONES-OK             VALUE '00'.
             88 FS-ENT-EXCEPCIONES-EOF            VALUE '10'.
             88 FS-ENT-EXCEPCIONES-NFD            VALUE '35'.
          05 FS-SAL-TRANSFER                   PIC X(2).
             88 FS-SAL-TRANSFER-OK                VALUE '00'.
             88 FS-SAL-TRANSFER-NFD               VALUE '35'.
          05 FS-SAL-AVISOS                     PIC X(2).
             88 FS-SAL-AVISOS-OK                  VALUE '00'.
          05 FS-SAL-NOVEDADES                  PIC X(2).
             88 FS-SAL-NOVEDADES-OK               VALUE '00'.
          05 FS-SAL-MOROSOS                    PIC X(2).
             88 FS-SAL-MOROSOS-OK                 VALUE '00'.

      * Variables para indicar fin de cada archivo
       01 WS-TARIFAS-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-TARIFAS-EOF-YES        VALUE 'TRUE'.
          88 WS-TARIFAS-EOF-NO         VALUE 'FALSE'.
       01 WS-INSCRIP-EOF            PIC X(5) VALUE 'FALSE'.
          88 WS-INSCRIP-EOF-YES        VALUE 'TRUE'.
          88 WS-INSCRIP-EOF-NO         VALUE 'FALSE'.
       01 WS-OTORGADAS-EOF          PIC X(5) VALUE 'FALSE'.
          88 WS-OTORGADAS-EOF-YES      VALUE 'TRUE'.
          88 WS-OTORGADAS-EOF-NO       VALUE 'FALSE'.
       01 WS-CBU-EOF                PIC X(5) VALUE 'FALSE'.
          88 WS-CBU-EOF-YES            VALUE 'TRUE'.
          88 WS-CBU-EOF-NO             VALUE 'FALSE'.
       01 WS-CUOTAS-EOF             PIC X(5) VALUE 'FALSE'.
          88 WS-CUOTAS-EOF-YES         VALUE 'TRUE'.
          88 WS-CUOTAS-EOF-NO          VALUE 'FALSE'.
       01 WS-COBROS-EOF             PIC X(5) VALUE 'FALSE'.
          88 WS-COBROS-EOF-YES         VALUE 'TRUE'.
          88 WS-COBROS-EOF-NO          VALUE 'FALSE'.
       01 WS-RECHAZADAS-EOF         PIC X(5) VALUE 'FALSE'.
          88 WS-RECHAZADAS-EOF-YES     VALUE 'TRUE'.
          88 WS-RECHAZADAS-EOF-NO      VALUE 'FALSE'.
       01 WS-EXCEPCIONES-EOF        PIC X(5) VALUE 'FALSE'.
          88 WS-EXCEPCIONES-EOF-YES    VALUE 'TRUE'.
          88 WS-EXCEPCIONES-EOF-NO     VALUE 'FALSE'.

      * Cuotas impagas de meses anteriores que se toleran antes de
      * bloquear las inscripciones. Se fija al compilar, igual que
      * el resto de los parametros del TP.
       01 WS-MESES-TOLERADOS        PIC 9(02) VALUE 02.

      * Fecha de la corrida por parametro y mes que se factura
       01 WS-LINEA-COMANDO          PIC X(20) VALUE SPACES.
       01 WS-PARM-FECHA             PIC X(10) VALUE SPACES.
       01 WS-MES-COBRO              PIC X(07) VALUE SPACES.
       01 WS-FECHA-PLANA            PIC 9(6) VALUE 0.
       01 WS-BASE-OPERACION         PIC 9(10) VALUE 0.
       01 WS-SECUENCIA              PIC 9(3) VALUE 0.
       01 WS-NRO-OPERACION          PIC 9(10) VALUE 0.

      * Parametros del cobro
       01 WS-CUENTA-INSTITUCION     PIC X(22) VALUE SPACES.
       01 WS-PORC-BECA              PIC 9(3)V9(2) VALUE 0.

      * Tarifas en memoria y vigencia que corresponde a la corrida
       01 WS-TAR-TABLA.
          05 WS-TAR-CANTIDAD           PIC 9(3) VALUE 0.
          05 WS-TAR-ENTRADA OCCURS 200 TIMES
                             INDEXED BY WS-TAR-IDX.
             10 WS-TAR-VIGENCIA        PIC X(10).
             10 WS-TAR-MATERIAS        PIC 9(02).
             10 WS-TAR-IMPORTE         PIC 9(8)V9(2).
       01 WS-VIGENCIA-APLICADA      PIC X(10) VALUE SPACES.

      * Alumnos inscriptos en el ciclo, con sus materias
       01 WS-ALU-TABLA.
          05 WS-ALU-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-ALU-ENTRADA OCCURS 1000 TIMES
                             INDEXED BY WS-ALU-IDX.
             10 WS-ALU-LEGAJO          PIC 9(06).
             10 WS-ALU-APE-NOM         PIC X(40).
             10 WS-ALU-MATERIAS        PIC 9(02).

      * Becarios (por nombre, como los deja TP01BECAS)
       01 WS-BEC-TABLA.
          05 WS-BEC-CANTIDAD           PIC 9(3) VALUE 0.
          05 WS-BEC-ENTRADA OCCURS 200 TIMES
                             INDEXED BY WS-BEC-IDX.
             10 WS-BEC-ALUMNO          PIC X(40).

      * CBU de debito por alumno
       01 WS-CBU-TABLA.
          05 WS-CBU-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-CBU-ENTRADA OCCURS 1000 TIMES
                             INDEXED BY WS-CBU-IDX.
             10 WS-CBU-LEGAJO          PIC 9(06).
             10 WS-CBU-ALUMNO          PIC X(40).
             10 WS-CBU-CBU             PIC X(22).

      * Cuotas de todos los meses (mismo formato que
      * ARANCELES_CUOTAS.TXT)
       01 WS-CUO-TABLA.
          05 WS-CUO-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-CUO-ENTRADA OCCURS 6000 TIMES
                             INDEXED BY WS-CUO-IDX WS-CUO-IDX2.
             10 WS-CUO-MES             PIC X(07).
             10 WS-CUO-LEGAJO          PIC 9(06).
             10 WS-CUO-APE-NOM         PIC X(40).
             10 WS-CUO-MATERIAS        PIC 9(02).
             10 WS-CUO-TARIFA          PIC 9(8)V9(2).
             10 WS-CUO-DESCUENTO       PIC 9(8)V9(2).
             10 WS-CUO-IMPORTE         PIC 9(8)V9(2).
             10 WS-CUO-OPERACION       PIC 9(10).
             10 WS-CUO-ESTADO          PIC X(01).
                88 WS-CUO-DEBITADA        VALUE 'D'.
                88 WS-CUO-PENDIENTE       VALUE 'P'.
                88 WS-CUO-REBOTADA        VALUE 'R'.
                88 WS-CUO-COBRADA         VALUE 'C'.
                88 WS-CUO-SIN-CARGO       VALUE 'X'.
                88 WS-CUO-IMPAGA          VALUE 'P' 'R'.

      * Operaciones rebotadas en el sistema de transferencias
       01 WS-REB-TABLA.
          05 WS-REB-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-REB-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY WS-REB-IDX.
             10 WS-REB-OPERACION       PIC 9(10).
             10 WS-REB-NOVEDAD         PIC X(40).

      * Deuda de meses anteriores por alumno
       01 WS-DEU-TABLA.
          05 WS-DEU-CANTIDAD           PIC 9(4) VALUE 0.
          05 WS-DEU-ENTRADA OCCURS 1000 TIMES
                             INDEXED BY WS-DEU-IDX.
             10 WS-DEU-LEGAJO          PIC 9(06).
             10 WS-DEU-APE-NOM         PIC X(40).
             10 WS-DEU-MESES           PIC 9(02).
             10 WS-DEU-IMPORTE         PIC 9(8)V9(2).
             10 WS-DEU-MES-DESDE       PIC X(07).

      * Alumno en curso y variables de las busquedas
       01 WS-ACT-LEGAJO             PIC 9(06) VALUE 0.
       01 WS-ACT-APE-NOM            PIC X(40) VALUE SPACES.
       01 WS-LEGAJO-BUSCADO         PIC 9(06) VALUE 0.
       01 WS-ALUMNO-BUSCADO         PIC X(40) VALUE SPACES.
       01 WS-MES-BUSCADO            PIC X(07) VALUE SPACES.
       01 WS-OPERACION-BUSCADA      PIC 9(10) VALUE 0.
       01 WS-NOVEDAD-REBOTE         PIC X(40) VALUE SPACES.
       01 WS-ES-EL-ALUMNO           PIC X(2) VALUE 'NO'.
          88 WS-ES-EL-ALUMNO-SI        VALUE 'SI'.
          88 WS-ES-EL-ALUMNO-NO        VALUE 'NO'.
       01 WS-ENCONTRADO             PIC X(3) VALUE 'NO'.
          88 WS-ENCONTRADO-SI          VALUE 'SI'.
          88 WS-ENCONTRADO-NO          VALUE 'NO'.
       01 WS-CBU-HALLADO            PIC X(22) VALUE SPACES.
       77 WS-FILA-ALU               PIC 9(4) VALUE 0.
       77 WS-FILA-CUO               PIC 9(4) VALUE 0.
       77 WS-FILA-DEU               PIC 9(4) VALUE 0.
       77 WS-FILA-REB               PIC 9(4) VALUE 0.
       77 WS-MATERIAS-TRAMO         PIC 9(02) VALUE 0.

      * Cuota que se esta facturando
       01 WS-CUOTA-NUEVA.
          05 WS-NUE-MES                PIC X(07).
          05 WS-NUE-LEGAJO             PIC 9(06).
          05 WS-NUE-APE-NOM            PIC X(40).
          05 WS-NUE-MATERIAS           PIC 9(02).
          05 WS-NUE-TARIFA             PIC 9(8)V9(2).
          05 WS-NUE-DESCUENTO          PIC 9(8)V9(2).
          05 WS-NUE-IMPORTE            PIC 9(8)V9(2).
          05 WS-NUE-OPERACION          PIC 9(10).
          05 WS-NUE-ESTADO             PIC X(01).
             88 WS-NUE-DEBITADA           VALUE 'D'.
             88 WS-NUE-PENDIENTE          VALUE 'P'.
             88 WS-NUE-SIN-CARGO          VALUE 'X'.

      * Novedad a grabar
       01 WS-NOV-MES                PIC X(07) VALUE SPACES.
       01 WS-NOV-TEXTO              PIC X(40) VALUE SPACES.

      * Lineas del aviso de pago
       01 WS-AVISO-TITULO.
          05 FILLER                 PIC X(32)
             VALUE 'AVISO DE PAGO - ARANCEL DEL MES '.
          05 WS-AVT-MES             PIC X(07).
          05 FILLER                 PIC X(41) VALUE SPACES.
       01 WS-AVISO-ALUMNO.
          05 FILLER                 PIC X(08) VALUE 'ALUMNO: '.
          05 WS-AVA-APE-NOM         PIC X(40).
          05 FILLER                 PIC X(10) VALUE '  LEGAJO: '.
          05 WS-AVA-LEGAJO          PIC 9(06).
          05 FILLER                 PIC X(16) VALUE SPACES.
       01 WS-AVISO-MATERIAS.
          05 FILLER                 PIC X(21)
             VALUE 'MATERIAS INSCRIPTAS: '.
          05 WS-AVM-MATERIAS        PIC Z9.
          05 FILLER                 PIC X(26)
             VALUE '   TARIFA VIGENTE DESDE EL'.
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 WS-AVM-VIGENCIA        PIC X(10).
          05 FILLER                 PIC X(20) VALUE SPACES.
       01 WS-AVISO-IMPORTE.
          05 WS-AVI-LEYENDA         PIC X(30).
          05 WS-AVI-IMPORTE         PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                 PIC X(37) VALUE SPACES.
       01 WS-AVISO-DEUDA.
          05 FILLER                 PIC X(30)
             VALUE 'CUOTAS IMPAGAS ANTERIORES   : '.
          05 WS-AVD-MESES           PIC Z9.
          05 FILLER                 PIC X(07) VALUE ' DESDE '.
          05 WS-AVD-MES-DESDE       PIC X(07).
          05 FILLER                 PIC X(06) VALUE ' POR $'.
          05 WS-AVD-IMPORTE         PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                 PIC X(15) VALUE SPACES.
       01 WS-AVISO-PAGO.
          05 FILLER                 PIC X(15) VALUE 'FORMA DE PAGO: '.
          05 WS-AVP-FORMA           PIC X(65).
       01 WS-AVISO-DEBITO.
          05 FILLER                 PIC X(28)
             VALUE 'DEBITO AUTOMATICO EN EL CBU '.
          05 WS-AVD-CBU             PIC X(22).
          05 FILLER                 PIC X(15) VALUE SPACES.
       01 WS-AVISO-SEPARADOR        PIC X(80) VALUE ALL '-'.

      * Variables para contar registros
       01 WS-CONTADORES.
          05 WS-CONT-ALUMNOS           PIC 9(05) VALUE 0.
          05 WS-CONT-FACTURADAS        PIC 9(05) VALUE 0.
          05 WS-CONT-DEBITOS           PIC 9(05) VALUE 0.
          05 WS-CONT-PENDIENTES        PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-CARGO         PIC 9(05) VALUE 0.
          05 WS-CONT-YA-FACTURADAS     PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-TARIFA        PIC 9(05) VALUE 0.
          05 WS-CONT-REBOTADAS         PIC 9(05) VALUE 0.
          05 WS-CONT-COBRADAS          PIC 9(05) VALUE 0.
          05 WS-CONT-MOROSOS           PIC 9(05) VALUE 0.
       01 WS-TOTAL-FACTURADO        PIC 9(10)V9(2) VALUE 0.
       01 WS-TOTAL-DEBITADO         PIC 9(10)V9(2) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-CONCILIAR-REBOTES
              THRU 2000-CONCILIAR-REBOTES-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
              UNTIL WS-CUO-IDX GREATER THAN WS-CUO-CANTIDAD.

           PERFORM 2500-APLICAR-COBROS
              THRU 2500-APLICAR-COBROS-FIN.

           PERFORM 3000-CALCULAR-DEUDA
              THRU 3000-CALCULAR-DEUDA-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
              UNTIL WS-CUO-IDX GREATER THAN WS-CUO-CANTIDAD.

           PERFORM 4000-FACTURAR-ALUMNO
              THRU 4000-FACTURAR-ALUMNO-FIN
              VARYING WS-ALU-IDX FROM 1 BY 1
              UNTIL WS-ALU-IDX GREATER THAN WS-ALU-CANTIDAD.

           PERFORM 5000-GRABAR-MOROSOS
              THRU 5000-GRABAR-MOROSOS-FIN.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-FECHA.
           IF WS-PARM-FECHA EQUAL SPACES
              DISPLAY 'USO: TP01ARANC <FECHA AAAA-MM-DD>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-FECHA(1:7) TO WS-MES-COBRO.
      * Numeracion del dia: AAMMDD con la serie 8000 de aranceles.
           MOVE WS-PARM-FECHA(3:2) TO WS-FECHA-PLANA(1:2).
           MOVE WS-PARM-FECHA(6:2) TO WS-FECHA-PLANA(3:2).
           MOVE WS-PARM-FECHA(9:2) TO WS-FECHA-PLANA(5:2).
           COMPUTE WS-BASE-OPERACION = WS-FECHA-PLANA * 10000 + 8000.

           PERFORM 1100-CARGAR-PARAMETROS
              THRU 1100-CARGAR-PARAMETROS-FIN.

           PERFORM 1200-CARGAR-TARIFAS
              THRU 1200-CARGAR-TARIFAS-FIN.

           PERFORM 1300-CARGAR-BECARIOS
              THRU 1300-CARGAR-BECARIOS-FIN.

           PERFORM 1400-CARGAR-CBU
              THRU 1400-CARGAR-CBU-FIN.

           PERFORM 1500-CARGAR-INSCRIPTOS
              THRU 1500-CARGAR-INSCRIPTOS-FIN.

           PERFORM 1600-CARGAR-CUOTAS
              THRU 1600-CARGAR-CUOTAS-FIN.

           PERFORM 1700-CARGAR-REBOTES
              THRU 1700-CARGAR-REBOTES-FIN.

           PERFORM 1900-TOMAR-TRANSFERENCIAS
              THRU 1900-TOMAR-TRANSFERENCIAS-FIN.

           OPEN EXTEND SAL-TRANSFERENCIAS.
           IF FS-SAL-TRANSFER-NFD
              OPEN OUTPUT SAL-TRANSFERENCIAS
           END-IF.

           OPEN OUTPUT SAL-AVISOS.
           IF NOT FS-SAL-AVISOS-OK
              DISPLAY 'ERROR AL ABRIR ARANCELES_AVISOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AVISOS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-NOVEDADES.
           IF NOT FS-SAL-NOVEDADES-OK
              DISPLAY 'ERROR AL ABRIR ARANCELES_NOVEDADES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-NOVEDADES
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-PARAMETROS.
           OPEN INPUT ENT-PARAMETROS.
           IF NOT FS-ENT-PARAMETROS-OK
              DISPLAY 'NO HAY ARANCELES_PARAM.TXT: SIN CUENTA DE LA '
                 'INSTITUCION NO SE PUEDE COBRAR'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ENT-PARAMETROS.
           IF FS-ENT-PARAMETROS-OK
              MOVE REG-PARAM-CUENTA TO WS-CUENTA-INSTITUCION
              IF REG-PARAM-PORC-BECA IS NUMERIC
                 MOVE REG-PARAM-PORC-BECA TO WS-PORC-BECA
              END-IF
           END-IF.
           CLOSE ENT-PARAMETROS.
           IF WS-CUENTA-INSTITUCION EQUAL SPACES
              DISPLAY 'ARANCELES_PARAM.TXT SIN CUENTA DE LA '
                 'INSTITUCION'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PORC-BECA GREATER THAN 100
              MOVE 100 TO WS-PORC-BECA
           END-IF.

       1100-CARGAR-PARAMETROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-TARIFAS.
      * Sin tarifas no hay nada que facturar: es un error fatal. La
      * vigencia que vale es la ultima que no es posterior a la
      * fecha de la corrida.
           OPEN INPUT ENT-TARIFAS.
           EVALUATE TRUE
               WHEN FS-ENT-TARIFAS-OK
                   PERFORM 1210-LEER-TARIFA
                      THRU 1210-LEER-TARIFA-FIN
                      UNTIL WS-TARIFAS-EOF-YES
                   CLOSE ENT-TARIFAS
               WHEN FS-ENT-TARIFAS-NFD
                   DISPLAY 'NO SE ENCUENTRA ARANCELES_TARIFAS.TXT'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ARANCELES_TARIFAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-TARIFAS
                   STOP RUN
           END-EVALUATE.

           IF WS-VIGENCIA-APLICADA EQUAL SPACES
              DISPLAY 'NO HAY TARIFA VIGENTE AL ' WS-PARM-FECHA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-CARGAR-TARIFAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-TARIFA.
           READ ENT-TARIFAS
               AT END
                   SET WS-TARIFAS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-TAR-MATERIAS IS NUMERIC
                      AND REG-TAR-IMPORTE IS NUMERIC
                      AND REG-TAR-MATERIAS GREATER THAN 0
                      AND WS-TAR-CANTIDAD LESS THAN 200
                      ADD 1 TO WS-TAR-CANTIDAD
                      MOVE REG-TAR-VIGENCIA
                        TO WS-TAR-VIGENCIA(WS-TAR-CANTIDAD)
                      MOVE REG-TAR-MATERIAS
                        TO WS-TAR-MATERIAS(WS-TAR-CANTIDAD)
                      MOVE REG-TAR-IMPORTE
                        TO WS-TAR-IMPORTE(WS-TAR-CANTIDAD)
                      IF REG-TAR-VIGENCIA NOT GREATER THAN
                            WS-PARM-FECHA
                         AND (WS-VIGENCIA-APLICADA EQUAL SPACES
                          OR REG-TAR-VIGENCIA GREATER THAN
                             WS-VIGENCIA-APLICADA)
                         MOVE REG-TAR-VIGENCIA TO WS-VIGENCIA-APLICADA
                      END-IF
                   ELSE
                      DISPLAY 'TARIFA INVALIDA O DE MAS, SE IGNORA: '
                         REG-TARIFA
                   END-IF
           END-READ.

       1210-LEER-TARIFA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-BECARIOS.
           OPEN INPUT ENT-OTORGADAS.
           EVALUATE TRUE
               WHEN FS-ENT-OTORGADAS-OK
                   PERFORM 1310-LEER-BECARIO
                      THRU 1310-LEER-BECARIO-FIN
                      UNTIL WS-OTORGADAS-EOF-YES
                   CLOSE ENT-OTORGADAS
               WHEN FS-ENT-OTORGADAS-NFD
                   DISPLAY 'SIN BECAS_OTORGADAS.TXT: NINGUN ALUMNO '
                      'TIENE DESCUENTO POR BECA'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR BECAS_OTORGADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-OTORGADAS
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-BECARIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-BECARIO.
           READ ENT-OTORGADAS
               AT END
                   SET WS-OTORGADAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-BEC-CANTIDAD LESS THAN 200
                      ADD 1 TO WS-BEC-CANTIDAD
                      MOVE REG-OTO-ALUMNO
                        TO WS-BEC-ALUMNO(WS-BEC-CANTIDAD)
                   ELSE
                      DISPLAY 'BECAS_OTORGADAS.TXT TIENE MAS DE 200 '
                         'BECARIOS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1310-LEER-BECARIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARGAR-CBU.
           OPEN INPUT ENT-CBU.
           EVALUATE TRUE
               WHEN FS-ENT-CBU-OK
                   PERFORM 1410-LEER-CBU
                      THRU 1410-LEER-CBU-FIN
                      UNTIL WS-CBU-EOF-YES
                   CLOSE ENT-CBU
               WHEN FS-ENT-CBU-NFD
                   DISPLAY 'SIN ARANCELES_CBU.TXT: TODAS LAS CUOTAS '
                      'QUEDAN PARA PAGAR EN TESORERIA'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ARANCELES_CBU.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CBU
                   STOP RUN
           END-EVALUATE.

       1400-CARGAR-CBU-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-CBU.
           READ ENT-CBU
               AT END
                   SET WS-CBU-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CBU-CANTIDAD LESS THAN 1000
                      ADD 1 TO WS-CBU-CANTIDAD
                      SET WS-CBU-IDX TO WS-CBU-CANTIDAD
                      IF REG-CBU-LEGAJO IS NUMERIC
                         MOVE REG-CBU-LEGAJO-NUM
                           TO WS-CBU-LEGAJO(WS-CBU-IDX)
                      ELSE
                         MOVE 0 TO WS-CBU-LEGAJO(WS-CBU-IDX)
                      END-IF
                      MOVE REG-CBU-ALUMNO
                        TO WS-CBU-ALUMNO(WS-CBU-IDX)
                      MOVE REG-CBU-CBU
                        TO WS-CBU-CBU(WS-CBU-IDX)
                   ELSE
                      DISPLAY 'ARANCELES_CBU.TXT TIENE MAS DE 1000 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1410-LEER-CBU-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1500-CARGAR-INSCRIPTOS.
      * Cada renglon de INSCRIPCIONES.TXT es una materia: se cuenta
      * cuantas tiene cada alumno.
           OPEN INPUT ENT-INSCRIPCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-INSCRIPCIONES-OK
                   PERFORM 1510-LEER-INSCRIPCION
                      THRU 1510-LEER-INSCRIPCION-FIN
                      UNTIL WS-INSCRIP-EOF-YES
                   CLOSE ENT-INSCRIPCIONES
               WHEN FS-ENT-INSCRIPCIONES-NFD
                   DISPLAY 'NO SE ENCUENTRA INSCRIPCIONES.TXT: NO SE '
                      'FACTURA NINGUNA CUOTA'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INSCRIPCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-INSCRIPCIONES
                   STOP RUN
           END-EVALUATE.

       1500-CARGAR-INSCRIPTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1510-LEER-INSCRIPCION.
           READ ENT-INSCRIPCIONES
               AT END
                   SET WS-INSCRIP-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 1520-SUMAR-MATERIA
                      THRU 1520-SUMAR-MATERIA-FIN
           END-READ.

       1510-LEER-INSCRIPCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1520-SUMAR-MATERIA.
           IF WS-INS-LEGAJO IS NOT NUMERIC
              MOVE 0 TO WS-INS-LEGAJO
           END-IF.
           MOVE WS-INS-LEGAJO  TO WS-ACT-LEGAJO.
           MOVE WS-INS-APE-NOM TO WS-ACT-APE-NOM.
           MOVE 0 TO WS-FILA-ALU.
           PERFORM 1530-BUSCAR-INSCRIPTO
              THRU 1530-BUSCAR-INSCRIPTO-FIN
              VARYING WS-ALU-IDX FROM 1 BY 1
              UNTIL WS-ALU-IDX GREATER THAN WS-ALU-CANTIDAD
                 OR WS-FILA-ALU NOT EQUAL 0.

           IF WS-FILA-ALU EQUAL 0
              IF WS-ALU-CANTIDAD NOT LESS THAN 1000
                 DISPLAY 'MAS DE 1000 ALUMNOS INSCRIPTOS, SE '
                    'IGNORAN LOS EXCEDENTES'
                 GO TO 1520-SUMAR-MATERIA-FIN
              END-IF
              ADD 1 TO WS-ALU-CANTIDAD
              MOVE WS-ALU-CANTIDAD TO WS-FILA-ALU
              MOVE WS-INS-LEGAJO  TO WS-ALU-LEGAJO(WS-FILA-ALU)
              MOVE WS-INS-APE-NOM TO WS-ALU-APE-NOM(WS-FILA-ALU)
              MOVE 0              TO WS-ALU-MATERIAS(WS-FILA-ALU)
           END-IF.

      * Si un renglon trae el legajo y otro no, queda el legajo.
           IF WS-ALU-LEGAJO(WS-FILA-ALU) EQUAL 0
              MOVE WS-INS-LEGAJO TO WS-ALU-LEGAJO(WS-FILA-ALU)
           END-IF.
           IF WS-ALU-MATERIAS(WS-FILA-ALU) LESS THAN 99
              ADD 1 TO WS-ALU-MATERIAS(WS-FILA-ALU)
           END-IF.

       1520-SUMAR-MATERIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1530-BUSCAR-INSCRIPTO.
           MOVE WS-ALU-LEGAJO(WS-ALU-IDX)  TO WS-LEGAJO-BUSCADO.
           MOVE WS-ALU-APE-NOM(WS-ALU-IDX) TO WS-ALUMNO-BUSCADO.
           PERFORM 6500-COMPARAR-ALUMNO
              THRU 6500-COMPARAR-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-FILA-ALU TO WS-ALU-IDX
           END-IF.

       1530-BUSCAR-INSCRIPTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1600-CARGAR-CUOTAS.
      * Si una corrida anterior del mismo dia ya numero debitos, la
      * secuencia sigue desde el ultimo para no repetir operaciones.
           OPEN INPUT ENT-CUOTAS.
           EVALUATE TRUE
               WHEN FS-ENT-CUOTAS-OK
                   PERFORM 1610-LEER-CUOTA
                      THRU 1610-LEER-CUOTA-FIN
                      UNTIL WS-CUOTAS-EOF-YES
                   CLOSE ENT-CUOTAS
               WHEN FS-ENT-CUOTAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ARANCELES_CUOTAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CUOTAS
                   STOP RUN
           END-EVALUATE.

       1600-CARGAR-CUOTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1610-LEER-CUOTA.
           READ ENT-CUOTAS
               AT END
                   SET WS-CUOTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CUO-CANTIDAD LESS THAN 6000
                      ADD 1 TO WS-CUO-CANTIDAD
                      MOVE FD-CUOTA TO WS-CUO-ENTRADA(WS-CUO-CANTIDAD)
                      IF FD-CUO-OPERACION GREATER THAN
                            WS-BASE-OPERACION
                         AND FD-CUO-OPERACION LESS THAN
                            WS-BASE-OPERACION + 1000
                         AND FD-CUO-OPERACION - WS-BASE-OPERACION
                            GREATER THAN WS-SECUENCIA
                         COMPUTE WS-SECUENCIA =
                            FD-CUO-OPERACION - WS-BASE-OPERACION
                      END-IF
                   ELSE
                      DISPLAY 'ARANCELES_CUOTAS.TXT SUPERA LAS 6000 '
                         'CUOTAS: DEPURAR CICLOS VIEJOS'
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1610-LEER-CUOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1700-CARGAR-REBOTES.
      * Los dos archivos de rebotes son optativos: si no estan, no
      * reboto nada.
           OPEN INPUT ENT-RECHAZADAS.
           EVALUATE TRUE
               WHEN FS-ENT-RECHAZADAS-OK
                   PERFORM 1710-LEER-RECHAZADA
                      THRU 1710-LEER-RECHAZADA-FIN
                      UNTIL WS-RECHAZADAS-EOF-YES
                   CLOSE ENT-RECHAZADAS
               WHEN FS-ENT-RECHAZADAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RECHAZADAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RECHAZADAS
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-EXCEPCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-EXCEPCIONES-OK
                   PERFORM 1720-LEER-EXCEPCION
                      THRU 1720-LEER-EXCEPCION-FIN
                      UNTIL WS-EXCEPCIONES-EOF-YES
                   CLOSE ENT-EXCEPCIONES
               WHEN FS-ENT-EXCEPCIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR POSTEO_EXCEPCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-EXCEPCIONES
                   STOP RUN
           END-EVALUATE.

       1700-CARGAR-REBOTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1710-LEER-RECHAZADA.
      * De la validacion solo interesan los debitos de aranceles.
           READ ENT-RECHAZADAS
               AT END
                   SET WS-RECHAZADAS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-RECH-COD-CONCEPTO EQUAL 'ARA'
                      AND REG-RECH-NRO-OPERACION IS NUMERIC
                      MOVE REG-RECH-NRO-OPERACION
                        TO WS-OPERACION-BUSCADA
                      MOVE 'DEBITO RECHAZADO EN LA VALIDACION'
                        TO WS-NOVEDAD-REBOTE
                      PERFORM 1730-ANOTAR-REBOTE
                         THRU 1730-ANOTAR-REBOTE-FIN
                   END-IF
           END-READ.

       1710-LEER-RECHAZADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1720-LEER-EXCEPCION.
      * El posteo no trae concepto: vale el numero de operacion, que
      * solo coincide con un debito de la serie de aranceles.
           READ ENT-EXCEPCIONES
               AT END
                   SET WS-EXCEPCIONES-EOF-YES TO TRUE
               NOT AT END
                   IF REG-EXC-NRO-OPERACION IS NUMERIC
                      MOVE REG-EXC-NRO-OPERACION
                        TO WS-OPERACION-BUSCADA
                      MOVE 'DEBITO RECHAZADO EN EL POSTEO'
                        TO WS-NOVEDAD-REBOTE
                      PERFORM 1730-ANOTAR-REBOTE
                         THRU 1730-ANOTAR-REBOTE-FIN
                   END-IF
           END-READ.

       1720-LEER-EXCEPCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1730-ANOTAR-REBOTE.
           IF WS-REB-CANTIDAD LESS THAN 2000
              ADD 1 TO WS-REB-CANTIDAD
              MOVE WS-OPERACION-BUSCADA
                TO WS-REB-OPERACION(WS-REB-CANTIDAD)
              MOVE WS-NOVEDAD-REBOTE
                TO WS-REB-NOVEDAD(WS-REB-CANTIDAD)
           ELSE
              DISPLAY 'MAS DE 2000 REBOTES, SE IGNORAN LOS '
                 'EXCEDENTES'
           END-IF.

       1730-ANOTAR-REBOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Toma TRANSFERENCIAS.TXT para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1900-TOMAR-TRANSFERENCIAS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'TRANSFERENCIAS.TXT' TO LK-BLQ-ARCHIVO.
           MOVE 'TP01ARANC' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP01ARANC TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-TRANSFERENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONCILIAR-REBOTES.
      * Un debito enviado cuya operacion volvio rebotada deja la
      * cuota impaga otra vez.
           IF NOT WS-CUO-DEBITADA(WS-CUO-IDX)
              GO TO 2000-CONCILIAR-REBOTES-FIN
           END-IF.

           MOVE 0 TO WS-FILA-REB.
           PERFORM 2010-COMPARAR-REBOTE
              THRU 2010-COMPARAR-REBOTE-FIN
              VARYING WS-REB-IDX FROM 1 BY 1
              UNTIL WS-REB-IDX GREATER THAN WS-REB-CANTIDAD
                 OR WS-FILA-REB NOT EQUAL 0.
           IF WS-FILA-REB EQUAL 0
              GO TO 2000-CONCILIAR-REBOTES-FIN
           END-IF.

           SET WS-CUO-REBOTADA(WS-CUO-IDX) TO TRUE.
           ADD 1 TO WS-CONT-REBOTADAS.
           MOVE WS-CUO-MES(WS-CUO-IDX)     TO WS-NOV-MES.
           MOVE WS-CUO-LEGAJO(WS-CUO-IDX)  TO WS-ACT-LEGAJO.
           MOVE WS-CUO-APE-NOM(WS-CUO-IDX) TO WS-ACT-APE-NOM.
           MOVE WS-REB-NOVEDAD(WS-FILA-REB) TO WS-NOV-TEXTO.
           PERFORM 6900-GRABAR-NOVEDAD
              THRU 6900-GRABAR-NOVEDAD-FIN.

       2000-CONCILIAR-REBOTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-COMPARAR-REBOTE.
           IF WS-REB-OPERACION(WS-REB-IDX) EQUAL
                 WS-CUO-OPERACION(WS-CUO-IDX)
              SET WS-FILA-REB TO WS-REB-IDX
           END-IF.

       2010-COMPARAR-REBOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2500-APLICAR-COBROS.
      * Sin cobros de tesoreria no hay nada que aplicar.
           OPEN INPUT ENT-COBROS.
           EVALUATE TRUE
               WHEN FS-ENT-COBROS-OK
                   PERFORM 2510-LEER-COBRO
                      THRU 2510-LEER-COBRO-FIN
                      UNTIL WS-COBROS-EOF-YES
                   CLOSE ENT-COBROS
               WHEN FS-ENT-COBROS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ARANCELES_COBROS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-COBROS
                   STOP RUN
           END-EVALUATE.

       2500-APLICAR-COBROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-LEER-COBRO.
           READ ENT-COBROS
               AT END
                   SET WS-COBROS-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 2520-APLICAR-COBRO
                      THRU 2520-APLICAR-COBRO-FIN
           END-READ.

       2510-LEER-COBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2520-APLICAR-COBRO.
      * Una cuota ya cobrada o sin cargo no cambia: el mismo cobro
      * puede venir en mas de una corrida.
           IF REG-COB-LEGAJO IS NUMERIC
              MOVE REG-COB-LEGAJO-NUM TO WS-ACT-LEGAJO
           ELSE
              MOVE 0 TO WS-ACT-LEGAJO
           END-IF.
           MOVE REG-COB-ALUMNO TO WS-ACT-APE-NOM.
           MOVE REG-COB-MES    TO WS-MES-BUSCADO WS-NOV-MES.
           PERFORM 6600-BUSCAR-CUOTA
              THRU 6600-BUSCAR-CUOTA-FIN.

           EVALUATE TRUE
               WHEN WS-FILA-CUO EQUAL 0
                   MOVE 'COBRO SIN CUOTA FACTURADA EN EL MES'
                     TO WS-NOV-TEXTO
                   PERFORM 6900-GRABAR-NOVEDAD
                      THRU 6900-GRABAR-NOVEDAD-FIN
               WHEN WS-CUO-IMPAGA(WS-FILA-CUO)
                   SET WS-CUO-COBRADA(WS-FILA-CUO) TO TRUE
                   ADD 1 TO WS-CONT-COBRADAS
                   MOVE 'CUOTA COBRADA EN TESORERIA' TO WS-NOV-TEXTO
                   PERFORM 6900-GRABAR-NOVEDAD
                      THRU 6900-GRABAR-NOVEDAD-FIN
               WHEN WS-CUO-DEBITADA(WS-FILA-CUO)
                   MOVE 'COBRO EN TESORERIA DE CUOTA YA DEBITADA'
                     TO WS-NOV-TEXTO
                   PERFORM 6900-GRABAR-NOVEDAD
                      THRU 6900-GRABAR-NOVEDAD-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2520-APLICAR-COBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-CALCULAR-DEUDA.
      * Deuda es toda cuota impaga de un mes anterior al que se
      * factura: la del mes todavia esta en termino.
           IF NOT WS-CUO-IMPAGA(WS-CUO-IDX)
              OR WS-CUO-MES(WS-CUO-IDX) NOT LESS THAN WS-MES-COBRO
              GO TO 3000-CALCULAR-DEUDA-FIN
           END-IF.

           MOVE WS-CUO-LEGAJO(WS-CUO-IDX)  TO WS-ACT-LEGAJO.
           MOVE WS-CUO-APE-NOM(WS-CUO-IDX) TO WS-ACT-APE-NOM.
           PERFORM 6700-BUSCAR-DEUDA
              THRU 6700-BUSCAR-DEUDA-FIN.

           IF WS-FILA-DEU EQUAL 0
              IF WS-DEU-CANTIDAD NOT LESS THAN 1000
                 DISPLAY 'MAS DE 1000 ALUMNOS CON DEUDA, SE '
                    'IGNORAN LOS EXCEDENTES'
                 GO TO 3000-CALCULAR-DEUDA-FIN
              END-IF
              ADD 1 TO WS-DEU-CANTIDAD
              MOVE WS-DEU-CANTIDAD TO WS-FILA-DEU
              MOVE WS-CUO-LEGAJO(WS-CUO-IDX)
                TO WS-DEU-LEGAJO(WS-FILA-DEU)
              MOVE WS-CUO-APE-NOM(WS-CUO-IDX)
                TO WS-DEU-APE-NOM(WS-FILA-DEU)
              MOVE 0 TO WS-DEU-MESES(WS-FILA-DEU)
              MOVE 0 TO WS-DEU-IMPORTE(WS-FILA-DEU)
              MOVE WS-CUO-MES(WS-CUO-IDX)
                TO WS-DEU-MES-DESDE(WS-FILA-DEU)
           END-IF.

           IF WS-DEU-MESES(WS-FILA-DEU) LESS THAN 99
              ADD 1 TO WS-DEU-MESES(WS-FILA-DEU)
           END-IF.
           ADD WS-CUO-IMPORTE(WS-CUO-IDX)
             TO WS-DEU-IMPORTE(WS-FILA-DEU).
           IF WS-CUO-MES(WS-CUO-IDX) LESS THAN
                 WS-DEU-MES-DESDE(WS-FILA-DEU)
              MOVE WS-CUO-MES(WS-CUO-IDX)
                TO WS-DEU-MES-DESDE(WS-FILA-DEU)
           END-IF.

       3000-CALCULAR-DEUDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4000-FACTURAR-ALUMNO.
           ADD 1 TO WS-CONT-ALUMNOS.
           MOVE WS-ALU-LEGAJO(WS-ALU-IDX)  TO WS-ACT-LEGAJO.
           MOVE WS-ALU-APE-NOM(WS-ALU-IDX) TO WS-ACT-APE-NOM.
           MOVE WS-MES-COBRO TO WS-MES-BUSCADO WS-NOV-MES.

      * Mes ya facturado: no se duplica.
           PERFORM 6600-BUSCAR-CUOTA
              THRU 6600-BUSCAR-CUOTA-FIN.
           IF WS-FILA-CUO NOT EQUAL 0
              ADD 1 TO WS-CONT-YA-FACTURADAS
              GO TO 4000-FACTURAR-ALUMNO-FIN
           END-IF.

           INITIALIZE WS-CUOTA-NUEVA.
           MOVE WS-MES-COBRO                TO WS-NUE-MES.
           MOVE WS-ACT-LEGAJO               TO WS-NUE-LEGAJO.
           MOVE WS-ACT-APE-NOM              TO WS-NUE-APE-NOM.
           MOVE WS-ALU-MATERIAS(WS-ALU-IDX) TO WS-NUE-MATERIAS.

           PERFORM 4100-BUSCAR-TARIFA
              THRU 4100-BUSCAR-TARIFA-FIN.
           IF WS-ENCONTRADO-NO
              ADD 1 TO WS-CONT-SIN-TARIFA
              MOVE 'SIN TARIFA PARA ESA CANTIDAD DE MATERIAS'
                TO WS-NOV-TEXTO
              PERFORM 6900-GRABAR-NOVEDAD
                 THRU 6900-GRABAR-NOVEDAD-FIN
              GO TO 4000-FACTURAR-ALUMNO-FIN
           END-IF.

           PERFORM 4200-BUSCAR-BECARIO
              THRU 4200-BUSCAR-BECARIO-FIN.
           IF WS-ENCONTRADO-SI
              COMPUTE WS-NUE-DESCUENTO ROUNDED =
                 WS-NUE-TARIFA * WS-PORC-BECA / 100
           END-IF.
           COMPUTE WS-NUE-IMPORTE = WS-NUE-TARIFA - WS-NUE-DESCUENTO.

           MOVE SPACES TO WS-CBU-HALLADO.
           EVALUATE TRUE
               WHEN WS-NUE-IMPORTE EQUAL 0
                   SET WS-NUE-SIN-CARGO TO TRUE
                   ADD 1 TO WS-CONT-SIN-CARGO
               WHEN OTHER
                   PERFORM 4300-BUSCAR-CBU
                      THRU 4300-BUSCAR-CBU-FIN
                   IF WS-ENCONTRADO-SI
                      PERFORM 4400-GRABAR-DEBITO
                         THRU 4400-GRABAR-DEBITO-FIN
                   ELSE
                      SET WS-NUE-PENDIENTE TO TRUE
                      ADD 1 TO WS-CONT-PENDIENTES
                   END-IF
           END-EVALUATE.

           PERFORM 4500-ANOTAR-CUOTA
              THRU 4500-ANOTAR-CUOTA-FIN.

           PERFORM 4600-IMPRIMIR-AVISO
              THRU 4600-IMPRIMIR-AVISO-FIN.

           ADD 1 TO WS-CONT-FACTURADAS.
           ADD WS-NUE-IMPORTE TO WS-TOTAL-FACTURADO.

       4000-FACTURAR-ALUMNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Tarifa de la vigencia aplicada para la cantidad de materias
      * de la cuota nueva: el tramo mas alto que no la supera.
       4100-BUSCAR-TARIFA.
           SET WS-ENCONTRADO-NO TO TRUE.
           MOVE 0 TO WS-MATERIAS-TRAMO.
           PERFORM 4110-COMPARAR-TARIFA
              THRU 4110-COMPARAR-TARIFA-FIN
              VARYING WS-TAR-IDX FROM 1 BY 1
              UNTIL WS-TAR-IDX GREATER THAN WS-TAR-CANTIDAD.

       4100-BUSCAR-TARIFA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4110-COMPARAR-TARIFA.
           IF WS-TAR-VIGENCIA(WS-TAR-IDX) EQUAL WS-VIGENCIA-APLICADA
              AND WS-TAR-MATERIAS(WS-TAR-IDX) NOT GREATER THAN
                  WS-NUE-MATERIAS
              AND WS-TAR-MATERIAS(WS-TAR-IDX) GREATER THAN
                  WS-MATERIAS-TRAMO
              SET WS-ENCONTRADO-SI TO TRUE
              MOVE WS-TAR-MATERIAS(WS-TAR-IDX) TO WS-MATERIAS-TRAMO
              MOVE WS-TAR-IMPORTE(WS-TAR-IDX)  TO WS-NUE-TARIFA
           END-IF.

       4110-COMPARAR-TARIFA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4200-BUSCAR-BECARIO.
           SET WS-ENCONTRADO-NO TO TRUE.
           PERFORM 4210-COMPARAR-BECARIO
              THRU 4210-COMPARAR-BECARIO-FIN
              VARYING WS-BEC-IDX FROM 1 BY 1
              UNTIL WS-BEC-IDX GREATER THAN WS-BEC-CANTIDAD
                 OR WS-ENCONTRADO-SI.

       4200-BUSCAR-BECARIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4210-COMPARAR-BECARIO.
           IF WS-BEC-ALUMNO(WS-BEC-IDX) EQUAL WS-ACT-APE-NOM
              SET WS-ENCONTRADO-SI TO TRUE
           END-IF.

       4210-COMPARAR-BECARIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4300-BUSCAR-CBU.
           SET WS-ENCONTRADO-NO TO TRUE.
           PERFORM 4310-COMPARAR-CBU
              THRU 4310-COMPARAR-CBU-FIN
              VARYING WS-CBU-IDX FROM 1 BY 1
              UNTIL WS-CBU-IDX GREATER THAN WS-CBU-CANTIDAD
                 OR WS-ENCONTRADO-SI.

       4300-BUSCAR-CBU-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4310-COMPARAR-CBU.
           IF WS-CBU-CBU(WS-CBU-IDX) EQUAL SPACES
              GO TO 4310-COMPARAR-CBU-FIN
           END-IF.
           MOVE WS-CBU-LEGAJO(WS-CBU-IDX) TO WS-LEGAJO-BUSCADO.
           MOVE WS-CBU-ALUMNO(WS-CBU-IDX) TO WS-ALUMNO-BUSCADO.
           PERFORM 6500-COMPARAR-ALUMNO
              THRU 6500-COMPARAR-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-ENCONTRADO-SI TO TRUE
              MOVE WS-CBU-CBU(WS-CBU-IDX) TO WS-CBU-HALLADO
           END-IF.

       4310-COMPARAR-CBU-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4400-GRABAR-DEBITO.
      * Sin numero de operacion libre en el dia la cuota queda para
      * tesoreria.
           IF WS-SECUENCIA NOT LESS THAN 999
              SET WS-NUE-PENDIENTE TO TRUE
              ADD 1 TO WS-CONT-PENDIENTES
              MOVE 'SIN NUMERO DE OPERACION LIBRE EN EL DIA'
                TO WS-NOV-TEXTO
              PERFORM 6900-GRABAR-NOVEDAD
                 THRU 6900-GRABAR-NOVEDAD-FIN
              MOVE SPACES TO WS-CBU-HALLADO
              GO TO 4400-GRABAR-DEBITO-FIN
           END-IF.

           ADD 1 TO WS-SECUENCIA.
           COMPUTE WS-NRO-OPERACION =
              WS-BASE-OPERACION + WS-SECUENCIA.

           MOVE SPACES TO REG-TRANSFERENCIA.
           MOVE WS-NRO-OPERACION      TO REG-TRANS-NRO-OPERACION.
           MOVE WS-PARM-FECHA         TO REG-TRANS-FECHA.
           MOVE WS-CBU-HALLADO        TO REG-TRANS-CUENTA-DEBITO.
           MOVE WS-ACT-LEGAJO         TO REG-TRANS-NRO-DOCUMENTO-D.
           MOVE WS-CUENTA-INSTITUCION TO REG-TRANS-CUENTA-CREDITO.
           MOVE 'ARANCELES'           TO REG-TRANS-NRO-DOCUMENTO-C.
           MOVE '01'                  TO REG-TRANS-COD-MONEDA.
           MOVE WS-NUE-IMPORTE        TO REG-TRANS-IMPORTE.
           MOVE 'ARA'                 TO REG-TRANS-COD-CONCEPTO.
           STRING 'ARANCEL ' WS-MES-COBRO DELIMITED BY SIZE
              INTO REG-TRANS-OBSERVACION.
           MOVE SPACES                TO REG-TRANS-FECHA-EJECUCION.
           MOVE SPACES                TO REG-TRANS-RECURRENCIA.
           MOVE SPACES                TO REG-TRANS-FECHA-FIN.
           WRITE REG-TRANSFERENCIA.
           IF NOT FS-SAL-TRANSFER-OK
              DISPLAY 'ERROR AL GRABAR TRANSFERENCIAS.TXT: '
                 FS-SAL-TRANSFER
              SET WS-NUE-PENDIENTE TO TRUE
              ADD 1 TO WS-CONT-PENDIENTES
              MOVE SPACES TO WS-CBU-HALLADO
              GO TO 4400-GRABAR-DEBITO-FIN
           END-IF.

           SET WS-NUE-DEBITADA TO TRUE.
           MOVE WS-NRO-OPERACION TO WS-NUE-OPERACION.
           ADD 1 TO WS-CONT-DEBITOS.
           ADD WS-NUE-IMPORTE TO WS-TOTAL-DEBITADO.

       4400-GRABAR-DEBITO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4500-ANOTAR-CUOTA.
           IF WS-CUO-CANTIDAD NOT LESS THAN 6000
              DISPLAY 'ARANCELES_CUOTAS.TXT SUPERA LAS 6000 '
                 'CUOTAS: NO SE ANOTA LA DE ' WS-ACT-APE-NOM
              GO TO 4500-ANOTAR-CUOTA-FIN
           END-IF.
           ADD 1 TO WS-CUO-CANTIDAD.
           MOVE WS-CUOTA-NUEVA TO WS-CUO-ENTRADA(WS-CUO-CANTIDAD).

       4500-ANOTAR-CUOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4600-IMPRIMIR-AVISO.
           MOVE WS-MES-COBRO TO WS-AVT-MES.
           WRITE REG-AVISO-LINEA FROM WS-AVISO-TITULO.

           MOVE WS-ACT-APE-NOM TO WS-AVA-APE-NOM.
           MOVE WS-ACT-LEGAJO  TO WS-AVA-LEGAJO.
           WRITE REG-AVISO-LINEA FROM WS-AVISO-ALUMNO.

           MOVE WS-NUE-MATERIAS      TO WS-AVM-MATERIAS.
           MOVE WS-VIGENCIA-APLICADA TO WS-AVM-VIGENCIA.
           WRITE REG-AVISO-LINEA FROM WS-AVISO-MATERIAS.

           MOVE 'TARIFA                      : ' TO WS-AVI-LEYENDA.
           MOVE WS-NUE-TARIFA TO WS-AVI-IMPORTE.
           WRITE REG-AVISO-LINEA FROM WS-AVISO-IMPORTE.

           IF WS-NUE-DESCUENTO GREATER THAN 0
              MOVE 'DESCUENTO POR BECA          : ' TO WS-AVI-LEYENDA
              MOVE WS-NUE-DESCUENTO TO WS-AVI-IMPORTE
              WRITE REG-AVISO-LINEA FROM WS-AVISO-IMPORTE
           END-IF.

           MOVE 'IMPORTE DEL MES             : ' TO WS-AVI-LEYENDA.
           MOVE WS-NUE-IMPORTE TO WS-AVI-IMPORTE.
           WRITE REG-AVISO-LINEA FROM WS-AVISO-IMPORTE.

           EVALUATE TRUE
               WHEN WS-NUE-SIN-CARGO
                   MOVE 'SIN CARGO POR BECA' TO WS-AVP-FORMA
               WHEN WS-NUE-DEBITADA
                   MOVE WS-CBU-HALLADO TO WS-AVD-CBU
                   MOVE WS-AVISO-DEBITO TO WS-AVP-FORMA
               WHEN OTHER
                   MOVE 'EN TESORERIA DE LA INSTITUCION'
                     TO WS-AVP-FORMA
           END-EVALUATE.
           WRITE REG-AVISO-LINEA FROM WS-AVISO-PAGO.

      * Deuda anterior y advertencia de bloqueo.
           PERFORM 6700-BUSCAR-DEUDA
              THRU 6700-BUSCAR-DEUDA-FIN.
           IF WS-FILA-DEU NOT EQUAL 0
              MOVE WS-DEU-MESES(WS-FILA-DEU)     TO WS-AVD-MESES
              MOVE WS-DEU-MES-DESDE(WS-FILA-DEU) TO WS-AVD-MES-DESDE
              MOVE WS-DEU-IMPORTE(WS-FILA-DEU)   TO WS-AVD-IMPORTE
              WRITE REG-AVISO-LINEA FROM WS-AVISO-DEUDA
              IF WS-DEU-MESES(WS-FILA-DEU) GREATER THAN
                    WS-MESES-TOLERADOS
                 MOVE 'ATENCION: CON MAS DE DOS CUOTAS IMPAGAS NO '
                   TO REG-AVISO-LINEA
                 WRITE REG-AVISO-LINEA
                 MOVE 'PUEDE INSCRIBIRSE A MATERIAS NI A MESAS DE FINAL'
                   TO REG-AVISO-LINEA
                 WRITE REG-AVISO-LINEA
              END-IF
           END-IF.

           WRITE REG-AVISO-LINEA FROM WS-AVISO-SEPARADOR.

       4600-IMPRIMIR-AVISO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5000-GRABAR-MOROSOS.
      * La lista se regraba entera: el que regularizo deja de estar.
           OPEN OUTPUT SAL-MOROSOS.
           IF NOT FS-SAL-MOROSOS-OK
              DISPLAY 'ERROR AL ABRIR ARANCELES_MOROSOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-MOROSOS
              STOP RUN
           END-IF.
           PERFORM 5010-GRABAR-MOROSO
              THRU 5010-GRABAR-MOROSO-FIN
              VARYING WS-DEU-IDX FROM 1 BY 1
              UNTIL WS-DEU-IDX GREATER THAN WS-DEU-CANTIDAD.
           CLOSE SAL-MOROSOS.

       5000-GRABAR-MOROSOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       5010-GRABAR-MOROSO.
           IF WS-DEU-MESES(WS-DEU-IDX) GREATER THAN WS-MESES-TOLERADOS
              MOVE WS-DEU-LEGAJO(WS-DEU-IDX)    TO FD-MOR-LEGAJO
              MOVE WS-DEU-APE-NOM(WS-DEU-IDX)   TO FD-MOR-APE-NOM
              MOVE WS-DEU-MESES(WS-DEU-IDX)     TO FD-MOR-MESES
              MOVE WS-DEU-IMPORTE(WS-DEU-IDX)   TO FD-MOR-DEUDA
              MOVE WS-DEU-MES-DESDE(WS-DEU-IDX) TO FD-MOR-MES-DESDE
              WRITE FD-MOROSO
              ADD 1 TO WS-CONT-MOROSOS
           END-IF.

       5010-GRABAR-MOROSO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Mismo alumno que el alumno en curso: los dos legajos estan y
      * coinciden, o falta alguno y coincide el nombre.
       6500-COMPARAR-ALUMNO.
           SET WS-ES-EL-ALUMNO-NO TO TRUE.
           IF WS-LEGAJO-BUSCADO NOT EQUAL 0
              AND WS-ACT-LEGAJO NOT EQUAL 0
              IF WS-LEGAJO-BUSCADO EQUAL WS-ACT-LEGAJO
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           ELSE
              IF WS-ALUMNO-BUSCADO EQUAL WS-ACT-APE-NOM
                 SET WS-ES-EL-ALUMNO-SI TO TRUE
              END-IF
           END-IF.

       6500-COMPARAR-ALUMNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Cuota del alumno en curso para WS-MES-BUSCADO; deja la fila
      * en WS-FILA-CUO (cero si no esta).
       6600-BUSCAR-CUOTA.
           MOVE 0 TO WS-FILA-CUO.
           PERFORM 6610-COMPARAR-CUOTA
              THRU 6610-COMPARAR-CUOTA-FIN
              VARYING WS-CUO-IDX2 FROM 1 BY 1
              UNTIL WS-CUO-IDX2 GREATER THAN WS-CUO-CANTIDAD
                 OR WS-FILA-CUO NOT EQUAL 0.

       6600-BUSCAR-CUOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6610-COMPARAR-CUOTA.
           IF WS-CUO-MES(WS-CUO-IDX2) NOT EQUAL WS-MES-BUSCADO
              GO TO 6610-COMPARAR-CUOTA-FIN
           END-IF.
           MOVE WS-CUO-LEGAJO(WS-CUO-IDX2)  TO WS-LEGAJO-BUSCADO.
           MOVE WS-CUO-APE-NOM(WS-CUO-IDX2) TO WS-ALUMNO-BUSCADO.
           PERFORM 6500-COMPARAR-ALUMNO
              THRU 6500-COMPARAR-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-FILA-CUO TO WS-CUO-IDX2
           END-IF.

       6610-COMPARAR-CUOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Deuda anterior del alumno en curso; deja la fila en
      * WS-FILA-DEU (cero si no debe nada).
       6700-BUSCAR-DEUDA.
           MOVE 0 TO WS-FILA-DEU.
           PERFORM 6710-COMPARAR-DEUDA
              THRU 6710-COMPARAR-DEUDA-FIN
              VARYING WS-DEU-IDX FROM 1 BY 1
              UNTIL WS-DEU-IDX GREATER THAN WS-DEU-CANTIDAD
                 OR WS-FILA-DEU NOT EQUAL 0.

       6700-BUSCAR-DEUDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       6710-COMPARAR-DEUDA.
           MOVE WS-DEU-LEGAJO(WS-DEU-IDX)  TO WS-LEGAJO-BUSCADO.
           MOVE WS-DEU-APE-NOM(WS-DEU-IDX) TO WS-ALUMNO-BUSCADO.
           PERFORM 6500-COMPARAR-ALUMNO
              THRU 6500-COMPARAR-ALUMNO-FIN.
           IF WS-ES-EL-ALUMNO-SI
              SET WS-FILA-DEU TO WS-DEU-IDX
           END-IF.

       6710-COMPARAR-DEUDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * Graba la novedad WS-NOV-TEXTO del mes WS-NOV-MES para el
      * alumno en curso.
       6900-GRABAR-NOVEDAD.
           MOVE WS-NOV-MES     TO REG-NOV-MES.
           MOVE WS-ACT-LEGAJO  TO REG-NOV-LEGAJO.
           MOVE WS-ACT-APE-NOM TO REG-NOV-ALUMNO.
           MOVE WS-NOV-TEXTO   TO REG-NOV-TEXTO.
           MOVE ' | ' TO REG-NOV-SEP-01 REG-NOV-SEP-02
                         REG-NOV-SEP-03.
           WRITE REG-NOVEDAD.

       6900-GRABAR-NOVEDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      * Se regraban todas las cuotas, de todos los meses.
           OPEN OUTPUT SAL-CUOTAS.
           IF NOT FS-SAL-CUOTAS-OK
              DISPLAY 'ERROR AL ABRIR ARANCELES_CUOTAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-CUOTAS
              STOP RUN
           END-IF.
           PERFORM 9100-GRABAR-CUOTA
              THRU 9100-GRABAR-CUOTA-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
              UNTIL WS-CUO-IDX GREATER THAN WS-CUO-CANTIDAD.

           CLOSE SAL-CUOTAS
                 SAL-TRANSFERENCIAS
                 SAL-AVISOS
                 SAL-NOVEDADES.

           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.

           DISPLAY 'ALUMNOS INSCRIPTOS       : ' WS-CONT-ALUMNOS.
           DISPLAY 'CUOTAS FACTURADAS        : ' WS-CONT-FACTURADAS.
           DISPLAY 'DEBITOS ENVIADOS         : ' WS-CONT-DEBITOS.
           DISPLAY 'PENDIENTES EN TESORERIA  : ' WS-CONT-PENDIENTES.
           DISPLAY 'SIN CARGO POR BECA       : ' WS-CONT-SIN-CARGO.
           DISPLAY 'YA FACTURADAS EN EL MES  : ' WS-CONT-YA-FACTURADAS.
           DISPLAY 'SIN TARIFA               : ' WS-CONT-SIN-TARIFA.
           DISPLAY 'DEBITOS REBOTADOS        : ' WS-CONT-REBOTADAS.
           DISPLAY 'COBRADAS EN TESORERIA    : ' WS-CONT-COBRADAS.
           DISPLAY 'ALUMNOS MOROSOS          : ' WS-CONT-MOROSOS.
           DISPLAY 'TOTAL FACTURADO          : ' WS-TOTAL-FACTURADO.
           DISPLAY 'TOTAL DEBITADO           : ' WS-TOTAL-DEBITADO.
           IF WS-CONT-SIN-TARIFA GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       9100-GRABAR-CUOTA.
           MOVE WS-CUO-ENTRADA(WS-CUO-IDX) TO REG-SAL-CUOTA.
           WRITE REG-SAL-CUOTA.

       9100-GRABAR-CUOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP01ARANC.
