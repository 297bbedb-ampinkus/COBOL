      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02RIESG.CBL - Monitoreo mensual de riesgo de
      *          comercios. Para el ciclo pedido compara, por comercio
      *          y moneda, lo capturado en CONSUMOS.SEQ contra los
      *          contracargos confirmados de esos consumos (estado X
      *          en DISPUTAS.TXT) y las devoluciones del mes que
      *          concilio TP02DEVOL (DEVOLUCIONES_CONCILIA.TXT), y
      *          calcula los ratios de contracargos y de devoluciones
      *          por cantidad y por importe. La historia mensual queda
      *          en RIESGO_COMERCIOS_HIST.TXT y contra los tres ciclos
      *          anteriores se informa la tendencia. Los comercios que
      *          superan cualquiera de los umbrales vigentes de
      *          UMBRALES_RIESGO.TXT (tabla fechada que mantiene
      *          TP02PARAM) se marcan para retener la liquidacion: el
      *          reporte RIESGO_COMERCIOS.TXT los senala y
      *          RETENCION_COMERCIOS.TXT los lista con su rubro para
      *          que la mesa de comercios actue antes del pago. Correr
      *          despues de TP02DEVOL del mismo ciclo.
      *          Uso: TP02RIESG <CICLO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02RIESG.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
           SELECT ENT-CONSUMOS
           ASSIGN TO '../CONSUMOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONSUMOS.

           SELECT COMERCIOS
           ASSIGN TO '../COMERCIOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COM-ID-COMERCIO
           FILE STATUS IS FS-COMERCIOS.

      *    Contracargos confirmados (estado X) que mantiene TP02DISP
           SELECT ENT-DISPUTAS
           ASSIGN TO '../DISPUTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-DISPUTAS.

      *    Resultado de la conciliacion de devoluciones de TP02DEVOL
           SELECT ENT-CONCILIA
           ASSIGN TO '../DEVOLUCIONES_CONCILIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONCILIA.

           SELECT ENT-RUBROS
           ASSIGN TO '../RUBROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RUBROS.

           SELECT ENT-UMBRALES
           ASSIGN TO '../UMBRALES_RIESGO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-UMBRALES.

      *    Historia mensual: se lee entera y se regraba con el ciclo
      *    procesado
           SELECT ENT-HISTORIA
           ASSIGN TO '../RIESGO_COMERCIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

           SELECT SAL-HISTORIA
           ASSIGN TO '../RIESGO_COMERCIOS_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIA.

      *****ARCHIVOS DE SALIDA
           SELECT SAL-REPORTE
           ASSIGN TO '../RIESGO_COMERCIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

           SELECT SAL-RETENCION
           ASSIGN TO '../RETENCION_COMERCIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RETENCION.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-CONSUMOS.
           COPY CONSUMOS.

       FD COMERCIOS.
           COPY COMERCIO.

       FD ENT-DISPUTAS.
           COPY DISPUTAS.

      * Linea de DEVOLUCIONES_CONCILIA.TXT (layout de TP02DEVOL): solo
      * interesan la devolucion, su tarjeta y el estado
       FD ENT-CONCILIA.
       01 REG-CONCILIA.
          05 REG-CON-ID-DEVOLUCION     PIC 9(10).
          05 FILLER                    PIC X(12).
          05 REG-CON-TARJETA           PIC X(19).
          05 FILLER                    PIC X(19).
          05 REG-CON-ESTADO            PIC X(25).

       FD ENT-RUBROS.
           COPY RUBROS.

       FD ENT-UMBRALES.
           COPY UMBRIESG.

       FD ENT-HISTORIA.
           COPY RIESGHIS.

       FD SAL-HISTORIA.
       01 FD-SAL-HISTORIA              PIC X(75).

       FD SAL-REPORTE.
       01 FD-REPORTE-LINEA             PIC X(132).

       FD SAL-RETENCION.
       01 FD-RETENCION.
          05 FD-RET-CICLO              PIC 9(06).
          05 FD-RET-SEP-01             PIC X(01).
          05 FD-RET-ID-COMERCIO        PIC 9(06).
          05 FD-RET-SEP-02             PIC X(01).
          05 FD-RET-RAZON              PIC X(30).
          05 FD-RET-SEP-03             PIC X(01).
          05 FD-RET-RUBRO              PIC X(04).
          05 FD-RET-SEP-04             PIC X(01).
          05 FD-RET-RUBRO-DESCRIP      PIC X(30).
          05 FD-RET-SEP-05             PIC X(01).
          05 FD-RET-MONEDA             PIC X(03).
          05 FD-RET-SEP-06             PIC X(01).
          05 FD-RET-MOTIVO             PIC X(40).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-CONSUMOS                   PIC X(2).
             88 FS-ENT-CONSUMOS-OK                 VALUE '00'.
             88 FS-ENT-CONSUMOS-EOF                VALUE '10'.
          05 FS-COMERCIOS                      PIC X(2).
             88 FS-COMERCIOS-OK                    VALUE '00'.
             88 FS-COMERCIOS-CLAVE-NFD             VALUE '23'.
          05 FS-ENT-DISPUTAS                   PIC X(2).
             88 FS-ENT-DISPUTAS-OK                 VALUE '00'.
             88 FS-ENT-DISPUTAS-NFD                VALUE '35'.
          05 FS-ENT-CONCILIA                   PIC X(2).
             88 FS-ENT-CONCILIA-OK                 VALUE '00'.
             88 FS-ENT-CONCILIA-NFD                VALUE '35'.
          05 FS-ENT-RUBROS                     PIC X(2).
             88 FS-ENT-RUBROS-OK                   VALUE '00'.
             88 FS-ENT-RUBROS-NFD                  VALUE '35'.
          05 FS-ENT-UMBRALES                   PIC X(2).
             88 FS-ENT-UMBRALES-OK                 VALUE '00'.
             88 FS-ENT-UMBRALES-NFD                VALUE '35'.
          05 FS-ENT-HISTORIA                   PIC X(2).
             88 FS-ENT-HISTORIA-OK                 VALUE '00'.
             88 FS-ENT-HISTORIA-NFD                VALUE '35'.
          05 FS-SAL-HISTORIA                   PIC X(2).
             88 FS-SAL-HISTORIA-OK                 VALUE '00'.
          05 FS-SAL-REPORTE                    PIC X(2).
             88 FS-SAL-REPORTE-OK                  VALUE '00'.
          05 FS-SAL-RETENCION                  PIC X(2).
             88 FS-SAL-RETENCION-OK                VALUE '00'.

      * Switches de fin de archivo
       01 WS-CONSUMOS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-CONSUMOS-EOF-YES                   VALUE 'TRUE'.
          88 WS-CONSUMOS-EOF-NO                    VALUE 'FALSE'.
       01 WS-DISPUTAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-DISPUTAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-DISPUTAS-EOF-NO                    VALUE 'FALSE'.
       01 WS-CONCILIA-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-CONCILIA-EOF-YES                   VALUE 'TRUE'.
          88 WS-CONCILIA-EOF-NO                    VALUE 'FALSE'.
       01 WS-RUBROS-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-RUBROS-EOF-YES                     VALUE 'TRUE'.
          88 WS-RUBROS-EOF-NO                      VALUE 'FALSE'.
       01 WS-UMBRALES-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-UMBRALES-EOF-YES                   VALUE 'TRUE'.
          88 WS-UMBRALES-EOF-NO                    VALUE 'FALSE'.
       01 WS-HISTORIA-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-HISTORIA-EOF-YES                   VALUE 'TRUE'.
          88 WS-HISTORIA-EOF-NO                    VALUE 'FALSE'.

      * Indica si la busqueda en curso encontro su fila
       01 WS-FILA-ENCONTRADA                   PIC X(03) VALUE 'NO'.
          88 WS-FILA-ENCONTRADA-SI                 VALUE 'SI'.
          88 WS-FILA-ENCONTRADA-NO                 VALUE 'NO'.

      * Linea de comando: ciclo a evaluar
       01 WS-LINEA-COMANDO                     PIC X(100) VALUE SPACES.
       01 WS-PARM-CICLO                        PIC X(06) VALUE SPACES.
       01 WS-PARM-CICLO-R REDEFINES WS-PARM-CICLO.
          05 WS-PARM-ANIO              PIC 9(04).
          05 WS-PARM-MES               PIC 9(02).
       77 WS-CICLO-NUMERICO                    PIC 9(06) VALUE 0.

      * Los ciclos se comparan como numero de mes corrido (anio * 12
      * + mes) para ubicar los tres anteriores sin cuidar el cambio
      * de anio; la historia se conserva doce ciclos hacia atras.
       77 WS-MES-CORRIDO                       PIC 9(06) VALUE 0.
       77 WS-MES-CORRIDO-HIST                  PIC 9(06) VALUE 0.
       77 WS-HIST-ANIO                         PIC 9(04) VALUE 0.
       77 WS-HIST-MES                          PIC 9(02) VALUE 0.

      * Fecha del proceso, contra la que se eligen las versiones
      * vigentes de las tablas fechadas
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

      * Umbrales vigentes. Si no hay UMBRALES_RIESGO.TXT, o ninguna
      * version rige todavia, se usan estos por defecto.
       01 WS-UMBRALES.
          05 WS-UMB-CC-CANTIDAD        PIC 9V9(4) VALUE 0,0100.
          05 WS-UMB-CC-IMPORTE         PIC 9V9(4) VALUE 0,0100.
          05 WS-UMB-DEV-CANTIDAD       PIC 9V9(4) VALUE 0,1000.
          05 WS-UMB-DEV-IMPORTE        PIC 9V9(4) VALUE 0,1000.
          05 WS-UMB-MIN-OPERACIONES    PIC 9(05)  VALUE 20.
          05 WS-UMB-VIGENCIA           PIC X(10)  VALUE SPACES.
       01 WS-UMBRAL-CARGADO                    PIC X(01) VALUE 'N'.
          88 WS-UMBRAL-CARGADO-SI                  VALUE 'S'.
          88 WS-UMBRAL-CARGADO-NO                  VALUE 'N'.

      * Contracargos confirmados (estado X de DISPUTAS.TXT)
       77 WS-INDICE-DISP                       PIC 9(04) VALUE 1.
       77 WS-CANT-DISP                         PIC 9(04) VALUE 0.
       01 WS-TABLA-DISPUTAS.
          05 WS-DISP-ITEM OCCURS 2000 TIMES.
             10 WS-DISP-ITEM-TARJETA      PIC X(19).
             10 WS-DISP-ITEM-CONSUMO      PIC 9(10).

      * Devoluciones que TP02DEVOL dio por conciliadas
       77 WS-INDICE-CONC                       PIC 9(04) VALUE 1.
       77 WS-CANT-CONC                         PIC 9(04) VALUE 0.
       01 WS-TABLA-CONCILIADAS.
          05 WS-CONC-ITEM OCCURS 5000 TIMES.
             10 WS-CONC-ITEM-ID           PIC 9(10).
             10 WS-CONC-ITEM-TARJETA      PIC X(19).

      * Tabla de rubros (version vigente de cada codigo)
       77 WS-INDICE-RUBRO                      PIC 9(03) VALUE 1.
       77 WS-CANT-RUBROS                       PIC 9(03) VALUE 0.
       77 WS-FILA-RUBRO-VER                    PIC 9(03) VALUE 0.
       01 WS-TABLA-RUBROS.
          05 WS-RUBRO-ITEM OCCURS 100 TIMES.
             10 WS-RUBRO-ITEM-CODIGO      PIC X(04).
             10 WS-RUBRO-ITEM-DESCRIP     PIC X(30).
             10 WS-RUBRO-ITEM-VIGENCIA    PIC X(10).

      * Comercios ya consultados en el maestro
       77 WS-INDICE-COM                        PIC 9(04) VALUE 1.
       77 WS-CANT-COM                          PIC 9(04) VALUE 0.
       01 WS-TABLA-COMERCIOS.
          05 WS-COM-ITEM OCCURS 500 TIMES.
             10 WS-COM-ITEM-ID            PIC 9(6).
             10 WS-COM-ITEM-EXISTE        PIC X(01).
                88 WS-COM-ITEM-EXISTE-SI      VALUE 'S'.
                88 WS-COM-ITEM-EXISTE-NO      VALUE 'N'.
             10 WS-COM-ITEM-RAZON         PIC X(30).
             10 WS-COM-ITEM-RUBRO         PIC X(04).

      * Totales del ciclo por comercio y moneda, con los acumulados
      * de los tres ciclos anteriores tomados de la historia
       77 WS-INDICE-RIE                        PIC 9(04) VALUE 1.
       77 WS-CANT-RIE                          PIC 9(04) VALUE 0.
       01 WS-TABLA-RIESGO.
          05 WS-RIE-ITEM OCCURS 1000 TIMES.
             10 WS-RIE-ITEM-ID            PIC 9(06).
             10 WS-RIE-ITEM-FILA-COM      PIC 9(04).
             10 WS-RIE-ITEM-MONEDA        PIC X(03).
             10 WS-RIE-ITEM-CANT-CAPT     PIC 9(07).
             10 WS-RIE-ITEM-IMP-CAPT      PIC 9(11)V9(02).
             10 WS-RIE-ITEM-CANT-CC       PIC 9(07).
             10 WS-RIE-ITEM-IMP-CC        PIC 9(11)V9(02).
             10 WS-RIE-ITEM-CANT-DEV      PIC 9(07).
             10 WS-RIE-ITEM-IMP-DEV       PIC 9(11)V9(02).
             10 WS-RIE-ITEM-ANT-CANT-CAPT PIC 9(07).
             10 WS-RIE-ITEM-ANT-IMP-CAPT  PIC 9(11)V9(02).
             10 WS-RIE-ITEM-ANT-CANT-CC   PIC 9(07).
             10 WS-RIE-ITEM-ANT-IMP-CC    PIC 9(11)V9(02).
             10 WS-RIE-ITEM-ANT-CANT-DEV  PIC 9(07).
             10 WS-RIE-ITEM-ANT-IMP-DEV   PIC 9(11)V9(02).

      * Historia de otros ciclos que se conserva al regrabar
       77 WS-INDICE-HIST                       PIC 9(04) VALUE 1.
       77 WS-CANT-HIST                         PIC 9(04) VALUE 0.
       01 WS-TABLA-HISTORIA.
          05 WS-HIST-LINEA OCCURS 5000 TIMES   PIC X(75).

      * Linea de historia del ciclo procesado (layout RIESGHIS)
       01 WS-HIST-NUEVA.
          05 WS-HNU-CICLO              PIC 9(06).
          05 WS-HNU-ID-COMERCIO        PIC 9(06).
          05 WS-HNU-MONEDA             PIC X(03).
          05 WS-HNU-CANT-CAPTURA       PIC 9(07).
          05 WS-HNU-IMP-CAPTURA        PIC 9(11)V9(02).
          05 WS-HNU-CANT-CC            PIC 9(07).
          05 WS-HNU-IMP-CC             PIC 9(11)V9(02).
          05 WS-HNU-CANT-DEV           PIC 9(07).
          05 WS-HNU-IMP-DEV            PIC 9(11)V9(02).

      * Calculo de un ratio: numerador sobre denominador. Sin
      * denominador (por ejemplo devoluciones de un comercio que no
      * capturo en el mes) el ratio queda en el tope.
       77 WS-RAT-NUMERADOR                     PIC 9(11)V9(02) VALUE 0.
       77 WS-RAT-DENOMINADOR                   PIC 9(11)V9(02) VALUE 0.
       77 WS-RAT-RESULTADO                     PIC 9(03)V9(04) VALUE 0.
       77 WS-RAT-TOPE                          PIC 9(03)V9(04)
                                                VALUE 999,9999.

      * Ratios del comercio y moneda en curso
       01 WS-RATIOS.
          05 WS-RAT-CC-CANT            PIC 9(03)V9(04).
          05 WS-RAT-CC-IMP             PIC 9(03)V9(04).
          05 WS-RAT-DEV-CANT           PIC 9(03)V9(04).
          05 WS-RAT-DEV-IMP            PIC 9(03)V9(04).
          05 WS-RAT-ANT-CC-CANT        PIC 9(03)V9(04).
          05 WS-RAT-ANT-CC-IMP         PIC 9(03)V9(04).
          05 WS-RAT-ANT-DEV-CANT       PIC 9(03)V9(04).
          05 WS-RAT-ANT-DEV-IMP        PIC 9(03)V9(04).

      * Tendencia: el ratio por importe del mes contra el de los tres
      * ciclos anteriores, con una banda de 10% para no marcar como
      * cambio una variacion chica
       77 WS-TEND-ACTUAL                       PIC 9(03)V9(04) VALUE 0.
       77 WS-TEND-ANTERIOR                     PIC 9(03)V9(04) VALUE 0.
       77 WS-TEND-RESULTADO                    PIC X(10) VALUE SPACES.

      * Marca de retencion y motivo armado con los umbrales superados
       01 WS-RETENER                           PIC X(01) VALUE 'N'.
          88 WS-RETENER-SI                         VALUE 'S'.
          88 WS-RETENER-NO                         VALUE 'N'.
       77 WS-MOTIVO                            PIC X(40) VALUE SPACES.
       77 WS-PUNTERO                           PIC 9(03) VALUE 1.
       77 WS-RUBRO-DESCRIP                     PIC X(30) VALUE SPACES.

      * Lineas del reporte
       01 WS-REP-SEPARADOR                     PIC X(132) VALUE ALL '='.
       01 WS-REP-TITULO.
          05 FILLER                    PIC X(42) VALUE
             'MONITOREO DE RIESGO DE COMERCIOS - CICLO '.
          05 WS-REP-TIT-CICLO          PIC X(06).
       01 WS-REP-UMBRALES.
          05 FILLER                    PIC X(18) VALUE
             'UMBRALES  CC CANT:'.
          05 WS-REP-UMB-CC-CANT        PIC ZZZZ9,99.
          05 FILLER                    PIC X(10) VALUE '%  CC IMP:'.
          05 WS-REP-UMB-CC-IMP         PIC ZZZZ9,99.
          05 FILLER                    PIC X(12) VALUE '%  DEV CANT:'.
          05 WS-REP-UMB-DEV-CANT       PIC ZZZZ9,99.
          05 FILLER                    PIC X(11) VALUE '%  DEV IMP:'.
          05 WS-REP-UMB-DEV-IMP        PIC ZZZZ9,99.
          05 FILLER                    PIC X(15) VALUE
             '%  MIN. OPER.: '.
          05 WS-REP-UMB-MIN-OPER       PIC ZZZZ9.
       01 WS-REP-COMERCIO.
          05 FILLER                    PIC X(10) VALUE 'COMERCIO: '.
          05 WS-REP-COM-ID             PIC 9(06).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-COM-RAZON          PIC X(30).
          05 FILLER                    PIC X(09) VALUE '  RUBRO: '.
          05 WS-REP-COM-RUBRO          PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REP-COM-RUBRO-DESC     PIC X(30).
          05 FILLER                    PIC X(10) VALUE '  MONEDA: '.
          05 WS-REP-COM-MONEDA         PIC X(03).
       01 WS-REP-CAPTURA.
          05 FILLER                    PIC X(22) VALUE
             '  CAPTURADO     CANT: '.
          05 WS-REP-CAP-CANTIDAD       PIC ZZZZZZ9.
          05 FILLER                    PIC X(11) VALUE '  IMPORTE: '.
          05 WS-REP-CAP-IMPORTE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-REP-RATIO.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-REP-RAT-CONCEPTO       PIC X(14).
          05 FILLER                    PIC X(06) VALUE 'CANT: '.
          05 WS-REP-RAT-CANTIDAD       PIC ZZZZZZ9.
          05 FILLER                    PIC X(11) VALUE '  IMPORTE: '.
          05 WS-REP-RAT-IMPORTE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(09) VALUE '  %CANT: '.
          05 WS-REP-RAT-PORC-CANT      PIC ZZZZ9,99.
          05 FILLER                    PIC X(08) VALUE '  %IMP: '.
          05 WS-REP-RAT-PORC-IMP       PIC ZZZZ9,99.
       01 WS-REP-ANTERIOR.
          05 FILLER                    PIC X(16) VALUE SPACES.
          05 FILLER                    PIC X(35) VALUE
             '3 CICLOS ANTERIORES          %CANT:'.
          05 WS-REP-ANT-PORC-CANT      PIC ZZZZ9,99.
          05 FILLER                    PIC X(08) VALUE '  %IMP: '.
          05 WS-REP-ANT-PORC-IMP       PIC ZZZZ9,99.
          05 FILLER                    PIC X(14) VALUE
             '  TENDENCIA: '.
          05 WS-REP-ANT-TENDENCIA      PIC X(10).
       01 WS-REP-SITUACION.
          05 FILLER                    PIC X(13) VALUE '  SITUACION: '.
          05 WS-REP-SIT-TEXTO          PIC X(40).
       77 WS-PORCENTAJE                        PIC 9(05)V9(02) VALUE 0.

      * Contadores de control del lote
       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS                    PIC 9(07) VALUE 0.
          05 WS-CANT-DEL-CICLO                 PIC 9(07) VALUE 0.
          05 WS-CANT-SIN-COMERCIO              PIC 9(07) VALUE 0.
          05 WS-CANT-CC-CICLO                  PIC 9(07) VALUE 0.
          05 WS-CANT-DEV-CICLO                 PIC 9(07) VALUE 0.
          05 WS-CANT-DEV-NO-CONC               PIC 9(07) VALUE 0.
          05 WS-CANT-EVALUADOS                 PIC 9(05) VALUE 0.
          05 WS-CANT-RETENIDOS                 PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2100-LEER-CONSUMOS
              THRU 2100-LEER-CONSUMOS-EXIT
              UNTIL WS-CONSUMOS-EOF-YES.

           PERFORM 2500-CARGAR-HISTORIA
              THRU 2500-CARGAR-HISTORIA-EXIT.

           PERFORM 2700-EMITIR-REPORTE
              THRU 2700-EMITIR-REPORTE-EXIT.

           PERFORM 2900-REGRABAR-HISTORIA
              THRU 2900-REGRABAR-HISTORIA-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-CICLO.
           IF WS-PARM-CICLO EQUAL SPACES
              OR WS-PARM-CICLO NOT NUMERIC
              DISPLAY 'USO: TP02RIESG <CICLO AAAAMM>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-MES LESS THAN 1 OR WS-PARM-MES GREATER THAN 12
              DISPLAY 'CICLO INVALIDO: ' WS-PARM-CICLO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-CICLO TO WS-CICLO-NUMERICO.
           COMPUTE WS-MES-CORRIDO = WS-PARM-ANIO * 12 + WS-PARM-MES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           OPEN INPUT ENT-CONSUMOS.
           IF NOT FS-ENT-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONSUMOS'
              DISPLAY 'FILE STATUS: ' FS-ENT-CONSUMOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT COMERCIOS.
           IF NOT FS-COMERCIOS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE COMERCIOS'
              DISPLAY 'FILE STATUS: ' FS-COMERCIOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1400-CARGAR-DISPUTAS
              THRU 1400-CARGAR-DISPUTAS-EXIT.

           PERFORM 1500-CARGAR-CONCILIADAS
              THRU 1500-CARGAR-CONCILIADAS-EXIT.

           PERFORM 1700-CARGAR-RUBROS
              THRU 1700-CARGAR-RUBROS-EXIT.

           PERFORM 1800-CARGAR-UMBRALES
              THRU 1800-CARGAR-UMBRALES-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo los contracargos confirmados: una disputa abierta (D)
      * todavia puede resolverse a favor del comercio.
       1400-CARGAR-DISPUTAS.
           OPEN INPUT ENT-DISPUTAS.
           EVALUATE TRUE
               WHEN FS-ENT-DISPUTAS-OK
                   PERFORM 1410-LEER-DISPUTA
                      THRU 1410-LEER-DISPUTA-EXIT
                      UNTIL WS-DISPUTAS-EOF-YES
                   CLOSE ENT-DISPUTAS
               WHEN FS-ENT-DISPUTAS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DISPUTAS'
                   DISPLAY 'FILE STATUS: ' FS-ENT-DISPUTAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1400-CARGAR-DISPUTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-DISPUTA.
           READ ENT-DISPUTAS
               AT END
                   SET WS-DISPUTAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-DISPUTA-ESTADO-REMOVIDO
                      IF WS-CANT-DISP LESS THAN 2000
                         ADD 1 TO WS-CANT-DISP
                         MOVE WS-DISPUTA-NUMERO-TARJETA
                           TO WS-DISP-ITEM-TARJETA(WS-CANT-DISP)
                         MOVE WS-DISPUTA-ID-CONSUMO
                           TO WS-DISP-ITEM-CONSUMO(WS-CANT-DISP)
                      ELSE
                         DISPLAY 'DISPUTAS.TXT TIENE MAS DE 2000 '
                            'CONTRACARGOS, SE IGNORAN LOS EXCEDENTES'
                      END-IF
                   END-IF
           END-READ.

       1410-LEER-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Devoluciones conciliadas por TP02DEVOL. Las que quedaron a
      * revision manual no cuentan hasta que se resuelvan.
       1500-CARGAR-CONCILIADAS.
           OPEN INPUT ENT-CONCILIA.
           EVALUATE TRUE
               WHEN FS-ENT-CONCILIA-OK
                   PERFORM 1510-LEER-CONCILIADA
                      THRU 1510-LEER-CONCILIADA-EXIT
                      UNTIL WS-CONCILIA-EOF-YES
                   CLOSE ENT-CONCILIA
               WHEN FS-ENT-CONCILIA-NFD
                   DISPLAY 'SIN DEVOLUCIONES_CONCILIA.TXT: CORRER '
                      'TP02DEVOL ANTES; LAS DEVOLUCIONES NO SE '
                      'CUENTAN'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DEVOLUCIONES_CONCILIA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONCILIA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1500-CARGAR-CONCILIADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1510-LEER-CONCILIADA.
           READ ENT-CONCILIA
               AT END
                   SET WS-CONCILIA-EOF-YES TO TRUE
               NOT AT END
                   IF REG-CON-ESTADO EQUAL 'CONCILIADA'
                      IF WS-CANT-CONC LESS THAN 5000
                         ADD 1 TO WS-CANT-CONC
                         MOVE REG-CON-ID-DEVOLUCION
                           TO WS-CONC-ITEM-ID(WS-CANT-CONC)
                         MOVE REG-CON-TARJETA
                           TO WS-CONC-ITEM-TARJETA(WS-CANT-CONC)
                      ELSE
                         DISPLAY 'DEVOLUCIONES_CONCILIA.TXT TIENE MAS '
                            'DE 5000 CONCILIADAS, SE IGNORAN LOS '
                            'EXCEDENTES'
                      END-IF
                   END-IF
           END-READ.

       1510-LEER-CONCILIADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1700-CARGAR-RUBROS.
           OPEN INPUT ENT-RUBROS.
           EVALUATE TRUE
               WHEN FS-ENT-RUBROS-OK
                   PERFORM 1710-LEER-RUBRO
                      THRU 1710-LEER-RUBRO-EXIT
                      UNTIL WS-RUBROS-EOF-YES
                   CLOSE ENT-RUBROS
               WHEN FS-ENT-RUBROS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RUBROS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RUBROS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1700-CARGAR-RUBROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * De cada codigo se conserva la version vigente a la fecha del
      * proceso, como en TP02COMER.
       1710-LEER-RUBRO.
           READ ENT-RUBROS
               AT END
                   SET WS-RUBROS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-RUB-VIGENCIA-DESDE EQUAL SPACES
                      OR REG-RUB-VIGENCIA-DESDE NOT GREATER THAN
                         WS-FECHA-HOY
                      PERFORM 1720-SELECCIONAR-RUBRO
                         THRU 1720-SELECCIONAR-RUBRO-EXIT
                   END-IF
           END-READ.

       1710-LEER-RUBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1720-SELECCIONAR-RUBRO.
           MOVE 0 TO WS-FILA-RUBRO-VER.
           PERFORM 1730-COMPARAR-RUBRO-VER
              THRU 1730-COMPARAR-RUBRO-VER-EXIT
              VARYING WS-INDICE-RUBRO FROM 1 BY 1
              UNTIL WS-INDICE-RUBRO GREATER THAN WS-CANT-RUBROS.

           IF WS-FILA-RUBRO-VER EQUAL 0
              IF WS-CANT-RUBROS LESS THAN 100
                 ADD 1 TO WS-CANT-RUBROS
                 MOVE WS-CANT-RUBROS TO WS-FILA-RUBRO-VER
              ELSE
                 DISPLAY 'RUBROS.TXT TIENE MAS DE 100 RUBROS, '
                    'SE IGNORAN LOS EXCEDENTES'
                 GO TO 1720-SELECCIONAR-RUBRO-EXIT
              END-IF
           ELSE
              IF REG-RUB-VIGENCIA-DESDE NOT GREATER THAN
                    WS-RUBRO-ITEM-VIGENCIA(WS-FILA-RUBRO-VER)
                 GO TO 1720-SELECCIONAR-RUBRO-EXIT
              END-IF
           END-IF.

           MOVE REG-RUB-CODIGO
             TO WS-RUBRO-ITEM-CODIGO(WS-FILA-RUBRO-VER).
           MOVE REG-RUB-DESCRIPCION
             TO WS-RUBRO-ITEM-DESCRIP(WS-FILA-RUBRO-VER).
           MOVE REG-RUB-VIGENCIA-DESDE
             TO WS-RUBRO-ITEM-VIGENCIA(WS-FILA-RUBRO-VER).

       1720-SELECCIONAR-RUBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1730-COMPARAR-RUBRO-VER.
           IF REG-RUB-CODIGO EQUAL
                 WS-RUBRO-ITEM-CODIGO(WS-INDICE-RUBRO)
              MOVE WS-INDICE-RUBRO TO WS-FILA-RUBRO-VER
           END-IF.

       1730-COMPARAR-RUBRO-VER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma la version de umbrales vigente a la fecha del proceso;
      * entre dos versiones de la misma fecha gana la agregada
      * despues.
       1800-CARGAR-UMBRALES.
           OPEN INPUT ENT-UMBRALES.
           EVALUATE TRUE
               WHEN FS-ENT-UMBRALES-OK
                   PERFORM 1810-LEER-UMBRAL
                      THRU 1810-LEER-UMBRAL-EXIT
                      UNTIL WS-UMBRALES-EOF-YES
                   CLOSE ENT-UMBRALES
               WHEN FS-ENT-UMBRALES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR UMBRALES_RIESGO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-UMBRALES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-UMBRAL-CARGADO-NO
              DISPLAY 'SIN UMBRALES VIGENTES EN UMBRALES_RIESGO.TXT: '
                 'SE USAN LOS UMBRALES POR DEFECTO'
           END-IF.

       1800-CARGAR-UMBRALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1810-LEER-UMBRAL.
           READ ENT-UMBRALES
               AT END
                   SET WS-UMBRALES-EOF-YES TO TRUE
                   GO TO 1810-LEER-UMBRAL-EXIT
           END-READ.

           IF REG-URI-VIGENCIA-DESDE NOT EQUAL SPACES
              AND REG-URI-VIGENCIA-DESDE GREATER THAN WS-FECHA-HOY
              GO TO 1810-LEER-UMBRAL-EXIT
           END-IF.

           IF WS-UMBRAL-CARGADO-SI
              AND REG-URI-VIGENCIA-DESDE LESS THAN WS-UMB-VIGENCIA
              GO TO 1810-LEER-UMBRAL-EXIT
           END-IF.

           MOVE REG-URI-CC-CANTIDAD     TO WS-UMB-CC-CANTIDAD.
           MOVE REG-URI-CC-IMPORTE      TO WS-UMB-CC-IMPORTE.
           MOVE REG-URI-DEV-CANTIDAD    TO WS-UMB-DEV-CANTIDAD.
           MOVE REG-URI-DEV-IMPORTE     TO WS-UMB-DEV-IMPORTE.
           MOVE REG-URI-MIN-OPERACIONES TO WS-UMB-MIN-OPERACIONES.
           MOVE REG-URI-VIGENCIA-DESDE  TO WS-UMB-VIGENCIA.
           SET WS-UMBRAL-CARGADO-SI TO TRUE.

       1810-LEER-UMBRAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-CONSUMOS.
           READ ENT-CONSUMOS.
           EVALUATE TRUE
               WHEN FS-ENT-CONSUMOS-OK
                   ADD 1 TO WS-CANT-LEIDOS
                   PERFORM 2200-PROCESAR-CONSUMO
                      THRU 2200-PROCESAR-CONSUMO-EXIT
               WHEN FS-ENT-CONSUMOS-EOF
                   SET WS-CONSUMOS-EOF-YES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER EL ARCHIVO DE CONSUMOS'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONSUMOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2100-LEER-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo los movimientos del ciclo que capturo un comercio; los
      * cargos internos y los ajustes manuales no hacen al riesgo
      * del comercio.
       2200-PROCESAR-CONSUMO.
           IF WS-ANIO NOT EQUAL WS-PARM-ANIO
              OR WS-MES NOT EQUAL WS-PARM-MES
              GO TO 2200-PROCESAR-CONSUMO-EXIT
           END-IF.

           IF WS-ID-COMERCIO EQUAL 0 OR WS-OPER-AJUSTE
              GO TO 2200-PROCESAR-CONSUMO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-DEL-CICLO.

           PERFORM 2300-BUSCAR-COMERCIO
              THRU 2300-BUSCAR-COMERCIO-EXIT.

           IF WS-INDICE-COM GREATER THAN 500
              GO TO 2200-PROCESAR-CONSUMO-EXIT
           END-IF.

           IF WS-COM-ITEM-EXISTE-NO(WS-INDICE-COM)
              ADD 1 TO WS-CANT-SIN-COMERCIO
              GO TO 2200-PROCESAR-CONSUMO-EXIT
           END-IF.

           PERFORM 2400-UBICAR-RIESGO
              THRU 2400-UBICAR-RIESGO-EXIT.

           IF WS-INDICE-RIE GREATER THAN 1000
              GO TO 2200-PROCESAR-CONSUMO-EXIT
           END-IF.

           IF WS-MOV-CREDITO
              PERFORM 2460-CONTAR-DEVOLUCION
                 THRU 2460-CONTAR-DEVOLUCION-EXIT
              GO TO 2200-PROCESAR-CONSUMO-EXIT
           END-IF.

      * Lo capturado incluye los consumos que despues tuvieron
      * contracargo: el ratio es sobre todo lo que paso por el
      * comercio en el mes.
           ADD 1          TO WS-RIE-ITEM-CANT-CAPT(WS-INDICE-RIE).
           ADD WS-IMPORTE TO WS-RIE-ITEM-IMP-CAPT(WS-INDICE-RIE).

           SET WS-FILA-ENCONTRADA-NO TO TRUE.
           PERFORM 2430-COMPARAR-DISPUTA
              THRU 2430-COMPARAR-DISPUTA-EXIT
              VARYING WS-INDICE-DISP FROM 1 BY 1
              UNTIL WS-INDICE-DISP GREATER THAN WS-CANT-DISP
                 OR WS-FILA-ENCONTRADA-SI.

           IF WS-FILA-ENCONTRADA-SI
              ADD 1          TO WS-RIE-ITEM-CANT-CC(WS-INDICE-RIE)
              ADD WS-IMPORTE TO WS-RIE-ITEM-IMP-CC(WS-INDICE-RIE)
              ADD 1          TO WS-CANT-CC-CICLO
           END-IF.

       2200-PROCESAR-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca el comercio en la tabla de ya consultados y, si es la
      * primera vez, lo lee del maestro (exista o no).
       2300-BUSCAR-COMERCIO.
           SET WS-FILA-ENCONTRADA-NO TO TRUE.
           PERFORM 2310-COMPARAR-COMERCIO
              THRU 2310-COMPARAR-COMERCIO-EXIT
              VARYING WS-INDICE-COM FROM 1 BY 1
              UNTIL WS-INDICE-COM GREATER THAN WS-CANT-COM
                 OR WS-FILA-ENCONTRADA-SI.

           IF WS-FILA-ENCONTRADA-SI
              SUBTRACT 1 FROM WS-INDICE-COM
              GO TO 2300-BUSCAR-COMERCIO-EXIT
           END-IF.

           IF WS-CANT-COM NOT LESS THAN 500
              DISPLAY 'TABLA DE COMERCIOS LLENA, SE IGNORA EL '
                 'COMERCIO ' WS-ID-COMERCIO
              MOVE 501 TO WS-INDICE-COM
              GO TO 2300-BUSCAR-COMERCIO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-COM.
           MOVE WS-CANT-COM    TO WS-INDICE-COM.
           MOVE WS-ID-COMERCIO TO WS-COM-ITEM-ID(WS-INDICE-COM).

           MOVE WS-ID-COMERCIO TO COM-ID-COMERCIO.
           READ COMERCIOS KEY IS COM-ID-COMERCIO.
           EVALUATE TRUE
               WHEN FS-COMERCIOS-OK
                   SET WS-COM-ITEM-EXISTE-SI(WS-INDICE-COM) TO TRUE
                   MOVE COM-RAZON-SOCIAL
                     TO WS-COM-ITEM-RAZON(WS-INDICE-COM)
                   MOVE COM-RUBRO
                     TO WS-COM-ITEM-RUBRO(WS-INDICE-COM)
               WHEN FS-COMERCIOS-CLAVE-NFD
                   SET WS-COM-ITEM-EXISTE-NO(WS-INDICE-COM) TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER EL MAESTRO DE COMERCIOS'
                   DISPLAY 'FILE STATUS: ' FS-COMERCIOS
                   SET WS-COM-ITEM-EXISTE-NO(WS-INDICE-COM) TO TRUE
           END-EVALUATE.

       2300-BUSCAR-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2310-COMPARAR-COMERCIO.
           IF WS-ID-COMERCIO EQUAL WS-COM-ITEM-ID(WS-INDICE-COM)
              SET WS-FILA-ENCONTRADA-SI TO TRUE
           END-IF.

       2310-COMPARAR-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ubica (o agrega) la fila del comercio y moneda del consumo en
      * curso; deja WS-INDICE-RIE apuntandola, o en 1001 si la tabla
      * esta llena.
       2400-UBICAR-RIESGO.
           SET WS-FILA-ENCONTRADA-NO TO TRUE.
           PERFORM 2410-COMPARAR-RIESGO
              THRU 2410-COMPARAR-RIESGO-EXIT
              VARYING WS-INDICE-RIE FROM 1 BY 1
              UNTIL WS-INDICE-RIE GREATER THAN WS-CANT-RIE
                 OR WS-FILA-ENCONTRADA-SI.

           IF WS-FILA-ENCONTRADA-SI
              SUBTRACT 1 FROM WS-INDICE-RIE
              GO TO 2400-UBICAR-RIESGO-EXIT
           END-IF.

           IF WS-CANT-RIE NOT LESS THAN 1000
              DISPLAY 'TABLA DE RIESGO LLENA, SE IGNORA EL '
                 'COMERCIO ' WS-ID-COMERCIO
              MOVE 1001 TO WS-INDICE-RIE
              GO TO 2400-UBICAR-RIESGO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-RIE.
           MOVE WS-CANT-RIE TO WS-INDICE-RIE.
           INITIALIZE WS-RIE-ITEM(WS-INDICE-RIE).
           MOVE WS-ID-COMERCIO TO WS-RIE-ITEM-ID(WS-INDICE-RIE).
           MOVE WS-INDICE-COM  TO WS-RIE-ITEM-FILA-COM(WS-INDICE-RIE).
           MOVE WS-TIPO-MONEDA TO WS-RIE-ITEM-MONEDA(WS-INDICE-RIE).

       2400-UBICAR-RIESGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2410-COMPARAR-RIESGO.
           IF WS-ID-COMERCIO EQUAL WS-RIE-ITEM-ID(WS-INDICE-RIE)
              AND WS-TIPO-MONEDA EQUAL
                  WS-RIE-ITEM-MONEDA(WS-INDICE-RIE)
              SET WS-FILA-ENCONTRADA-SI TO TRUE
           END-IF.

       2410-COMPARAR-RIESGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2430-COMPARAR-DISPUTA.
           IF WS-NUMERO-TARJETA EQUAL
                 WS-DISP-ITEM-TARJETA(WS-INDICE-DISP)
              AND WS-ID-CONSUMO EQUAL
                 WS-DISP-ITEM-CONSUMO(WS-INDICE-DISP)
              SET WS-FILA-ENCONTRADA-SI TO TRUE
           END-IF.

       2430-COMPARAR-DISPUTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una devolucion del mes suma al comercio solo si TP02DEVOL la
      * concilio contra su consumo original.
       2460-CONTAR-DEVOLUCION.
           SET WS-FILA-ENCONTRADA-NO TO TRUE.
           PERFORM 2470-COMPARAR-CONCILIADA
              THRU 2470-COMPARAR-CONCILIADA-EXIT
              VARYING WS-INDICE-CONC FROM 1 BY 1
              UNTIL WS-INDICE-CONC GREATER THAN WS-CANT-CONC
                 OR WS-FILA-ENCONTRADA-SI.

           IF WS-FILA-ENCONTRADA-NO
              ADD 1 TO WS-CANT-DEV-NO-CONC
              GO TO 2460-CONTAR-DEVOLUCION-EXIT
           END-IF.

           ADD 1          TO WS-RIE-ITEM-CANT-DEV(WS-INDICE-RIE).
           ADD WS-IMPORTE TO WS-RIE-ITEM-IMP-DEV(WS-INDICE-RIE).
           ADD 1          TO WS-CANT-DEV-CICLO.

       2460-CONTAR-DEVOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2470-COMPARAR-CONCILIADA.
           IF WS-ID-CONSUMO EQUAL WS-CONC-ITEM-ID(WS-INDICE-CONC)
              AND WS-NUMERO-TARJETA EQUAL
                 WS-CONC-ITEM-TARJETA(WS-INDICE-CONC)
              SET WS-FILA-ENCONTRADA-SI TO TRUE
           END-IF.

       2470-COMPARAR-CONCILIADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Carga la historia: las lineas del ciclo procesado se descartan
      * (se reemplazan con las de esta corrida), las de mas de doce
      * ciclos atras se depuran, y las de los tres ciclos anteriores
      * se acumulan en la fila de su comercio y moneda para la
      * tendencia. Si la historia no entra en la tabla no se sigue:
      * regrabarla perderia ciclos.
       2500-CARGAR-HISTORIA.
           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   PERFORM 2510-LEER-HISTORIA
                      THRU 2510-LEER-HISTORIA-EXIT
                      UNTIL WS-HISTORIA-EOF-YES
                   CLOSE ENT-HISTORIA
               WHEN FS-ENT-HISTORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RIESGO_COMERCIOS_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2500-CARGAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2510-LEER-HISTORIA.
           READ ENT-HISTORIA
               AT END
                   SET WS-HISTORIA-EOF-YES TO TRUE
                   GO TO 2510-LEER-HISTORIA-EXIT
           END-READ.

           IF REG-RHI-CICLO EQUAL WS-CICLO-NUMERICO
              GO TO 2510-LEER-HISTORIA-EXIT
           END-IF.

           DIVIDE REG-RHI-CICLO BY 100 GIVING WS-HIST-ANIO
              REMAINDER WS-HIST-MES.
           COMPUTE WS-MES-CORRIDO-HIST =
              WS-HIST-ANIO * 12 + WS-HIST-MES.

           IF WS-MES-CORRIDO-HIST + 12 LESS THAN WS-MES-CORRIDO
              GO TO 2510-LEER-HISTORIA-EXIT
           END-IF.

           IF WS-CANT-HIST NOT LESS THAN 5000
              DISPLAY 'RIESGO_COMERCIOS_HIST.TXT TIENE MAS DE 5000 '
                 'LINEAS: NO SE PUEDE REGRABAR SIN PERDER CICLOS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-HIST.
           MOVE REG-RIESGO-HIST TO WS-HIST-LINEA(WS-CANT-HIST).

           IF WS-MES-CORRIDO-HIST LESS THAN WS-MES-CORRIDO
              AND WS-MES-CORRIDO-HIST + 3 NOT LESS THAN WS-MES-CORRIDO
              PERFORM 2520-ACUMULAR-ANTERIOR
                 THRU 2520-ACUMULAR-ANTERIOR-EXIT
                 VARYING WS-INDICE-RIE FROM 1 BY 1
                 UNTIL WS-INDICE-RIE GREATER THAN WS-CANT-RIE
           END-IF.

       2510-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2520-ACUMULAR-ANTERIOR.
           IF REG-RHI-ID-COMERCIO NOT EQUAL
                 WS-RIE-ITEM-ID(WS-INDICE-RIE)
              OR REG-RHI-MONEDA NOT EQUAL
                 WS-RIE-ITEM-MONEDA(WS-INDICE-RIE)
              GO TO 2520-ACUMULAR-ANTERIOR-EXIT
           END-IF.

           ADD REG-RHI-CANT-CAPTURA
              TO WS-RIE-ITEM-ANT-CANT-CAPT(WS-INDICE-RIE).
           ADD REG-RHI-IMP-CAPTURA
              TO WS-RIE-ITEM-ANT-IMP-CAPT(WS-INDICE-RIE).
           ADD REG-RHI-CANT-CC
              TO WS-RIE-ITEM-ANT-CANT-CC(WS-INDICE-RIE).
           ADD REG-RHI-IMP-CC
              TO WS-RIE-ITEM-ANT-IMP-CC(WS-INDICE-RIE).
           ADD REG-RHI-CANT-DEV
              TO WS-RIE-ITEM-ANT-CANT-DEV(WS-INDICE-RIE).
           ADD REG-RHI-IMP-DEV
              TO WS-RIE-ITEM-ANT-IMP-DEV(WS-INDICE-RIE).

       2520-ACUMULAR-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reporte del ciclo y lista de comercios a retener
       2700-EMITIR-REPORTE.
           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR RIESGO_COMERCIOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-RETENCION.
           IF NOT FS-SAL-RETENCION-OK
              DISPLAY 'ERROR AL ABRIR RETENCION_COMERCIOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RETENCION
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-CICLO TO WS-REP-TIT-CICLO.
           MOVE WS-REP-TITULO TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           COMPUTE WS-REP-UMB-CC-CANT  = WS-UMB-CC-CANTIDAD * 100.
           COMPUTE WS-REP-UMB-CC-IMP   = WS-UMB-CC-IMPORTE * 100.
           COMPUTE WS-REP-UMB-DEV-CANT = WS-UMB-DEV-CANTIDAD * 100.
           COMPUTE WS-REP-UMB-DEV-IMP  = WS-UMB-DEV-IMPORTE * 100.
           MOVE WS-UMB-MIN-OPERACIONES TO WS-REP-UMB-MIN-OPER.
           MOVE WS-REP-UMBRALES TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           PERFORM 2710-EVALUAR-COMERCIO
              THRU 2710-EVALUAR-COMERCIO-EXIT
              VARYING WS-INDICE-RIE FROM 1 BY 1
              UNTIL WS-INDICE-RIE GREATER THAN WS-CANT-RIE.

           CLOSE SAL-REPORTE
                 SAL-RETENCION.

       2700-EMITIR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2710-EVALUAR-COMERCIO.
           MOVE WS-RIE-ITEM-FILA-COM(WS-INDICE-RIE) TO WS-INDICE-COM.
           ADD 1 TO WS-CANT-EVALUADOS.

      * Ratios del mes y de los tres ciclos anteriores
           MOVE WS-RIE-ITEM-CANT-CC(WS-INDICE-RIE) TO WS-RAT-NUMERADOR.
           MOVE WS-RIE-ITEM-CANT-CAPT(WS-INDICE-RIE)
             TO WS-RAT-DENOMINADOR.
           PERFORM 2750-CALCULAR-RATIO THRU 2750-CALCULAR-RATIO-EXIT.
           MOVE WS-RAT-RESULTADO TO WS-RAT-CC-CANT.

           MOVE WS-RIE-ITEM-IMP-CC(WS-INDICE-RIE) TO WS-RAT-NUMERADOR.
           MOVE WS-RIE-ITEM-IMP-CAPT(WS-INDICE-RIE)
             TO WS-RAT-DENOMINADOR.
           PERFORM 2750-CALCULAR-RATIO THRU 2750-CALCULAR-RATIO-EXIT.
           MOVE WS-RAT-RESULTADO TO WS-RAT-CC-IMP.

           MOVE WS-RIE-ITEM-CANT-DEV(WS-INDICE-RIE)
             TO WS-RAT-NUMERADOR.
           MOVE WS-RIE-ITEM-CANT-CAPT(WS-INDICE-RIE)
             TO WS-RAT-DENOMINADOR.
           PERFORM 2750-CALCULAR-RATIO THRU 2750-CALCULAR-RATIO-EXIT.
           MOVE WS-RAT-RESULTADO TO WS-RAT-DEV-CANT.

           MOVE WS-RIE-ITEM-IMP-DEV(WS-INDICE-RIE) TO WS-RAT-NUMERADOR.
           MOVE WS-RIE-ITEM-IMP-CAPT(WS-INDICE-RIE)
             TO WS-RAT-DENOMINADOR.
           PERFORM 2750-CALCULAR-RATIO THRU 2750-CALCULAR-RATIO-EXIT.
           MOVE WS-RAT-RESULTADO TO WS-RAT-DEV-IMP.

           MOVE WS-RIE-ITEM-ANT-CANT-CC(WS-INDICE-RIE)
             TO WS-RAT-NUMERADOR.
           MOVE WS-RIE-ITEM-ANT-CANT-CAPT(WS-INDICE-RIE)
             TO WS-RAT-DENOMINADOR.
           PERFORM 2750-CALCULAR-RATIO THRU 2750-CALCULAR-RATIO-EXIT.
           MOVE WS-RAT-RESULTADO TO WS-RAT-ANT-CC-CANT.

           MOVE WS-RIE-ITEM-ANT-IMP-CC(WS-INDICE-RIE)
             TO WS-RAT-NUMERADOR.
           MOVE WS-RIE-ITEM-ANT-IMP-CAPT(WS-INDICE-RIE)
             TO WS-RAT-DENOMINADOR.
           PERFORM 2750-CALCULAR-RATIO THRU 2750-CALCULAR-RATIO-EXIT.
           MOVE WS-RAT-RESULTADO TO WS-RAT-ANT-CC-IMP.

           MOVE WS-RIE-ITEM-ANT-CANT-DEV(WS-INDICE-RIE)
             TO WS-RAT-NUMERADOR.
           MOVE WS-RIE-ITEM-ANT-CANT-CAPT(WS-INDICE-RIE)
             TO WS-RAT-DENOMINADOR.
           PERFORM 2750-CALCULAR-RATIO THRU 2750-CALCULAR-RATIO-EXIT.
           MOVE WS-RAT-RESULTADO TO WS-RAT-ANT-DEV-CANT.

           MOVE WS-RIE-ITEM-ANT-IMP-DEV(WS-INDICE-RIE)
             TO WS-RAT-NUMERADOR.
           MOVE WS-RIE-ITEM-ANT-IMP-CAPT(WS-INDICE-RIE)
             TO WS-RAT-DENOMINADOR.
           PERFORM 2750-CALCULAR-RATIO THRU 2750-CALCULAR-RATIO-EXIT.
           MOVE WS-RAT-RESULTADO TO WS-RAT-ANT-DEV-IMP.

           PERFORM 2760-CONTROLAR-UMBRALES
              THRU 2760-CONTROLAR-UMBRALES-EXIT.

      * Descripcion del rubro del comercio
           MOVE 'SIN RUBRO' TO WS-RUBRO-DESCRIP.
           PERFORM 2780-DESCRIBIR-RUBRO
              THRU 2780-DESCRIBIR-RUBRO-EXIT
              VARYING WS-INDICE-RUBRO FROM 1 BY 1
              UNTIL WS-INDICE-RUBRO GREATER THAN WS-CANT-RUBROS.

           PERFORM 2800-IMPRIMIR-COMERCIO
              THRU 2800-IMPRIMIR-COMERCIO-EXIT.

           IF WS-RETENER-SI
              PERFORM 2850-GRABAR-RETENCION
                 THRU 2850-GRABAR-RETENCION-EXIT
           END-IF.

       2710-EVALUAR-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2750-CALCULAR-RATIO.
           IF WS-RAT-DENOMINADOR EQUAL 0
              IF WS-RAT-NUMERADOR EQUAL 0
                 MOVE 0 TO WS-RAT-RESULTADO
              ELSE
                 MOVE WS-RAT-TOPE TO WS-RAT-RESULTADO
              END-IF
              GO TO 2750-CALCULAR-RATIO-EXIT
           END-IF.

           COMPUTE WS-RAT-RESULTADO ROUNDED =
              WS-RAT-NUMERADOR / WS-RAT-DENOMINADOR
              ON SIZE ERROR
                 MOVE WS-RAT-TOPE TO WS-RAT-RESULTADO
           END-COMPUTE.

       2750-CALCULAR-RATIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un umbral en cero no se controla. Con menos consumos que el
      * minimo el comercio se informa pero no se marca.
       2760-CONTROLAR-UMBRALES.
           SET WS-RETENER-NO TO TRUE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 1 TO WS-PUNTERO.

           IF WS-RIE-ITEM-CANT-CAPT(WS-INDICE-RIE) LESS THAN
                 WS-UMB-MIN-OPERACIONES
              MOVE 'POCAS OPERACIONES, NO SE EVALUA'
                TO WS-REP-SIT-TEXTO
              GO TO 2760-CONTROLAR-UMBRALES-EXIT
           END-IF.

           IF WS-UMB-CC-CANTIDAD GREATER THAN 0
              AND WS-RAT-CC-CANT GREATER THAN WS-UMB-CC-CANTIDAD
              SET WS-RETENER-SI TO TRUE
              STRING 'CC-CANT ' DELIMITED BY SIZE
                 INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           END-IF.
           IF WS-UMB-CC-IMPORTE GREATER THAN 0
              AND WS-RAT-CC-IMP GREATER THAN WS-UMB-CC-IMPORTE
              SET WS-RETENER-SI TO TRUE
              STRING 'CC-IMP ' DELIMITED BY SIZE
                 INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           END-IF.
           IF WS-UMB-DEV-CANTIDAD GREATER THAN 0
              AND WS-RAT-DEV-CANT GREATER THAN WS-UMB-DEV-CANTIDAD
              SET WS-RETENER-SI TO TRUE
              STRING 'DEV-CANT ' DELIMITED BY SIZE
                 INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           END-IF.
           IF WS-UMB-DEV-IMPORTE GREATER THAN 0
              AND WS-RAT-DEV-IMP GREATER THAN WS-UMB-DEV-IMPORTE
              SET WS-RETENER-SI TO TRUE
              STRING 'DEV-IMP ' DELIMITED BY SIZE
                 INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           END-IF.

           IF WS-RETENER-SI
              MOVE SPACES TO WS-REP-SIT-TEXTO
              STRING 'RETENER LIQUIDACION: ' DELIMITED BY SIZE
                     WS-MOTIVO DELIMITED BY SIZE
                 INTO WS-REP-SIT-TEXTO
           ELSE
              MOVE 'DENTRO DE LOS UMBRALES' TO WS-REP-SIT-TEXTO
           END-IF.

       2760-CONTROLAR-UMBRALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tendencia de un ratio: SUBE o BAJA si el mes se aparta mas de
      * un 10% del de los tres ciclos anteriores; SIN HISTORIA si el
      * comercio no capturo en esos ciclos.
       2770-CALCULAR-TENDENCIA.
           EVALUATE TRUE
               WHEN WS-TEND-ANTERIOR EQUAL 0
                    AND WS-TEND-ACTUAL EQUAL 0
                   MOVE 'ESTABLE' TO WS-TEND-RESULTADO
               WHEN WS-TEND-ACTUAL GREATER THAN
                    WS-TEND-ANTERIOR * 1,10
                   MOVE 'SUBE' TO WS-TEND-RESULTADO
               WHEN WS-TEND-ACTUAL LESS THAN
                    WS-TEND-ANTERIOR * 0,90
                   MOVE 'BAJA' TO WS-TEND-RESULTADO
               WHEN OTHER
                   MOVE 'ESTABLE' TO WS-TEND-RESULTADO
           END-EVALUATE.

           IF WS-RIE-ITEM-ANT-CANT-CAPT(WS-INDICE-RIE) EQUAL 0
              MOVE 'SIN HIST.' TO WS-TEND-RESULTADO
           END-IF.

       2770-CALCULAR-TENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2780-DESCRIBIR-RUBRO.
           IF WS-COM-ITEM-RUBRO(WS-INDICE-COM) NOT EQUAL SPACES
              AND WS-COM-ITEM-RUBRO(WS-INDICE-COM) EQUAL
                  WS-RUBRO-ITEM-CODIGO(WS-INDICE-RUBRO)
              MOVE WS-RUBRO-ITEM-DESCRIP(WS-INDICE-RUBRO)
                TO WS-RUBRO-DESCRIP
           END-IF.

       2780-DESCRIBIR-RUBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2800-IMPRIMIR-COMERCIO.
           MOVE WS-REP-SEPARADOR TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           MOVE WS-RIE-ITEM-ID(WS-INDICE-RIE)    TO WS-REP-COM-ID.
           MOVE WS-COM-ITEM-RAZON(WS-INDICE-COM) TO WS-REP-COM-RAZON.
           IF WS-COM-ITEM-RUBRO(WS-INDICE-COM) EQUAL SPACES
              MOVE 'SIN ' TO WS-REP-COM-RUBRO
           ELSE
              MOVE WS-COM-ITEM-RUBRO(WS-INDICE-COM)
                TO WS-REP-COM-RUBRO
           END-IF.
           MOVE WS-RUBRO-DESCRIP TO WS-REP-COM-RUBRO-DESC.
           MOVE WS-RIE-ITEM-MONEDA(WS-INDICE-RIE)
             TO WS-REP-COM-MONEDA.
           MOVE WS-REP-COMERCIO TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           MOVE WS-RIE-ITEM-CANT-CAPT(WS-INDICE-RIE)
             TO WS-REP-CAP-CANTIDAD.
           MOVE WS-RIE-ITEM-IMP-CAPT(WS-INDICE-RIE)
             TO WS-REP-CAP-IMPORTE.
           MOVE WS-REP-CAPTURA TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

      * Contracargos del mes y de los tres ciclos anteriores
           MOVE 'CONTRACARGOS  ' TO WS-REP-RAT-CONCEPTO.
           MOVE WS-RIE-ITEM-CANT-CC(WS-INDICE-RIE)
             TO WS-REP-RAT-CANTIDAD.
           MOVE WS-RIE-ITEM-IMP-CC(WS-INDICE-RIE)
             TO WS-REP-RAT-IMPORTE.
           COMPUTE WS-PORCENTAJE = WS-RAT-CC-CANT * 100.
           MOVE WS-PORCENTAJE TO WS-REP-RAT-PORC-CANT.
           COMPUTE WS-PORCENTAJE = WS-RAT-CC-IMP * 100.
           MOVE WS-PORCENTAJE TO WS-REP-RAT-PORC-IMP.
           MOVE WS-REP-RATIO TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           COMPUTE WS-PORCENTAJE = WS-RAT-ANT-CC-CANT * 100.
           MOVE WS-PORCENTAJE TO WS-REP-ANT-PORC-CANT.
           COMPUTE WS-PORCENTAJE = WS-RAT-ANT-CC-IMP * 100.
           MOVE WS-PORCENTAJE TO WS-REP-ANT-PORC-IMP.
           MOVE WS-RAT-CC-IMP     TO WS-TEND-ACTUAL.
           MOVE WS-RAT-ANT-CC-IMP TO WS-TEND-ANTERIOR.
           PERFORM 2770-CALCULAR-TENDENCIA
              THRU 2770-CALCULAR-TENDENCIA-EXIT.
           MOVE WS-TEND-RESULTADO TO WS-REP-ANT-TENDENCIA.
           MOVE WS-REP-ANTERIOR TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

      * Devoluciones del mes y de los tres ciclos anteriores
           MOVE 'DEVOLUCIONES  ' TO WS-REP-RAT-CONCEPTO.
           MOVE WS-RIE-ITEM-CANT-DEV(WS-INDICE-RIE)
             TO WS-REP-RAT-CANTIDAD.
           MOVE WS-RIE-ITEM-IMP-DEV(WS-INDICE-RIE)
             TO WS-REP-RAT-IMPORTE.
           COMPUTE WS-PORCENTAJE = WS-RAT-DEV-CANT * 100.
           MOVE WS-PORCENTAJE TO WS-REP-RAT-PORC-CANT.
           COMPUTE WS-PORCENTAJE = WS-RAT-DEV-IMP * 100.
           MOVE WS-PORCENTAJE TO WS-REP-RAT-PORC-IMP.
           MOVE WS-REP-RATIO TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           COMPUTE WS-PORCENTAJE = WS-RAT-ANT-DEV-CANT * 100.
           MOVE WS-PORCENTAJE TO WS-REP-ANT-PORC-CANT.
           COMPUTE WS-PORCENTAJE = WS-RAT-ANT-DEV-IMP * 100.
           MOVE WS-PORCENTAJE TO WS-REP-ANT-PORC-IMP.
           MOVE WS-RAT-DEV-IMP     TO WS-TEND-ACTUAL.
           MOVE WS-RAT-ANT-DEV-IMP TO WS-TEND-ANTERIOR.
           PERFORM 2770-CALCULAR-TENDENCIA
              THRU 2770-CALCULAR-TENDENCIA-EXIT.
           MOVE WS-TEND-RESULTADO TO WS-REP-ANT-TENDENCIA.
           MOVE WS-REP-ANTERIOR TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.

           MOVE WS-REP-SITUACION TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR RIESGO_COMERCIOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
           END-IF.

       2800-IMPRIMIR-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2850-GRABAR-RETENCION.
           MOVE ';' TO FD-RET-SEP-01 FD-RET-SEP-02 FD-RET-SEP-03
                       FD-RET-SEP-04 FD-RET-SEP-05 FD-RET-SEP-06.
           MOVE WS-CICLO-NUMERICO                 TO FD-RET-CICLO.
           MOVE WS-RIE-ITEM-ID(WS-INDICE-RIE)     TO FD-RET-ID-COMERCIO.
           MOVE WS-COM-ITEM-RAZON(WS-INDICE-COM)  TO FD-RET-RAZON.
           MOVE WS-REP-COM-RUBRO                  TO FD-RET-RUBRO.
           MOVE WS-RUBRO-DESCRIP              TO FD-RET-RUBRO-DESCRIP.
           MOVE WS-RIE-ITEM-MONEDA(WS-INDICE-RIE) TO FD-RET-MONEDA.
           MOVE WS-MOTIVO                         TO FD-RET-MOTIVO.
           WRITE FD-RETENCION.
           IF NOT FS-SAL-RETENCION-OK
              DISPLAY 'ERROR AL GRABAR RETENCION_COMERCIOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-RETENCION
           END-IF.

           ADD 1 TO WS-CANT-RETENIDOS.

       2850-GRABAR-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Regraba la historia: la de otros ciclos que se conservo y
      * las lineas del ciclo procesado.
       2900-REGRABAR-HISTORIA.
           OPEN OUTPUT SAL-HISTORIA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL REGRABAR RIESGO_COMERCIOS_HIST.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
              MOVE 99 TO RETURN-CODE
              GO TO 2900-REGRABAR-HISTORIA-EXIT
           END-IF.

           PERFORM 2910-GRABAR-HISTORIA-ANT
              THRU 2910-GRABAR-HISTORIA-ANT-EXIT
              VARYING WS-INDICE-HIST FROM 1 BY 1
              UNTIL WS-INDICE-HIST GREATER THAN WS-CANT-HIST.

           PERFORM 2920-GRABAR-HISTORIA-CICLO
              THRU 2920-GRABAR-HISTORIA-CICLO-EXIT
              VARYING WS-INDICE-RIE FROM 1 BY 1
              UNTIL WS-INDICE-RIE GREATER THAN WS-CANT-RIE.

           CLOSE SAL-HISTORIA.

       2900-REGRABAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2910-GRABAR-HISTORIA-ANT.
           MOVE WS-HIST-LINEA(WS-INDICE-HIST) TO FD-SAL-HISTORIA.
           WRITE FD-SAL-HISTORIA.

       2910-GRABAR-HISTORIA-ANT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2920-GRABAR-HISTORIA-CICLO.
           MOVE WS-CICLO-NUMERICO TO WS-HNU-CICLO.
           MOVE WS-RIE-ITEM-ID(WS-INDICE-RIE) TO WS-HNU-ID-COMERCIO.
           MOVE WS-RIE-ITEM-MONEDA(WS-INDICE-RIE) TO WS-HNU-MONEDA.
           MOVE WS-RIE-ITEM-CANT-CAPT(WS-INDICE-RIE)
             TO WS-HNU-CANT-CAPTURA.
           MOVE WS-RIE-ITEM-IMP-CAPT(WS-INDICE-RIE)
             TO WS-HNU-IMP-CAPTURA.
           MOVE WS-RIE-ITEM-CANT-CC(WS-INDICE-RIE)  TO WS-HNU-CANT-CC.
           MOVE WS-RIE-ITEM-IMP-CC(WS-INDICE-RIE)   TO WS-HNU-IMP-CC.
           MOVE WS-RIE-ITEM-CANT-DEV(WS-INDICE-RIE) TO WS-HNU-CANT-DEV.
           MOVE WS-RIE-ITEM-IMP-DEV(WS-INDICE-RIE)  TO WS-HNU-IMP-DEV.
           MOVE WS-HIST-NUEVA TO FD-SAL-HISTORIA.
           WRITE FD-SAL-HISTORIA.

       2920-GRABAR-HISTORIA-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-CONSUMOS
                 COMERCIOS.

           DISPLAY 'CONSUMOS LEIDOS          : ' WS-CANT-LEIDOS.
           DISPLAY 'DE COMERCIOS DEL CICLO   : ' WS-CANT-DEL-CICLO.
           DISPLAY 'COMERCIO INEXISTENTE     : ' WS-CANT-SIN-COMERCIO.
           DISPLAY 'CONTRACARGOS DEL CICLO   : ' WS-CANT-CC-CICLO.
           DISPLAY 'DEVOLUCIONES CONCILIADAS : ' WS-CANT-DEV-CICLO.
           DISPLAY 'DEVOLUCIONES SIN CONCIL. : ' WS-CANT-DEV-NO-CONC.
           DISPLAY 'COMERCIOS/MONEDA EVALUAD.: ' WS-CANT-EVALUADOS.
           DISPLAY 'MARCADOS PARA RETENER    : ' WS-CANT-RETENIDOS.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02RIESG.
