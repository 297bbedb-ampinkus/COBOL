      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02RENTA.CBL - Reporte mensual de rentabilidad por
      *          cuenta. Se corre despues de cada corrida de TP02EJ01:
      *          por cada cuenta del ciclo (RESUMENES.CSV) junta el
      *          recargo financiero y el interes punitorio del resumen,
      *          los cargos y comisiones que genero TP02FEES para el
      *          ciclo (CONSUMOS.SEQ, comercio cero, ID AAAAMM0000+n),
      *          la comision de comercio ganada sobre sus compras del
      *          mes (tasa negociada de COMERCIOS.VSAM o la del rubro
      *          en RUBROS.TXT; las devoluciones la descuentan) y,
      *          como costos, los puntos canjeados en el ciclo
      *          (CANJES_HIST.TXT, valuados a WS-COSTO-PUNTO) y lo
      *          pasado a quebranto en el mes (QUEBRANTOS.TXT). Los
      *          importes en dolares se pasan a pesos con la
      *          cotizacion vigente a la fecha del consumo.
      *          El resultado de cada cuenta se acumula en
      *          RENTA_CUENTAS.TXT (cada grupo de facturacion agrega
      *          sus cuentas) y con todas las cuentas del ciclo se
      *          emite RENTABILIDAD_<AAAAMM>.TXT: ranking de cuentas de
      *          la mas a la menos rentable y totales por producto y
      *          por grupo de ciclo.
      *          Codigo de retorno: 0 sin novedades, 4 si falta el
      *          maestro de comercios (comision en cero) o alguna
      *          tabla se lleno, 99 si no se pudo leer o grabar.
      *          Uso: TP02RENTA <CICLO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02RENTA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-RESUMENES-CSV
      *    Nombre fisico del archivo: ../RESUMENES.CSV
           SELECT ENT-RESUMENES-CSV
           ASSIGN TO '../RESUMENES.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RESUMENES-CSV.

      *    Nombre logico del archivo: ENT-CONSUMOS
      *    Nombre fisico del archivo: ../CONSUMOS.SEQ
           SELECT ENT-CONSUMOS
           ASSIGN TO '../CONSUMOS.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CONSUMOS.

      *    Nombre logico del archivo: COMERCIOS
      *    Nombre fisico del archivo: ../COMERCIOS.VSAM
           SELECT COMERCIOS
           ASSIGN TO '../COMERCIOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COM-ID-COMERCIO
           FILE STATUS IS FS-COMERCIOS.

      *    Nombre logico del archivo: ENT-RUBROS
      *    Nombre fisico del archivo: ../RUBROS.TXT
      *    Comision por defecto de los comercios sin tasa negociada.
           SELECT ENT-RUBROS
           ASSIGN TO '../RUBROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RUBROS.

      *    Nombre logico del archivo: ENT-COTIZACIONES
      *    Nombre fisico del archivo: ../COTIZACIONES.TXT
           SELECT ENT-COTIZACIONES
           ASSIGN TO '../COTIZACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-COTIZACIONES.

      *    Nombre logico del archivo: ENT-CANJES-HIST
      *    Nombre fisico del archivo: ../CANJES_HIST.TXT
      *    Si no existe, no hubo canjes.
           SELECT ENT-CANJES-HIST
           ASSIGN TO '../CANJES_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CANJES-HIST.

      *    Nombre logico del archivo: ENT-QUEBRANTOS
      *    Nombre fisico del archivo: ../QUEBRANTOS.TXT
      *    Si no existe, no hubo quebrantos.
           SELECT ENT-QUEBRANTOS
           ASSIGN TO '../QUEBRANTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-QUEBRANTOS.

      *    Nombre logico del archivo: ENT-HISTORIA / SAL-HISTORIA
      *    Nombre fisico del archivo: ../RENTA_CUENTAS.TXT
      *    Se lee entero al empezar y se regraba entero al terminar.
           SELECT ENT-HISTORIA
           ASSIGN TO '../RENTA_CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

           SELECT SAL-HISTORIA
           ASSIGN TO '../RENTA_CUENTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-HISTORIA.

      *****ARCHIVO DE SALIDA
      *    Nombre logico del archivo: SAL-REPORTE
      *    Nombre fisico del archivo: ../RENTABILIDAD_<AAAAMM>.TXT
           SELECT SAL-REPORTE
           ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-REPORTE.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-RESUMENES-CSV.
           COPY RESUMCSV.

       FD ENT-CONSUMOS.
           COPY CONSUMOS.

       FD COMERCIOS.
           COPY COMERCIO.

       FD ENT-RUBROS.
           COPY RUBROS.

       FD ENT-COTIZACIONES.
           COPY COTIZA.

       FD ENT-CANJES-HIST.
           COPY CANJHIST.

       FD ENT-QUEBRANTOS.
           COPY QUEBRANT.

       FD ENT-HISTORIA.
           COPY RENTACTA.

       FD SAL-HISTORIA.
       01 FD-SAL-HISTORIA-LINEA        PIC X(96).

       FD SAL-REPORTE.
       01 FD-REPORTE-LINEA             PIC X(170).

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-RESUMENES-CSV              PIC X(2).
             88 FS-ENT-RESUMENES-CSV-OK            VALUE '00'.
             88 FS-ENT-RESUMENES-CSV-NFD           VALUE '35'.
          05 FS-ENT-CONSUMOS                   PIC X(2).
             88 FS-ENT-CONSUMOS-OK                 VALUE '00'.
             88 FS-ENT-CONSUMOS-NFD                VALUE '35'.
          05 FS-COMERCIOS                      PIC X(2).
             88 FS-COMERCIOS-OK                    VALUE '00'.
             88 FS-COMERCIOS-NFD                   VALUE '35'.
             88 FS-COMERCIOS-CLAVE-NFD             VALUE '23'.
          05 FS-ENT-RUBROS                     PIC X(2).
             88 FS-ENT-RUBROS-OK                   VALUE '00'.
             88 FS-ENT-RUBROS-NFD                  VALUE '35'.
          05 FS-ENT-COTIZACIONES               PIC X(2).
             88 FS-ENT-COTIZACIONES-OK             VALUE '00'.
             88 FS-ENT-COTIZACIONES-NFD            VALUE '35'.
          05 FS-ENT-CANJES-HIST                PIC X(2).
             88 FS-ENT-CANJES-HIST-OK              VALUE '00'.
             88 FS-ENT-CANJES-HIST-NFD             VALUE '35'.
          05 FS-ENT-QUEBRANTOS                 PIC X(2).
             88 FS-ENT-QUEBRANTOS-OK               VALUE '00'.
             88 FS-ENT-QUEBRANTOS-NFD              VALUE '35'.
          05 FS-ENT-HISTORIA                   PIC X(2).
             88 FS-ENT-HISTORIA-OK                 VALUE '00'.
             88 FS-ENT-HISTORIA-NFD                VALUE '35'.
          05 FS-SAL-HISTORIA                   PIC X(2).
             88 FS-SAL-HISTORIA-OK                 VALUE '00'.
          05 FS-SAL-REPORTE                    PIC X(2).
             88 FS-SAL-REPORTE-OK                  VALUE '00'.

      * Switches de fin de archivo
       01 WS-CSV-EOF                           PIC X(5) VALUE 'FALSE'.
          88 WS-CSV-EOF-YES                        VALUE 'TRUE'.
          88 WS-CSV-EOF-NO                         VALUE 'FALSE'.
       01 WS-CONSUMOS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-CONSUMOS-EOF-YES                   VALUE 'TRUE'.
          88 WS-CONSUMOS-EOF-NO                    VALUE 'FALSE'.
       01 WS-RUBROS-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-RUBROS-EOF-YES                     VALUE 'TRUE'.
          88 WS-RUBROS-EOF-NO                      VALUE 'FALSE'.
       01 WS-COTIZ-CARGA-EOF                   PIC X(5) VALUE 'FALSE'.
          88 WS-COTIZ-CARGA-EOF-YES                VALUE 'TRUE'.
          88 WS-COTIZ-CARGA-EOF-NO                 VALUE 'FALSE'.
       01 WS-CANJES-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-CANJES-EOF-YES                     VALUE 'TRUE'.
          88 WS-CANJES-EOF-NO                      VALUE 'FALSE'.
       01 WS-QUEBRANTOS-EOF                    PIC X(5) VALUE 'FALSE'.
          88 WS-QUEBRANTOS-EOF-YES                 VALUE 'TRUE'.
          88 WS-QUEBRANTOS-EOF-NO                  VALUE 'FALSE'.
       01 WS-HISTORIA-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-HISTORIA-EOF-YES                   VALUE 'TRUE'.
          88 WS-HISTORIA-EOF-NO                    VALUE 'FALSE'.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-CICLO                PIC X(06) VALUE SPACES.
       01 WS-PARM-CICLO-R REDEFINES WS-PARM-CICLO.
          05 WS-PARM-ANIO              PIC X(04).
          05 WS-PARM-MES               PIC X(02).
       01 WS-NOMBRE-REPORTE            PIC X(40) VALUE SPACES.

      * Ciclo pedido, su mes en formato de fecha (AAAA-MM) y el ciclo
      * mas viejo que se conserva en la historia (doce atras)
       77 WS-CICLO                             PIC 9(06) VALUE 0.
       77 WS-CICLO-PURGA                       PIC 9(06) VALUE 0.
       01 WS-MES-CICLO.
          05 WS-MCI-ANIO               PIC X(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-MCI-MES                PIC X(02).

      * Costo para el banco de cada punto canjeado, en pesos (lo que
      * se paga al proveedor del premio por punto debitado)
       77 WS-COSTO-PUNTO                       PIC 9(03)V9(04)
                                               VALUE 0,5000.

      * Fecha del proceso, contra la que se elige la version vigente
      * de cada rubro
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

      * Tabla de cotizaciones (COTIZACIONES.TXT)
       77 WS-INDICE-COTIZ                      PIC 9(04) VALUE 1.
       77 WS-CANT-COTIZ                        PIC 9(04) VALUE 0.
       01 WS-TABLA-COTIZACIONES.
          05 WS-COTIZ-ITEM OCCURS 500 TIMES.
             10 WS-COTIZ-ITEM-FECHA       PIC X(10).
             10 WS-COTIZ-ITEM-MONEDA      PIC X(03).
             10 WS-COTIZ-ITEM-VALOR       PIC 9(6)V9(2).
       01 WS-COTIZ-HALLADA                     PIC X(03) VALUE 'NO'.
          88 WS-COTIZ-HALLADA-SI                   VALUE 'SI'.
          88 WS-COTIZ-HALLADA-NO                   VALUE 'NO'.
       77 WS-COTIZ-VIGENTE                     PIC 9(6)V9(2) VALUE 0.
       77 WS-COTIZ-FECHA-VIGENTE               PIC X(10) VALUE SPACES.

      * Tabla de rubros con su comision por defecto (RUBROS.TXT)
       77 WS-INDICE-RUBRO                      PIC 9(03) VALUE 1.
       77 WS-CANT-RUBROS                       PIC 9(03) VALUE 0.
       77 WS-FILA-RUBRO                        PIC 9(03) VALUE 0.
       01 WS-TABLA-RUBROS.
          05 WS-RUBRO-ITEM OCCURS 100 TIMES.
             10 WS-RUBRO-ITEM-CODIGO      PIC X(04).
             10 WS-RUBRO-ITEM-COMISION    PIC 9V9(4).
             10 WS-RUBRO-ITEM-VIGENCIA    PIC X(10).

      * Comercios ya consultados en el maestro, con su comision
      * efectiva (la negociada o, si es cero, la de su rubro)
       01 WS-MAESTRO-COMERCIOS                 PIC X(03) VALUE 'SI'.
          88 WS-MAESTRO-COMERCIOS-SI               VALUE 'SI'.
          88 WS-MAESTRO-COMERCIOS-NO               VALUE 'NO'.
       77 WS-INDICE-COM                        PIC 9(03) VALUE 1.
       77 WS-CANT-COM                          PIC 9(03) VALUE 0.
       01 WS-TABLA-COMERCIOS.
          05 WS-COM-ITEM OCCURS 500 TIMES.
             10 WS-COM-ITEM-ID            PIC 9(06).
             10 WS-COM-ITEM-COMISION      PIC 9V9(4).

      * Puntos canjeados en el ciclo, por cuenta
       77 WS-INDICE-CANJE                      PIC 9(04) VALUE 1.
       77 WS-CANT-CANJES                       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANJES.
          05 WS-CANJE-ITEM OCCURS 5000 TIMES.
             10 WS-CANJE-ITEM-CUENTA      PIC 9(10).
             10 WS-CANJE-ITEM-PUNTOS      PIC 9(11)V9(02).

      * Quebrantos del mes del ciclo, por cuenta
       77 WS-INDICE-QUE                        PIC 9(04) VALUE 1.
       77 WS-CANT-QUE                          PIC 9(04) VALUE 0.
       01 WS-TABLA-QUEBRANTOS.
          05 WS-QUE-ITEM OCCURS 5000 TIMES.
             10 WS-QUE-ITEM-CUENTA        PIC 9(10).
             10 WS-QUE-ITEM-IMPORTE       PIC 9(11)V9(02).

      * Cuentas de esta corrida, con lo que aporta cada fuente. La
      * comision va con signo mientras se acumula porque las
      * devoluciones la descuentan.
       77 WS-INDICE-CTA                        PIC 9(04) VALUE 1.
       77 WS-CANT-CTA                          PIC 9(04) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CTA-ITEM OCCURS 5000 TIMES.
             10 WS-CTA-ITEM-CUENTA        PIC 9(10).
             10 WS-CTA-ITEM-INTERES       PIC 9(11)V9(02).
             10 WS-CTA-ITEM-PUNITORIO     PIC 9(11)V9(02).
             10 WS-CTA-ITEM-CARGOS        PIC 9(11)V9(02).
             10 WS-CTA-ITEM-COMISION      PIC S9(11)V9(02).
             10 WS-CTA-ITEM-COSTO-PUNTOS  PIC 9(11)V9(02).
             10 WS-CTA-ITEM-QUEBRANTO     PIC 9(11)V9(02).

      * Historia de rentabilidad (RENTA_CUENTAS.TXT), tal cual se lee
       77 WS-INDICE-HIST                       PIC 9(05) VALUE 1.
       77 WS-CANT-HIST                         PIC 9(05) VALUE 0.
       01 WS-TABLA-HISTORIA.
          05 WS-HIST-LINEA OCCURS 30000 TIMES PIC X(96).
       01 WS-HIST-AUX                          PIC X(96).
       01 WS-HIST-AUX-R REDEFINES WS-HIST-AUX.
          05 WS-HAX-CICLO                  PIC 9(06).
          05 WS-HAX-CUENTA                 PIC 9(10).
          05 FILLER                        PIC X(80).

      * Linea de la historia con la que se trabaja: la nueva de una
      * cuenta de esta corrida o la del ranking que se esta emitiendo
       01 WS-RENTA-CTA.
          05 WS-RNU-CICLO                  PIC 9(06).
          05 WS-RNU-CUENTA                 PIC 9(10).
          05 WS-RNU-PRODUCTO               PIC X(01).
          05 WS-RNU-GRUPO                  PIC 9(01).
          05 WS-RNU-INTERES                PIC 9(11)V9(02).
          05 WS-RNU-PUNITORIO              PIC 9(11)V9(02).
          05 WS-RNU-CARGOS                 PIC 9(11)V9(02).
          05 WS-RNU-COMISION               PIC 9(11)V9(02).
          05 WS-RNU-COSTO-PUNTOS           PIC 9(11)V9(02).
          05 WS-RNU-QUEBRANTO              PIC 9(11)V9(02).

      * Cuentas del ciclo para el ranking (todas las corridas del
      * ciclo), con su resultado
       77 WS-INDICE-RAN                        PIC 9(04) VALUE 1.
       77 WS-INDICE-RAN-2                      PIC 9(04) VALUE 1.
       77 WS-CANT-RAN                          PIC 9(04) VALUE 0.
       77 WS-PUESTO                            PIC 9(04) VALUE 0.
       01 WS-TABLA-RANKING.
          05 WS-RAN-ITEM OCCURS 5000 TIMES.
             10 WS-RAN-ITEM-LINEA         PIC X(96).
             10 WS-RAN-ITEM-RESULTADO     PIC S9(12)V9(02).
             10 WS-RAN-ITEM-EMITIDO       PIC X(01).
                88 WS-RAN-ITEM-EMITIDO-SI     VALUE 'S'.
                88 WS-RAN-ITEM-EMITIDO-NO     VALUE 'N'.

      * Totales por producto (1 clasica, 2 gold, 3 black, 4 sin
      * producto) y por grupo de ciclo (1 a 4). Columnas: 1 interes,
      * 2 punitorio, 3 cargos, 4 comision, 5 costo de puntos,
      * 6 quebranto, 7 resultado.
       77 WS-INDICE-TOT                        PIC 9(01) VALUE 1.
       77 WS-INDICE-COL                        PIC 9(01) VALUE 1.
       01 WS-TABLA-TOT-PRODUCTO.
          05 WS-TPR-ITEM OCCURS 4 TIMES.
             10 WS-TPR-CANT               PIC 9(05).
             10 WS-TPR-IMPORTE OCCURS 7 TIMES
                                          PIC S9(13)V9(02).
       01 WS-TABLA-TOT-GRUPO.
          05 WS-TGR-ITEM OCCURS 4 TIMES.
             10 WS-TGR-CANT               PIC 9(05).
             10 WS-TGR-IMPORTE OCCURS 7 TIMES
                                          PIC S9(13)V9(02).
       01 WS-IMPORTES-CUENTA.
          05 WS-IMP-CUENTA OCCURS 7 TIMES PIC S9(12)V9(02).

      * Variables de trabajo
       01 WS-FILA-HALLADA                      PIC X(03) VALUE 'NO'.
          88 WS-FILA-HALLADA-SI                    VALUE 'SI'.
          88 WS-FILA-HALLADA-NO                    VALUE 'NO'.
       77 WS-CUENTA-BUSCADA                    PIC 9(10) VALUE 0.
       77 WS-CICLO-CONSUMO                     PIC 9(06) VALUE 0.
       77 WS-IMPORTE-NUMERICO                  PIC 9(09)V9(02) VALUE 0.
       77 WS-IMPORTE-PESOS                     PIC 9(11)V9(02) VALUE 0.
       77 WS-COMISION-CONSUMO                  PIC 9(11)V9(02) VALUE 0.
       01 WS-QUE-FECHA                         PIC X(10).
       01 WS-QUE-FECHA-R REDEFINES WS-QUE-FECHA.
          05 WS-QFE-MES-CICLO              PIC X(07).
          05 FILLER                        PIC X(03).

      * Estructura de comunicacion con la rutina MAESTARJ
       01 LK-TARJETA.
           COPY MAESTARJ.

      * Lineas del reporte
       01 WS-LINEA-REPORTE                     PIC X(170) VALUE SPACES.
       01 WS-REP-SEPARADOR                     PIC X(170) VALUE ALL '='.
       01 WS-REP-TITULO.
          05 FILLER                    PIC X(32) VALUE
             'RENTABILIDAD POR CUENTA - CICLO '.
          05 WS-RTI-CICLO              PIC 9(06).
       01 WS-REP-SUBTITULO                     PIC X(40) VALUE SPACES.
       01 WS-REP-ENCABEZADO.
          05 FILLER                    PIC X(06) VALUE 'PUESTO'.
          05 FILLER                    PIC X(27) VALUE
             ' CUENTA      PRODUCTO GRUPO'.
          05 FILLER                    PIC X(19) VALUE
             '            INTERES'.
          05 FILLER                    PIC X(19) VALUE
             '          PUNITORIO'.
          05 FILLER                    PIC X(19) VALUE
             '             CARGOS'.
          05 FILLER                    PIC X(19) VALUE
             '           COMISION'.
          05 FILLER                    PIC X(19) VALUE
             '       COSTO PUNTOS'.
          05 FILLER                    PIC X(19) VALUE
             '          QUEBRANTO'.
          05 FILLER                    PIC X(19) VALUE
             '          RESULTADO'.
       01 WS-REP-DETALLE.
          05 WS-RDE-PUESTO             PIC ZZZZ9.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-RDE-CUENTA             PIC 9(10).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-RDE-PRODUCTO           PIC X(08).
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 WS-RDE-GRUPO              PIC 9(01).
          05 WS-RDE-COL OCCURS 7 TIMES.
             10 FILLER                 PIC X(02) VALUE SPACES.
             10 WS-RDE-VALOR           PIC --.---.---.--9,99.
       01 WS-REP-TOTAL.
          05 WS-RTO-NOMBRE             PIC X(20).
          05 FILLER                    PIC X(06) VALUE 'CANT: '.
          05 WS-RTO-CANT               PIC ZZZZ9.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-RTO-COL OCCURS 7 TIMES.
             10 FILLER                 PIC X(02) VALUE SPACES.
             10 WS-RTO-VALOR           PIC --.---.---.--9,99.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LINEAS-CSV                PIC 9(05) VALUE 0.
          05 WS-CANT-CONSUMOS-LEIDOS           PIC 9(07) VALUE 0.
          05 WS-CANT-CARGOS                    PIC 9(07) VALUE 0.
          05 WS-CANT-COMPRAS                   PIC 9(07) VALUE 0.
          05 WS-CANT-SOLO-QUEBRANTO            PIC 9(05) VALUE 0.
          05 WS-CANT-PERDIDAS                  PIC 9(05) VALUE 0.
          05 WS-CANT-PURGADAS                  PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-CSV
              THRU 2000-PROCESAR-CSV-EXIT.

           PERFORM 2100-PROCESAR-CONSUMOS
              THRU 2100-PROCESAR-CONSUMOS-EXIT.

           PERFORM 2300-AGREGAR-QUEBRADAS
              THRU 2300-AGREGAR-QUEBRADAS-EXIT
              VARYING WS-INDICE-QUE FROM 1 BY 1
              UNTIL WS-INDICE-QUE GREATER THAN WS-CANT-QUE.

           PERFORM 2600-REGRABAR-HISTORIA
              THRU 2600-REGRABAR-HISTORIA-EXIT.

           PERFORM 3000-EMITIR-REPORTE
              THRU 3000-EMITIR-REPORTE-EXIT.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-CICLO.
           IF WS-PARM-CICLO NOT NUMERIC
              OR WS-PARM-MES LESS THAN '01'
              OR WS-PARM-MES GREATER THAN '12'
              DISPLAY 'USO: TP02RENTA <CICLO AAAAMM>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-CICLO TO WS-CICLO.
           COMPUTE WS-CICLO-PURGA = WS-CICLO - 100.
           MOVE WS-PARM-ANIO TO WS-MCI-ANIO.
           MOVE WS-PARM-MES  TO WS-MCI-MES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           PERFORM 1100-CARGAR-COTIZACIONES
              THRU 1100-CARGAR-COTIZACIONES-EXIT.

           PERFORM 1200-CARGAR-RUBROS
              THRU 1200-CARGAR-RUBROS-EXIT.

           PERFORM 1300-CARGAR-CANJES
              THRU 1300-CARGAR-CANJES-EXIT.

           PERFORM 1400-CARGAR-QUEBRANTOS
              THRU 1400-CARGAR-QUEBRANTOS-EXIT.

           PERFORM 1500-CARGAR-HISTORIA
              THRU 1500-CARGAR-HISTORIA-EXIT.

      * Sin maestro de comercios la comision de comercio sale en cero
           OPEN INPUT COMERCIOS.
           EVALUATE TRUE
               WHEN FS-COMERCIOS-OK
                   CONTINUE
               WHEN FS-COMERCIOS-NFD
                   DISPLAY 'NO SE ENCUENTRA COMERCIOS.VSAM: LA '
                      'COMISION DE COMERCIO SALE EN CERO'
                   SET WS-MAESTRO-COMERCIOS-NO TO TRUE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE COMERCIOS'
                   DISPLAY 'FILE STATUS: ' FS-COMERCIOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-COTIZACIONES.
           OPEN INPUT ENT-COTIZACIONES.
           EVALUATE TRUE
               WHEN FS-ENT-COTIZACIONES-OK
                   PERFORM 1110-LEER-COTIZACION
                      THRU 1110-LEER-COTIZACION-EXIT
                      UNTIL WS-COTIZ-CARGA-EOF-YES
                   CLOSE ENT-COTIZACIONES
               WHEN FS-ENT-COTIZACIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR COTIZACIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-COTIZACIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-COTIZACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-COTIZACION.
           READ ENT-COTIZACIONES
               AT END
                   SET WS-COTIZ-CARGA-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-COTIZ LESS THAN 500
                      ADD 1 TO WS-CANT-COTIZ
                      MOVE REG-COTIZ-FECHA
                        TO WS-COTIZ-ITEM-FECHA(WS-CANT-COTIZ)
                      MOVE REG-COTIZ-MONEDA
                        TO WS-COTIZ-ITEM-MONEDA(WS-CANT-COTIZ)
                      MOVE REG-COTIZ-VALOR
                        TO WS-COTIZ-ITEM-VALOR(WS-CANT-COTIZ)
                   ELSE
                      DISPLAY 'COTIZACIONES.TXT TIENE MAS DE 500 '
                         'REGISTROS, SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1110-LEER-COTIZACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-RUBROS.
           OPEN INPUT ENT-RUBROS.
           EVALUATE TRUE
               WHEN FS-ENT-RUBROS-OK
                   PERFORM 1210-LEER-RUBRO
                      THRU 1210-LEER-RUBRO-EXIT
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

       1200-CARGAR-RUBROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * De cada rubro se conserva la version de vigencia mas alta que
      * no supere la fecha del proceso, como en TP02COMER.
       1210-LEER-RUBRO.
           READ ENT-RUBROS
               AT END
                   SET WS-RUBROS-EOF-YES TO TRUE
                   GO TO 1210-LEER-RUBRO-EXIT
           END-READ.

           IF REG-RUB-VIGENCIA-DESDE NOT EQUAL SPACES
              AND REG-RUB-VIGENCIA-DESDE GREATER THAN WS-FECHA-HOY
              GO TO 1210-LEER-RUBRO-EXIT
           END-IF.

           MOVE 0 TO WS-FILA-RUBRO.
           PERFORM 1220-COMPARAR-RUBRO
              THRU 1220-COMPARAR-RUBRO-EXIT
              VARYING WS-INDICE-RUBRO FROM 1 BY 1
              UNTIL WS-INDICE-RUBRO GREATER THAN WS-CANT-RUBROS.

           IF WS-FILA-RUBRO EQUAL 0
              IF WS-CANT-RUBROS NOT LESS THAN 100
                 DISPLAY 'RUBROS.TXT TIENE MAS DE 100 RUBROS, '
                    'SE IGNORAN LOS EXCEDENTES'
                 GO TO 1210-LEER-RUBRO-EXIT
              END-IF
              ADD 1 TO WS-CANT-RUBROS
              MOVE WS-CANT-RUBROS TO WS-FILA-RUBRO
           ELSE
              IF REG-RUB-VIGENCIA-DESDE NOT GREATER THAN
                    WS-RUBRO-ITEM-VIGENCIA(WS-FILA-RUBRO)
                 GO TO 1210-LEER-RUBRO-EXIT
              END-IF
           END-IF.

           MOVE REG-RUB-CODIGO
             TO WS-RUBRO-ITEM-CODIGO(WS-FILA-RUBRO).
           MOVE REG-RUB-COMISION
             TO WS-RUBRO-ITEM-COMISION(WS-FILA-RUBRO).
           MOVE REG-RUB-VIGENCIA-DESDE
             TO WS-RUBRO-ITEM-VIGENCIA(WS-FILA-RUBRO).

       1210-LEER-RUBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1220-COMPARAR-RUBRO.
           IF REG-RUB-CODIGO EQUAL WS-RUBRO-ITEM-CODIGO(WS-INDICE-RUBRO)
              MOVE WS-INDICE-RUBRO TO WS-FILA-RUBRO
           END-IF.

       1220-COMPARAR-RUBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-CANJES.
           OPEN INPUT ENT-CANJES-HIST.
           EVALUATE TRUE
               WHEN FS-ENT-CANJES-HIST-OK
                   PERFORM 1310-LEER-CANJE
                      THRU 1310-LEER-CANJE-EXIT
                      UNTIL WS-CANJES-EOF-YES
                   CLOSE ENT-CANJES-HIST
               WHEN FS-ENT-CANJES-HIST-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CANJES_HIST.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CANJES-HIST
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1300-CARGAR-CANJES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo los canjes del ciclo pedido, sumados por cuenta
       1310-LEER-CANJE.
           READ ENT-CANJES-HIST
               AT END
                   SET WS-CANJES-EOF-YES TO TRUE
                   GO TO 1310-LEER-CANJE-EXIT
           END-READ.

           IF REG-CJH-CICLO NOT EQUAL WS-PARM-CICLO
              GO TO 1310-LEER-CANJE-EXIT
           END-IF.

           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 1320-COMPARAR-CANJE
              THRU 1320-COMPARAR-CANJE-EXIT
              VARYING WS-INDICE-CANJE FROM 1 BY 1
              UNTIL WS-INDICE-CANJE GREATER THAN WS-CANT-CANJES
                 OR WS-FILA-HALLADA-SI.

           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-CANJE
           ELSE
              IF WS-CANT-CANJES NOT LESS THAN 5000
                 ADD 1 TO WS-CANT-PERDIDAS
                 GO TO 1310-LEER-CANJE-EXIT
              END-IF
              ADD 1 TO WS-CANT-CANJES
              MOVE WS-CANT-CANJES TO WS-INDICE-CANJE
              MOVE REG-CJH-NUMERO-CUENTA
                TO WS-CANJE-ITEM-CUENTA(WS-INDICE-CANJE)
              MOVE 0 TO WS-CANJE-ITEM-PUNTOS(WS-INDICE-CANJE)
           END-IF.

           ADD REG-CJH-PUNTOS TO WS-CANJE-ITEM-PUNTOS(WS-INDICE-CANJE).

       1310-LEER-CANJE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1320-COMPARAR-CANJE.
           IF REG-CJH-NUMERO-CUENTA EQUAL
                 WS-CANJE-ITEM-CUENTA(WS-INDICE-CANJE)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       1320-COMPARAR-CANJE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARGAR-QUEBRANTOS.
           OPEN INPUT ENT-QUEBRANTOS.
           EVALUATE TRUE
               WHEN FS-ENT-QUEBRANTOS-OK
                   PERFORM 1410-LEER-QUEBRANTO
                      THRU 1410-LEER-QUEBRANTO-EXIT
                      UNTIL WS-QUEBRANTOS-EOF-YES
                   CLOSE ENT-QUEBRANTOS
               WHEN FS-ENT-QUEBRANTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR QUEBRANTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-QUEBRANTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1400-CARGAR-QUEBRANTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo los quebrantos con fecha en el mes del ciclo
       1410-LEER-QUEBRANTO.
           READ ENT-QUEBRANTOS
               AT END
                   SET WS-QUEBRANTOS-EOF-YES TO TRUE
                   GO TO 1410-LEER-QUEBRANTO-EXIT
           END-READ.

           MOVE REG-QUE-FECHA TO WS-QUE-FECHA.
           IF WS-QFE-MES-CICLO NOT EQUAL WS-MES-CICLO
              GO TO 1410-LEER-QUEBRANTO-EXIT
           END-IF.

           IF WS-CANT-QUE NOT LESS THAN 5000
              ADD 1 TO WS-CANT-PERDIDAS
              GO TO 1410-LEER-QUEBRANTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-QUE.
           MOVE REG-QUE-CUENTA  TO WS-QUE-ITEM-CUENTA(WS-CANT-QUE).
           MOVE REG-QUE-IMPORTE TO WS-QUE-ITEM-IMPORTE(WS-CANT-QUE).

       1410-LEER-QUEBRANTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-CARGAR-HISTORIA.
           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   PERFORM 1510-LEER-HISTORIA
                      THRU 1510-LEER-HISTORIA-EXIT
                      UNTIL WS-HISTORIA-EOF-YES
                   CLOSE ENT-HISTORIA
               WHEN FS-ENT-HISTORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RENTA_CUENTAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1500-CARGAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las lineas de mas de doce ciclos atras se descartan. Si la
      * historia no entra en la tabla no se sigue: regrabarla
      * perderia lineas.
       1510-LEER-HISTORIA.
           READ ENT-HISTORIA
               AT END
                   SET WS-HISTORIA-EOF-YES TO TRUE
                   GO TO 1510-LEER-HISTORIA-EXIT
           END-READ.

           IF REG-REN-CICLO LESS THAN WS-CICLO-PURGA
              ADD 1 TO WS-CANT-PURGADAS
              GO TO 1510-LEER-HISTORIA-EXIT
           END-IF.

           IF WS-CANT-HIST NOT LESS THAN 30000
              DISPLAY 'RENTA_CUENTAS.TXT TIENE MAS DE 30000 LINEAS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-HIST.
           MOVE REG-RENTA-CUENTA TO WS-HIST-LINEA(WS-CANT-HIST).

       1510-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-CSV.
           OPEN INPUT ENT-RESUMENES-CSV.
           EVALUATE TRUE
               WHEN FS-ENT-RESUMENES-CSV-OK
                   PERFORM 2010-LEER-CSV
                      THRU 2010-LEER-CSV-EXIT
                      UNTIL WS-CSV-EOF-YES
                   CLOSE ENT-RESUMENES-CSV
               WHEN FS-ENT-RESUMENES-CSV-NFD
                   DISPLAY 'NO SE ENCUENTRA RESUMENES.CSV: CORRER '
                      'TP02EJ01 ANTES DEL REPORTE'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RESUMENES.CSV'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RESUMENES-CSV
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-PROCESAR-CSV-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una linea por tarjeta: el recargo y el punitorio se suman por
      * cuenta.
       2010-LEER-CSV.
           READ ENT-RESUMENES-CSV
               AT END
                   SET WS-CSV-EOF-YES TO TRUE
                   GO TO 2010-LEER-CSV-EXIT
           END-READ.

           ADD 1 TO WS-CANT-LINEAS-CSV.
           MOVE FD-CSV-NUMERO-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM 2050-AGREGAR-CUENTA
              THRU 2050-AGREGAR-CUENTA-EXIT.
           IF WS-INDICE-CTA GREATER THAN WS-CANT-CTA
              GO TO 2010-LEER-CSV-EXIT
           END-IF.

           MOVE FD-CSV-RECARGO-FINANC TO WS-IMPORTE-NUMERICO.
           ADD WS-IMPORTE-NUMERICO
              TO WS-CTA-ITEM-INTERES(WS-INDICE-CTA).
           MOVE FD-CSV-INT-PUNITORIO TO WS-IMPORTE-NUMERICO.
           ADD WS-IMPORTE-NUMERICO
              TO WS-CTA-ITEM-PUNITORIO(WS-INDICE-CTA).

       2010-LEER-CSV-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en WS-INDICE-CTA la fila de WS-CUENTA-BUSCADA, dandola de
      * alta si no estaba. Con la tabla llena el indice queda fuera
      * de rango y la cuenta se pierde.
       2050-AGREGAR-CUENTA.
           PERFORM 2060-BUSCAR-CUENTA
              THRU 2060-BUSCAR-CUENTA-EXIT.
           IF WS-FILA-HALLADA-SI
              GO TO 2050-AGREGAR-CUENTA-EXIT
           END-IF.

           IF WS-CANT-CTA NOT LESS THAN 5000
              ADD 1 TO WS-CANT-PERDIDAS
              MOVE 5001 TO WS-INDICE-CTA
              GO TO 2050-AGREGAR-CUENTA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CTA.
           MOVE WS-CANT-CTA TO WS-INDICE-CTA.
           INITIALIZE WS-CTA-ITEM(WS-INDICE-CTA).
           MOVE WS-CUENTA-BUSCADA TO WS-CTA-ITEM-CUENTA(WS-INDICE-CTA).

       2050-AGREGAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2060-BUSCAR-CUENTA.
           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2070-COMPARAR-CUENTA
              THRU 2070-COMPARAR-CUENTA-EXIT
              VARYING WS-INDICE-CTA FROM 1 BY 1
              UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CTA
                 OR WS-FILA-HALLADA-SI.
           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-CTA
           END-IF.

       2060-BUSCAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2070-COMPARAR-CUENTA.
           IF WS-CUENTA-BUSCADA EQUAL WS-CTA-ITEM-CUENTA(WS-INDICE-CTA)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2070-COMPARAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-PROCESAR-CONSUMOS.
           OPEN INPUT ENT-CONSUMOS.
           EVALUATE TRUE
               WHEN FS-ENT-CONSUMOS-OK
                   PERFORM 2110-LEER-CONSUMO
                      THRU 2110-LEER-CONSUMO-EXIT
                      UNTIL WS-CONSUMOS-EOF-YES
                   CLOSE ENT-CONSUMOS
               WHEN FS-ENT-CONSUMOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONSUMOS.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CONSUMOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2100-PROCESAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo interesan las cuentas del ciclo. Los cargos de TP02FEES
      * se reconocen por venir sin comercio y con el ID del ciclo
      * (AAAAMM0000 + n); las compras en comercios del mes del ciclo
      * dejan la comision del comercio, que las devoluciones restan.
       2110-LEER-CONSUMO.
           READ ENT-CONSUMOS
               AT END
                   SET WS-CONSUMOS-EOF-YES TO TRUE
                   GO TO 2110-LEER-CONSUMO-EXIT
           END-READ.

           ADD 1 TO WS-CANT-CONSUMOS-LEIDOS.
           IF NOT WS-OPER-COMPRA
              GO TO 2110-LEER-CONSUMO-EXIT
           END-IF.

           MOVE WS-CUENTA-CREDITO TO WS-CUENTA-BUSCADA.
           PERFORM 2060-BUSCAR-CUENTA
              THRU 2060-BUSCAR-CUENTA-EXIT.
           IF WS-FILA-HALLADA-NO
              GO TO 2110-LEER-CONSUMO-EXIT
           END-IF.

           IF WS-ID-COMERCIO EQUAL 0
              DIVIDE WS-ID-CONSUMO BY 10000 GIVING WS-CICLO-CONSUMO
              IF WS-CICLO-CONSUMO EQUAL WS-CICLO
                 AND WS-MOV-DEBITO
                 PERFORM 2150-PASAR-A-PESOS
                    THRU 2150-PASAR-A-PESOS-EXIT
                 ADD WS-IMPORTE-PESOS
                    TO WS-CTA-ITEM-CARGOS(WS-INDICE-CTA)
                 ADD 1 TO WS-CANT-CARGOS
              END-IF
              GO TO 2110-LEER-CONSUMO-EXIT
           END-IF.

           IF WS-FECHA-CONSUMO(1:7) NOT EQUAL WS-MES-CICLO
              OR WS-MAESTRO-COMERCIOS-NO
              GO TO 2110-LEER-CONSUMO-EXIT
           END-IF.

           PERFORM 2200-BUSCAR-COMERCIO
              THRU 2200-BUSCAR-COMERCIO-EXIT.
           IF WS-INDICE-COM GREATER THAN WS-CANT-COM
              GO TO 2110-LEER-CONSUMO-EXIT
           END-IF.

           PERFORM 2150-PASAR-A-PESOS
              THRU 2150-PASAR-A-PESOS-EXIT.
           COMPUTE WS-COMISION-CONSUMO ROUNDED =
              WS-IMPORTE-PESOS * WS-COM-ITEM-COMISION(WS-INDICE-COM).
           IF WS-MOV-CREDITO
              SUBTRACT WS-COMISION-CONSUMO
                 FROM WS-CTA-ITEM-COMISION(WS-INDICE-CTA)
           ELSE
              ADD WS-COMISION-CONSUMO
                 TO WS-CTA-ITEM-COMISION(WS-INDICE-CTA)
           END-IF.
           ADD 1 TO WS-CANT-COMPRAS.

       2110-LEER-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en WS-IMPORTE-PESOS el importe del consumo en pesos, con
      * la cotizacion vigente a su fecha: la de fecha mas alta que no
      * la supere. Sin cotizacion el reporte aborta, como TP02ANUAL.
       2150-PASAR-A-PESOS.
           IF WS-TIPO-MONEDA EQUAL 'ARS' OR WS-TIPO-MONEDA EQUAL SPACES
              MOVE WS-IMPORTE TO WS-IMPORTE-PESOS
              GO TO 2150-PASAR-A-PESOS-EXIT
           END-IF.

           SET WS-COTIZ-HALLADA-NO TO TRUE.
           MOVE 0 TO WS-COTIZ-VIGENTE.
           MOVE SPACES TO WS-COTIZ-FECHA-VIGENTE.
           PERFORM 2160-COMPARAR-COTIZACION
              THRU 2160-COMPARAR-COTIZACION-EXIT
              VARYING WS-INDICE-COTIZ FROM 1 BY 1
              UNTIL WS-INDICE-COTIZ GREATER THAN WS-CANT-COTIZ.

           IF WS-COTIZ-HALLADA-NO
              DISPLAY 'ABORTA: SIN COTIZACION VIGENTE PARA LA MONEDA '
                 WS-TIPO-MONEDA ' A LA FECHA ' WS-FECHA-CONSUMO
              DISPLAY 'CARGAR LA COTIZACION EN COTIZACIONES.TXT Y '
                 'RELANZAR EL REPORTE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           COMPUTE WS-IMPORTE-PESOS ROUNDED =
              WS-IMPORTE * WS-COTIZ-VIGENTE.

       2150-PASAR-A-PESOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2160-COMPARAR-COTIZACION.
           IF WS-COTIZ-ITEM-MONEDA(WS-INDICE-COTIZ) EQUAL
                 WS-TIPO-MONEDA
              AND WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ) NOT GREATER
                 THAN WS-FECHA-CONSUMO
              AND (WS-COTIZ-HALLADA-NO
                   OR WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ) GREATER
                      THAN WS-COTIZ-FECHA-VIGENTE)
              SET WS-COTIZ-HALLADA-SI TO TRUE
              MOVE WS-COTIZ-ITEM-FECHA(WS-INDICE-COTIZ)
                TO WS-COTIZ-FECHA-VIGENTE
              MOVE WS-COTIZ-ITEM-VALOR(WS-INDICE-COTIZ)
                TO WS-COTIZ-VIGENTE
           END-IF.

       2160-COMPARAR-COTIZACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca el comercio del consumo en la tabla de comercios ya
      * consultados; si es la primera vez que aparece, lo lee del
      * maestro y lo agrega con su comision efectiva (en cero si no
      * existe). Con la tabla llena el indice queda fuera de rango.
       2200-BUSCAR-COMERCIO.
           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2210-COMPARAR-COMERCIO
              THRU 2210-COMPARAR-COMERCIO-EXIT
              VARYING WS-INDICE-COM FROM 1 BY 1
              UNTIL WS-INDICE-COM GREATER THAN WS-CANT-COM
                 OR WS-FILA-HALLADA-SI.

           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-COM
              GO TO 2200-BUSCAR-COMERCIO-EXIT
           END-IF.

           IF WS-CANT-COM NOT LESS THAN 500
              ADD 1 TO WS-CANT-PERDIDAS
              MOVE 501 TO WS-INDICE-COM
              GO TO 2200-BUSCAR-COMERCIO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-COM.
           MOVE WS-CANT-COM TO WS-INDICE-COM.
           MOVE WS-ID-COMERCIO TO WS-COM-ITEM-ID(WS-INDICE-COM).
           MOVE 0 TO WS-COM-ITEM-COMISION(WS-INDICE-COM).

           MOVE WS-ID-COMERCIO TO COM-ID-COMERCIO.
           READ COMERCIOS KEY IS COM-ID-COMERCIO.
           EVALUATE TRUE
               WHEN FS-COMERCIOS-OK
                   MOVE COM-COMISION
                     TO WS-COM-ITEM-COMISION(WS-INDICE-COM)
      * Sin tasa negociada rige la comision por defecto del rubro
                   IF COM-COMISION EQUAL 0
                      AND COM-RUBRO NOT EQUAL SPACES
                      PERFORM 2220-COMISION-POR-RUBRO
                         THRU 2220-COMISION-POR-RUBRO-EXIT
                   END-IF
               WHEN FS-COMERCIOS-CLAVE-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER EL MAESTRO DE COMERCIOS'
                   DISPLAY 'FILE STATUS: ' FS-COMERCIOS
           END-EVALUATE.

       2200-BUSCAR-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-COMPARAR-COMERCIO.
           IF WS-ID-COMERCIO EQUAL WS-COM-ITEM-ID(WS-INDICE-COM)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2210-COMPARAR-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2220-COMISION-POR-RUBRO.
           MOVE 0 TO WS-FILA-RUBRO.
           PERFORM 2230-COMPARAR-RUBRO
              THRU 2230-COMPARAR-RUBRO-EXIT
              VARYING WS-INDICE-RUBRO FROM 1 BY 1
              UNTIL WS-INDICE-RUBRO GREATER THAN WS-CANT-RUBROS.

           IF WS-FILA-RUBRO NOT EQUAL 0
              MOVE WS-RUBRO-ITEM-COMISION(WS-FILA-RUBRO)
                TO WS-COM-ITEM-COMISION(WS-INDICE-COM)
           END-IF.

       2220-COMISION-POR-RUBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2230-COMPARAR-RUBRO.
           IF COM-RUBRO EQUAL WS-RUBRO-ITEM-CODIGO(WS-INDICE-RUBRO)
              MOVE WS-INDICE-RUBRO TO WS-FILA-RUBRO
           END-IF.

       2230-COMPARAR-RUBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las cuentas castigadas en el mes ya no reciben resumen: si no
      * vinieron en el CSV se agregan igual para que el quebranto
      * cuente, salvo que la historia ya las tenga en el ciclo (las
      * agrego la corrida de otro grupo).
       2300-AGREGAR-QUEBRADAS.
           MOVE WS-QUE-ITEM-CUENTA(WS-INDICE-QUE) TO WS-CUENTA-BUSCADA.
           PERFORM 2060-BUSCAR-CUENTA
              THRU 2060-BUSCAR-CUENTA-EXIT.
           IF WS-FILA-HALLADA-SI
              GO TO 2300-AGREGAR-QUEBRADAS-EXIT
           END-IF.

           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2310-COMPARAR-HISTORIA
              THRU 2310-COMPARAR-HISTORIA-EXIT
              VARYING WS-INDICE-HIST FROM 1 BY 1
              UNTIL WS-INDICE-HIST GREATER THAN WS-CANT-HIST
                 OR WS-FILA-HALLADA-SI.
           IF WS-FILA-HALLADA-SI
              GO TO 2300-AGREGAR-QUEBRADAS-EXIT
           END-IF.

           PERFORM 2050-AGREGAR-CUENTA
              THRU 2050-AGREGAR-CUENTA-EXIT.
           IF WS-INDICE-CTA NOT GREATER THAN WS-CANT-CTA
              ADD 1 TO WS-CANT-SOLO-QUEBRANTO
           END-IF.

       2300-AGREGAR-QUEBRADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2310-COMPARAR-HISTORIA.
           MOVE WS-HIST-LINEA(WS-INDICE-HIST) TO WS-HIST-AUX.
           IF WS-HAX-CICLO EQUAL WS-CICLO
              AND WS-HAX-CUENTA EQUAL WS-CUENTA-BUSCADA
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2310-COMPARAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La historia se regraba sin las lineas del ciclo de las cuentas
      * de esta corrida, que se vuelven a grabar con lo recien
      * calculado.
       2600-REGRABAR-HISTORIA.
           OPEN OUTPUT SAL-HISTORIA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL ABRIR RENTA_CUENTAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2610-COPIAR-HISTORIA
              THRU 2610-COPIAR-HISTORIA-EXIT
              VARYING WS-INDICE-HIST FROM 1 BY 1
              UNTIL WS-INDICE-HIST GREATER THAN WS-CANT-HIST.

           PERFORM 2650-GRABAR-CUENTA
              THRU 2650-GRABAR-CUENTA-EXIT
              VARYING WS-INDICE-CTA FROM 1 BY 1
              UNTIL WS-INDICE-CTA GREATER THAN WS-CANT-CTA.

           CLOSE SAL-HISTORIA.

       2600-REGRABAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las lineas del ciclo que quedan van tambien al ranking
       2610-COPIAR-HISTORIA.
           MOVE WS-HIST-LINEA(WS-INDICE-HIST) TO WS-HIST-AUX.
           IF WS-HAX-CICLO EQUAL WS-CICLO
              MOVE WS-HAX-CUENTA TO WS-CUENTA-BUSCADA
              PERFORM 2060-BUSCAR-CUENTA
                 THRU 2060-BUSCAR-CUENTA-EXIT
              IF WS-FILA-HALLADA-SI
                 GO TO 2610-COPIAR-HISTORIA-EXIT
              END-IF
              PERFORM 2700-AGREGAR-RANKING
                 THRU 2700-AGREGAR-RANKING-EXIT
           END-IF.

           MOVE WS-HIST-AUX TO FD-SAL-HISTORIA-LINEA.
           PERFORM 2690-GRABAR-HISTORIA
              THRU 2690-GRABAR-HISTORIA-EXIT.

       2610-COPIAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Completa la cuenta con el costo de sus puntos canjeados, su
      * quebranto del mes y su producto y grupo segun MAESTARJ. La
      * comision neta no baja de cero.
       2650-GRABAR-CUENTA.
           MOVE WS-CTA-ITEM-CUENTA(WS-INDICE-CTA) TO WS-CUENTA-BUSCADA.

           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2655-COMPARAR-CANJE
              THRU 2655-COMPARAR-CANJE-EXIT
              VARYING WS-INDICE-CANJE FROM 1 BY 1
              UNTIL WS-INDICE-CANJE GREATER THAN WS-CANT-CANJES
                 OR WS-FILA-HALLADA-SI.
           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-CANJE
              COMPUTE WS-CTA-ITEM-COSTO-PUNTOS(WS-INDICE-CTA) ROUNDED =
                 WS-CANJE-ITEM-PUNTOS(WS-INDICE-CANJE) * WS-COSTO-PUNTO
           END-IF.

           PERFORM 2660-SUMAR-QUEBRANTO
              THRU 2660-SUMAR-QUEBRANTO-EXIT
              VARYING WS-INDICE-QUE FROM 1 BY 1
              UNTIL WS-INDICE-QUE GREATER THAN WS-CANT-QUE.

           IF WS-CTA-ITEM-COMISION(WS-INDICE-CTA) LESS THAN 0
              MOVE 0 TO WS-CTA-ITEM-COMISION(WS-INDICE-CTA)
           END-IF.

           INITIALIZE LK-TARJETA.
           SET LK-MODO-CONSULTA TO TRUE.
           MOVE WS-CUENTA-BUSCADA TO LK-NUMERO-CUENTA-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF LK-RETORNO-OK
              MOVE LK-PRODUCTO-O TO WS-RNU-PRODUCTO
              MOVE LK-GRUPO-O    TO WS-RNU-GRUPO
           ELSE
              MOVE SPACE TO WS-RNU-PRODUCTO
              MOVE 0     TO WS-RNU-GRUPO
           END-IF.

           MOVE WS-CICLO TO WS-RNU-CICLO.
           MOVE WS-CUENTA-BUSCADA TO WS-RNU-CUENTA.
           MOVE WS-CTA-ITEM-INTERES(WS-INDICE-CTA)   TO WS-RNU-INTERES.
           MOVE WS-CTA-ITEM-PUNITORIO(WS-INDICE-CTA)
             TO WS-RNU-PUNITORIO.
           MOVE WS-CTA-ITEM-CARGOS(WS-INDICE-CTA)    TO WS-RNU-CARGOS.
           MOVE WS-CTA-ITEM-COMISION(WS-INDICE-CTA)  TO WS-RNU-COMISION.
           MOVE WS-CTA-ITEM-COSTO-PUNTOS(WS-INDICE-CTA)
             TO WS-RNU-COSTO-PUNTOS.
           MOVE WS-CTA-ITEM-QUEBRANTO(WS-INDICE-CTA)
             TO WS-RNU-QUEBRANTO.

           MOVE WS-RENTA-CTA TO WS-HIST-AUX.
           PERFORM 2700-AGREGAR-RANKING
              THRU 2700-AGREGAR-RANKING-EXIT.
           MOVE WS-HIST-AUX TO FD-SAL-HISTORIA-LINEA.
           PERFORM 2690-GRABAR-HISTORIA
              THRU 2690-GRABAR-HISTORIA-EXIT.

       2650-GRABAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2655-COMPARAR-CANJE.
           IF WS-CUENTA-BUSCADA EQUAL
                 WS-CANJE-ITEM-CUENTA(WS-INDICE-CANJE)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2655-COMPARAR-CANJE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2660-SUMAR-QUEBRANTO.
           IF WS-CUENTA-BUSCADA EQUAL WS-QUE-ITEM-CUENTA(WS-INDICE-QUE)
              ADD WS-QUE-ITEM-IMPORTE(WS-INDICE-QUE)
                 TO WS-CTA-ITEM-QUEBRANTO(WS-INDICE-CTA)
           END-IF.

       2660-SUMAR-QUEBRANTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2690-GRABAR-HISTORIA.
           WRITE FD-SAL-HISTORIA-LINEA.
           IF NOT FS-SAL-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR RENTA_CUENTAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-HISTORIA
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       2690-GRABAR-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Agrega al ranking la linea de WS-HIST-AUX con su resultado:
      * ingresos menos costo de puntos y quebranto.
       2700-AGREGAR-RANKING.
           IF WS-CANT-RAN NOT LESS THAN 5000
              ADD 1 TO WS-CANT-PERDIDAS
              GO TO 2700-AGREGAR-RANKING-EXIT
           END-IF.

           ADD 1 TO WS-CANT-RAN.
           MOVE WS-HIST-AUX TO WS-RAN-ITEM-LINEA(WS-CANT-RAN).
           MOVE WS-HIST-AUX TO WS-RENTA-CTA.
           COMPUTE WS-RAN-ITEM-RESULTADO(WS-CANT-RAN) =
              WS-RNU-INTERES + WS-RNU-PUNITORIO + WS-RNU-CARGOS
              + WS-RNU-COMISION - WS-RNU-COSTO-PUNTOS
              - WS-RNU-QUEBRANTO.
           SET WS-RAN-ITEM-EMITIDO-NO(WS-CANT-RAN) TO TRUE.

       2700-AGREGAR-RANKING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ranking de la cuenta mas rentable a la menos rentable y
      * totales por producto y por grupo de ciclo.
       3000-EMITIR-REPORTE.
           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING '../RENTABILIDAD_' WS-PARM-CICLO '.TXT'
              DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE.
           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-REPORTE
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE WS-TABLA-TOT-PRODUCTO.
           INITIALIZE WS-TABLA-TOT-GRUPO.

           MOVE WS-CICLO TO WS-RTI-CICLO.
           MOVE WS-REP-TITULO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE WS-REP-SEPARADOR TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE WS-REP-ENCABEZADO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 0 TO WS-PUESTO.
           PERFORM 3100-EMITIR-SIGUIENTE
              THRU 3100-EMITIR-SIGUIENTE-EXIT
              WS-CANT-RAN TIMES.

           MOVE WS-REP-SEPARADOR TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'TOTALES POR PRODUCTO' TO WS-REP-SUBTITULO.
           MOVE WS-REP-SUBTITULO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           PERFORM 3300-EMITIR-TOT-PRODUCTO
              THRU 3300-EMITIR-TOT-PRODUCTO-EXIT
              VARYING WS-INDICE-TOT FROM 1 BY 1
              UNTIL WS-INDICE-TOT GREATER THAN 4.

           MOVE WS-REP-SEPARADOR TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'TOTALES POR GRUPO DE CICLO' TO WS-REP-SUBTITULO.
           MOVE WS-REP-SUBTITULO TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           PERFORM 3400-EMITIR-TOT-GRUPO
              THRU 3400-EMITIR-TOT-GRUPO-EXIT
              VARYING WS-INDICE-TOT FROM 1 BY 1
              UNTIL WS-INDICE-TOT GREATER THAN 4.

           CLOSE SAL-REPORTE.

       3000-EMITIR-REPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-EMITIR-SIGUIENTE.
           MOVE 0 TO WS-INDICE-RAN.
           PERFORM 3110-ELEGIR-MAYOR
              THRU 3110-ELEGIR-MAYOR-EXIT
              VARYING WS-INDICE-RAN-2 FROM 1 BY 1
              UNTIL WS-INDICE-RAN-2 GREATER THAN WS-CANT-RAN.

           SET WS-RAN-ITEM-EMITIDO-SI(WS-INDICE-RAN) TO TRUE.
           ADD 1 TO WS-PUESTO.
           MOVE WS-RAN-ITEM-LINEA(WS-INDICE-RAN) TO WS-RENTA-CTA.

           MOVE WS-RNU-INTERES      TO WS-IMP-CUENTA(1).
           MOVE WS-RNU-PUNITORIO    TO WS-IMP-CUENTA(2).
           MOVE WS-RNU-CARGOS       TO WS-IMP-CUENTA(3).
           MOVE WS-RNU-COMISION     TO WS-IMP-CUENTA(4).
           MOVE WS-RNU-COSTO-PUNTOS TO WS-IMP-CUENTA(5).
           MOVE WS-RNU-QUEBRANTO    TO WS-IMP-CUENTA(6).
           MOVE WS-RAN-ITEM-RESULTADO(WS-INDICE-RAN)
             TO WS-IMP-CUENTA(7).

           MOVE WS-PUESTO      TO WS-RDE-PUESTO.
           MOVE WS-RNU-CUENTA TO WS-RDE-CUENTA.
           EVALUATE WS-RNU-PRODUCTO
               WHEN 'C'
                   MOVE 'CLASICA' TO WS-RDE-PRODUCTO
                   MOVE 1 TO WS-INDICE-TOT
               WHEN 'G'
                   MOVE 'GOLD'    TO WS-RDE-PRODUCTO
                   MOVE 2 TO WS-INDICE-TOT
               WHEN 'B'
                   MOVE 'BLACK'   TO WS-RDE-PRODUCTO
                   MOVE 3 TO WS-INDICE-TOT
               WHEN OTHER
                   MOVE SPACES    TO WS-RDE-PRODUCTO
                   MOVE 4 TO WS-INDICE-TOT
           END-EVALUATE.
           MOVE WS-RNU-GRUPO  TO WS-RDE-GRUPO.

           ADD 1 TO WS-TPR-CANT(WS-INDICE-TOT).
           PERFORM 3120-SUMAR-PRODUCTO
              THRU 3120-SUMAR-PRODUCTO-EXIT
              VARYING WS-INDICE-COL FROM 1 BY 1
              UNTIL WS-INDICE-COL GREATER THAN 7.

      * Las tarjetas sin grupo asignado facturan con el grupo 1
           IF WS-RNU-GRUPO LESS THAN 1 OR WS-RNU-GRUPO GREATER THAN 4
              MOVE 1 TO WS-INDICE-TOT
           ELSE
              MOVE WS-RNU-GRUPO TO WS-INDICE-TOT
           END-IF.
           ADD 1 TO WS-TGR-CANT(WS-INDICE-TOT).
           PERFORM 3130-SUMAR-GRUPO
              THRU 3130-SUMAR-GRUPO-EXIT
              VARYING WS-INDICE-COL FROM 1 BY 1
              UNTIL WS-INDICE-COL GREATER THAN 7.

           MOVE WS-REP-DETALLE TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3100-EMITIR-SIGUIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3110-ELEGIR-MAYOR.
           IF WS-RAN-ITEM-EMITIDO-SI(WS-INDICE-RAN-2)
              GO TO 3110-ELEGIR-MAYOR-EXIT
           END-IF.

           IF WS-INDICE-RAN EQUAL 0
              MOVE WS-INDICE-RAN-2 TO WS-INDICE-RAN
           ELSE
              IF WS-RAN-ITEM-RESULTADO(WS-INDICE-RAN-2) GREATER THAN
                    WS-RAN-ITEM-RESULTADO(WS-INDICE-RAN)
                 MOVE WS-INDICE-RAN-2 TO WS-INDICE-RAN
              END-IF
           END-IF.

       3110-ELEGIR-MAYOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3120-SUMAR-PRODUCTO.
           MOVE WS-IMP-CUENTA(WS-INDICE-COL)
             TO WS-RDE-VALOR(WS-INDICE-COL).
           ADD WS-IMP-CUENTA(WS-INDICE-COL)
              TO WS-TPR-IMPORTE(WS-INDICE-TOT, WS-INDICE-COL).

       3120-SUMAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3130-SUMAR-GRUPO.
           ADD WS-IMP-CUENTA(WS-INDICE-COL)
              TO WS-TGR-IMPORTE(WS-INDICE-TOT, WS-INDICE-COL).

       3130-SUMAR-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-EMITIR-TOT-PRODUCTO.
           EVALUATE WS-INDICE-TOT
               WHEN 1
                   MOVE 'CLASICA'      TO WS-RTO-NOMBRE
               WHEN 2
                   MOVE 'GOLD'         TO WS-RTO-NOMBRE
               WHEN 3
                   MOVE 'BLACK'        TO WS-RTO-NOMBRE
               WHEN OTHER
                   MOVE 'SIN PRODUCTO' TO WS-RTO-NOMBRE
           END-EVALUATE.
           MOVE WS-TPR-CANT(WS-INDICE-TOT) TO WS-RTO-CANT.
           PERFORM 3310-ARMAR-TOT-PRODUCTO
              THRU 3310-ARMAR-TOT-PRODUCTO-EXIT
              VARYING WS-INDICE-COL FROM 1 BY 1
              UNTIL WS-INDICE-COL GREATER THAN 7.

           MOVE WS-REP-TOTAL TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3300-EMITIR-TOT-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3310-ARMAR-TOT-PRODUCTO.
           MOVE WS-TPR-IMPORTE(WS-INDICE-TOT, WS-INDICE-COL)
             TO WS-RTO-VALOR(WS-INDICE-COL).

       3310-ARMAR-TOT-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3400-EMITIR-TOT-GRUPO.
           MOVE SPACES TO WS-RTO-NOMBRE.
           STRING 'GRUPO ' WS-INDICE-TOT
              DELIMITED BY SIZE INTO WS-RTO-NOMBRE.
           MOVE WS-TGR-CANT(WS-INDICE-TOT) TO WS-RTO-CANT.
           PERFORM 3410-ARMAR-TOT-GRUPO
              THRU 3410-ARMAR-TOT-GRUPO-EXIT
              VARYING WS-INDICE-COL FROM 1 BY 1
              UNTIL WS-INDICE-COL GREATER THAN 7.

           MOVE WS-REP-TOTAL TO WS-LINEA-REPORTE.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3400-EMITIR-TOT-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3410-ARMAR-TOT-GRUPO.
           MOVE WS-TGR-IMPORTE(WS-INDICE-TOT, WS-INDICE-COL)
             TO WS-RTO-VALOR(WS-INDICE-COL).

       3410-ARMAR-TOT-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.
           MOVE WS-LINEA-REPORTE TO FD-REPORTE-LINEA.
           WRITE FD-REPORTE-LINEA.
           IF NOT FS-SAL-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-REPORTE
              DISPLAY 'FILE STATUS: ' FS-SAL-REPORTE
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINEA-REPORTE.

       3900-GRABAR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           IF WS-MAESTRO-COMERCIOS-SI
              CLOSE COMERCIOS
           END-IF.

           IF WS-CANT-PERDIDAS GREATER THAN 0
              DISPLAY 'TABLAS LLENAS: HAY DATOS QUE NO ENTRARON EN EL '
                 'REPORTE'
              IF RETURN-CODE LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY 'LINEAS DEL CSV       : ' WS-CANT-LINEAS-CSV.
           DISPLAY 'CUENTAS PROCESADAS   : ' WS-CANT-CTA.
           DISPLAY 'SOLO CON QUEBRANTO   : ' WS-CANT-SOLO-QUEBRANTO.
           DISPLAY 'CONSUMOS LEIDOS      : ' WS-CANT-CONSUMOS-LEIDOS.
           DISPLAY 'CARGOS DEL CICLO     : ' WS-CANT-CARGOS.
           DISPLAY 'COMPRAS CON COMISION : ' WS-CANT-COMPRAS.
           DISPLAY 'CUENTAS EN EL RANKING: ' WS-CANT-RAN.
           DISPLAY 'LINEAS PURGADAS      : ' WS-CANT-PURGADAS.
           DISPLAY 'DATOS PERDIDOS       : ' WS-CANT-PERDIDAS.
           DISPLAY 'REPORTE              : ' WS-NOMBRE-REPORTE.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02RENTA.
