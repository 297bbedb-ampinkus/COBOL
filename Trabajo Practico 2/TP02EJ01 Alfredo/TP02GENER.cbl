      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02GENER.CBL - Generaciones y retencion de las
      *          salidas de lote. Cada corrida pisa o sigue
      *          estirando sus salidas (RESUMENES.TXT, ERRORES.TXT,
      *          ALERTAS.TXT, MOVIMIENTOS.TXT, RECIBOS.TXT, ...); las
      *          que figuran en el catalogo SALIDAS_CATALOGO.TXT
      *          (SALCATAL.CPY) se guardan como generaciones
      *          numeradas y fechadas en ../GENERACIONES, con el
      *          indice GENERACIONES.TXT (GENERAC.CPY).
      *          Modo GUARDAR: copia las salidas catalogadas del
      *          programa indicado como generacion nueva. Lo llama
      *          TP02CHAIN despues de cada paso completo; los lotes
      *          que corren fuera de la cadena (CLPOSTEO, CL20LIQ,
      *          ...) lo corren a continuacion.
      *          Modo PURGAR: borra las generaciones que vencieron
      *          segun la regla de cada salida (cantidad de
      *          generaciones o dias) y deja lo borrado en
      *          GENERACIONES_PURGA.TXT con la fecha y el operador.
      *          La generacion mas reciente de cada salida no se
      *          purga nunca. Las salidas que salieron del catalogo
      *          conservan sus generaciones hasta que se las vuelva
      *          a catalogar.
      *          Modo RECUPERAR: deja una copia de la generacion
      *          pedida (0 la ultima, -1 la anterior, ...) en
      *          ../RECUPERADO_<archivo>, para reimpresiones e
      *          investigaciones.
      *            TP02GENER GUARDAR <PROGRAMA>
      *            TP02GENER PURGAR <OPERADOR>
      *            TP02GENER RECUPERAR <ARCHIVO> <GENERACION>
      *          Codigo de retorno: 0 sin novedades; 4 una salida
      *          catalogada no estaba o la generacion pedida no
      *          existe; 99 error de parametros, sign-on, archivos o
      *          comandos del sistema.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02GENER.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Catalogo de salidas con su regla de retencion
           SELECT ENT-CATALOGO
           ASSIGN TO '../SALIDAS_CATALOGO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-CATALOGO.

      *    Indice de generaciones vigentes
           SELECT ENT-GENERACIONES
           ASSIGN TO '../GENERACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-GENERACIONES.

      *    Generaciones ya purgadas: solo para no repetir numeros
           SELECT ENT-PURGA
           ASSIGN TO '../GENERACIONES_PURGA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-PURGA.

      *****ARCHIVOS DE SALIDA
      *    El guardado agrega al final (EXTEND); la purga lo regraba
      *    entero desde la tabla
           SELECT SAL-GENERACIONES
           ASSIGN TO '../GENERACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-GENERACIONES.

           SELECT SAL-PURGA
           ASSIGN TO '../GENERACIONES_PURGA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PURGA.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-CATALOGO.
           COPY SALCATAL.

       FD ENT-GENERACIONES.
       01 FD-ENT-GENERACION            PIC X(146).

       FD ENT-PURGA.
       01 FD-ENT-PURGA                 PIC X(146).

       FD SAL-GENERACIONES.
       01 FD-SAL-GENERACION            PIC X(146).

       FD SAL-PURGA.
       01 FD-SAL-PURGA                 PIC X(146).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-CATALOGO                   PIC X(2).
             88 FS-ENT-CATALOGO-OK                 VALUE '00'.
             88 FS-ENT-CATALOGO-NFD                VALUE '35'.
          05 FS-ENT-GENERACIONES               PIC X(2).
             88 FS-ENT-GENERACIONES-OK             VALUE '00'.
             88 FS-ENT-GENERACIONES-NFD            VALUE '35'.
          05 FS-ENT-PURGA                      PIC X(2).
             88 FS-ENT-PURGA-OK                    VALUE '00'.
             88 FS-ENT-PURGA-NFD                   VALUE '35'.
          05 FS-SAL-GENERACIONES               PIC X(2).
             88 FS-SAL-GENERACIONES-OK             VALUE '00'.
             88 FS-SAL-GENERACIONES-NFD            VALUE '35'.
          05 FS-SAL-PURGA                      PIC X(2).
             88 FS-SAL-PURGA-OK                    VALUE '00'.
             88 FS-SAL-PURGA-NFD                   VALUE '35'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 WS-SIGNON.
           COPY SIGNON.
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Generacion en proceso
           COPY GENERAC.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(60) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(10) VALUE SPACES.
          88 WS-MODO-GUARDAR               VALUE 'GUARDAR'.
          88 WS-MODO-PURGAR                VALUE 'PURGAR'.
          88 WS-MODO-RECUPERAR             VALUE 'RECUPERAR'.
       01 WS-PARM-1                    PIC X(30) VALUE SPACES.
       01 WS-PARM-2                    PIC X(06) VALUE SPACES.
      * Generacion relativa pedida: 0 la ultima, -1 la anterior, ...
       77 WS-RELATIVA                  PIC S9(04) VALUE 0.

      * Fecha y hora del proceso
       01 WS-FECHA-PROCESO             PIC 9(08) VALUE 0.
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
       01 WS-HORA-PROCESO              PIC 9(08) VALUE 0.

      * Fecha limite de una regla por dias, en los dos formatos
       01 WS-FECHA-LIMITE.
          05 WS-LIM-ANIO               PIC 9(04).
          05 FILLER                    PIC X(01).
          05 WS-LIM-MES                PIC 9(02).
          05 FILLER                    PIC X(01).
          05 WS-LIM-DIA                PIC 9(02).
       01 WS-LIMITE-NUMERICO           PIC 9(08) VALUE 0.
       01 WS-LIMITE-NUMERICO-R REDEFINES WS-LIMITE-NUMERICO.
          05 WS-LN-ANIO                PIC 9(04).
          05 WS-LN-MES                 PIC 9(02).
          05 WS-LN-DIA                 PIC 9(02).

      * Switches
       01 WS-ARCHIVO-EOF               PIC X(5) VALUE 'FALSE'.
          88 WS-ARCHIVO-EOF-YES            VALUE 'TRUE'.
          88 WS-ARCHIVO-EOF-NO             VALUE 'FALSE'.

      * Catalogo de salidas en memoria, con los contadores de la
      * corrida por salida
       77 WS-CANT-SCAT                 PIC 9(03) VALUE 0.
       77 WS-INDICE-SCAT               PIC 9(03) VALUE 0.
       77 WS-FILA-SCAT                 PIC 9(03) VALUE 0.
       01 WS-TABLA-CATALOGO.
          05 WS-SCAT-ITEM OCCURS 200 TIMES.
             10 WS-SCAT-ITEM-ARCHIVO      PIC X(30).
             10 WS-SCAT-ITEM-PROGRAMA     PIC X(10).
             10 WS-SCAT-ITEM-REGLA        PIC X(01).
             10 WS-SCAT-ITEM-CANTIDAD     PIC 9(04).
      * Ultimo numero de generacion usado (vigentes y purgadas)
             10 WS-SCAT-ITEM-ULTIMO       PIC 9(06).
      * Generaciones vigentes y recorridas en la purga
             10 WS-SCAT-ITEM-TOTAL        PIC 9(05).
             10 WS-SCAT-ITEM-VISTAS       PIC 9(05).
      * Fecha limite de la regla por dias (AAAAMMDD)
             10 WS-SCAT-ITEM-LIMITE       PIC 9(08).

      * Indice de generaciones en memoria (se regraba completo)
       77 WS-CANT-GEN                  PIC 9(04) VALUE 0.
       77 WS-INDICE-GEN                PIC 9(04) VALUE 0.
       01 WS-TABLA-GENERACIONES.
          05 WS-GEN-ITEM OCCURS 5000 TIMES.
             10 WS-GEN-ITEM-LINEA         PIC X(146).
             10 WS-GEN-ITEM-BORRAR        PIC X(01).

      * Busqueda de la generacion a recuperar
       77 WS-POSICION-PEDIDA           PIC S9(05) VALUE 0.
       77 WS-POSICION                  PIC 9(05) VALUE 0.

      * Comandos del sistema y consulta de existencia
       01 WS-COMANDO-SISTEMA           PIC X(200) VALUE SPACES.
       77 WS-RC-SISTEMA                PIC S9(09) COMP VALUE 0.
       01 WS-ARCHIVO-NOMBRE            PIC X(40) VALUE SPACES.
       01 WS-FILE-INFO.
          05 WS-FI-TAMANIO             PIC X(8) COMP-X.
          05 WS-FI-DIA                 PIC X COMP-X.
          05 WS-FI-MES                 PIC X COMP-X.
          05 WS-FI-ANIO                PIC XX COMP-X.
          05 WS-FI-HORA                PIC X COMP-X.
          05 WS-FI-MIN                 PIC X COMP-X.
          05 WS-FI-SEG                 PIC X COMP-X.
          05 WS-FI-CENTESIMAS          PIC X COMP-X.

      * Contadores de control del lote
       01 WS-CONTADORES.
          05 WS-CANT-GUARDADAS                 PIC 9(05) VALUE 0.
          05 WS-CANT-FALTANTES                 PIC 9(05) VALUE 0.
          05 WS-CANT-PURGADAS                  PIC 9(05) VALUE 0.
          05 WS-CANT-RETENIDAS                 PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           EVALUATE TRUE
               WHEN WS-MODO-GUARDAR
                   PERFORM 2000-GUARDAR-SALIDAS
                      THRU 2000-GUARDAR-SALIDAS-EXIT
               WHEN WS-MODO-PURGAR
                   PERFORM 3000-PURGAR-GENERACIONES
                      THRU 3000-PURGAR-GENERACIONES-EXIT
               WHEN OTHER
                   PERFORM 4000-RECUPERAR-GENERACION
                      THRU 4000-RECUPERAR-GENERACION-EXIT
           END-EVALUATE.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-MODO WS-PARM-1 WS-PARM-2.

           IF (NOT WS-MODO-GUARDAR AND NOT WS-MODO-PURGAR
               AND NOT WS-MODO-RECUPERAR)
              OR WS-PARM-1 EQUAL SPACES
              OR (WS-MODO-RECUPERAR AND WS-PARM-2 EQUAL SPACES)
              DISPLAY 'USO: TP02GENER GUARDAR <PROGRAMA>'
              DISPLAY '     TP02GENER PURGAR <OPERADOR>'
              DISPLAY '     TP02GENER RECUPERAR <ARCHIVO> <GENERACION>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * La purga borra copias: la firma un operador de mantenimiento,
      * que queda asentado en GENERACIONES_PURGA.TXT.
           IF WS-MODO-PURGAR
              INITIALIZE WS-SIGNON
              MOVE WS-PARM-1 TO LK-SGN-OPERADOR
              CALL 'TP02SIGN' USING WS-SIGNON
              IF NOT LK-SGN-RETORNO-OK
                 OR NOT LK-SGN-PUEDE-MANTENER
                 DISPLAY 'PURGA DENEGADA: EL OPERADOR ' WS-PARM-1
                    ' NO TIENE NIVEL DE MANTENIMIENTO'
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      * La generacion se pide como 0, -1, -2, ...
           IF WS-MODO-RECUPERAR
              MOVE FUNCTION NUMVAL(WS-PARM-2) TO WS-RELATIVA
              IF WS-RELATIVA GREATER THAN 0
                 DISPLAY 'LA GENERACION SE PIDE COMO 0 (LA ULTIMA), '
                    '-1 (LA ANTERIOR), -2, ...'
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM 5000-CARGAR-CATALOGO
              THRU 5000-CARGAR-CATALOGO-EXIT.
           PERFORM 5100-CARGAR-GENERACIONES
              THRU 5100-CARGAR-GENERACIONES-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Guardado de las salidas catalogadas del programa
       2000-GUARDAR-SALIDAS.
           PERFORM 5200-CARGAR-PURGADAS
              THRU 5200-CARGAR-PURGADAS-EXIT.

           OPEN EXTEND SAL-GENERACIONES.
           IF FS-SAL-GENERACIONES-NFD
              OPEN OUTPUT SAL-GENERACIONES
           END-IF.
           IF NOT FS-SAL-GENERACIONES-OK
              DISPLAY 'ERROR AL ABRIR GENERACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-GENERACIONES
              MOVE 99 TO RETURN-CODE
              GO TO 2000-GUARDAR-SALIDAS-EXIT
           END-IF.

           PERFORM 2100-GUARDAR-SALIDA
              THRU 2100-GUARDAR-SALIDA-EXIT
              VARYING WS-INDICE-SCAT FROM 1 BY 1
              UNTIL WS-INDICE-SCAT GREATER THAN WS-CANT-SCAT.

           CLOSE SAL-GENERACIONES.

       2000-GUARDAR-SALIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-GUARDAR-SALIDA.
           IF WS-SCAT-ITEM-PROGRAMA(WS-INDICE-SCAT) NOT EQUAL WS-PARM-1
              GO TO 2100-GUARDAR-SALIDA-EXIT
           END-IF.

      * Una salida catalogada que el paso no dejo se informa: puede
      * ser una corrida sin novedades o un paso que no termino.
           MOVE SPACES TO WS-ARCHIVO-NOMBRE.
           STRING '../' WS-SCAT-ITEM-ARCHIVO(WS-INDICE-SCAT)
              DELIMITED BY SPACE INTO WS-ARCHIVO-NOMBRE.
           MOVE 0 TO RETURN-CODE.
           CALL 'CBL_CHECK_FILE_EXIST'
              USING WS-ARCHIVO-NOMBRE WS-FILE-INFO.
           IF RETURN-CODE NOT EQUAL 0
              MOVE 0 TO RETURN-CODE
              DISPLAY 'NO EXISTE ' WS-ARCHIVO-NOMBRE
                 ': NO SE GUARDA GENERACION'
              ADD 1 TO WS-CANT-FALTANTES
              GO TO 2100-GUARDAR-SALIDA-EXIT
           END-IF.

           INITIALIZE REG-GENERACION.
           MOVE WS-SCAT-ITEM-ARCHIVO(WS-INDICE-SCAT) TO REG-GEN-ARCHIVO.
           COMPUTE REG-GEN-NUMERO =
              WS-SCAT-ITEM-ULTIMO(WS-INDICE-SCAT) + 1.
           MOVE WS-FECHA-PROCESO     TO REG-GEN-FECHA.
           MOVE WS-HORA-PROCESO(1:6) TO REG-GEN-HORA.
           MOVE WS-PARM-1            TO REG-GEN-PROGRAMA.
           STRING '../GENERACIONES/' DELIMITED BY SIZE
                  REG-GEN-ARCHIVO    DELIMITED BY SPACE
                  '.G'               DELIMITED BY SIZE
                  REG-GEN-NUMERO     DELIMITED BY SIZE
                  '.D'               DELIMITED BY SIZE
                  REG-GEN-FECHA      DELIMITED BY SIZE
             INTO REG-GEN-COPIA.
           MOVE 0      TO REG-GEN-FECHA-PURGA.
           MOVE SPACES TO REG-GEN-OPERADOR-PURGA.

           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'mkdir -p ../GENERACIONES && cp ' DELIMITED BY SIZE
                  WS-ARCHIVO-NOMBRE  DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  REG-GEN-COPIA      DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA.
           CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
              RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA NOT EQUAL 0
              DISPLAY 'NO SE PUDO COPIAR ' WS-ARCHIVO-NOMBRE ' A '
                 REG-GEN-COPIA
              MOVE 99 TO RETURN-CODE
              GO TO 2100-GUARDAR-SALIDA-EXIT
           END-IF.

           WRITE FD-SAL-GENERACION FROM REG-GENERACION.
           IF NOT FS-SAL-GENERACIONES-OK
              DISPLAY 'ERROR AL GRABAR GENERACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-GENERACIONES
              MOVE 99 TO RETURN-CODE
              GO TO 2100-GUARDAR-SALIDA-EXIT
           END-IF.

           MOVE REG-GEN-NUMERO TO WS-SCAT-ITEM-ULTIMO(WS-INDICE-SCAT).
           ADD 1 TO WS-CANT-GUARDADAS.
           DISPLAY 'GENERACION ' REG-GEN-NUMERO ' DE '
              REG-GEN-ARCHIVO ' EN ' REG-GEN-COPIA.

       2100-GUARDAR-SALIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Purga: marca las generaciones vencidas, las borra, las asienta
      * y regraba el indice con las que quedan
       3000-PURGAR-GENERACIONES.
           PERFORM 3100-CALCULAR-LIMITE
              THRU 3100-CALCULAR-LIMITE-EXIT
              VARYING WS-INDICE-SCAT FROM 1 BY 1
              UNTIL WS-INDICE-SCAT GREATER THAN WS-CANT-SCAT.

           OPEN EXTEND SAL-PURGA.
           IF FS-SAL-PURGA-NFD
              OPEN OUTPUT SAL-PURGA
           END-IF.
           IF NOT FS-SAL-PURGA-OK
              DISPLAY 'ERROR AL ABRIR GENERACIONES_PURGA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PURGA
              MOVE 99 TO RETURN-CODE
              GO TO 3000-PURGAR-GENERACIONES-EXIT
           END-IF.

           PERFORM 3200-EVALUAR-GENERACION
              THRU 3200-EVALUAR-GENERACION-EXIT
              VARYING WS-INDICE-GEN FROM 1 BY 1
              UNTIL WS-INDICE-GEN GREATER THAN WS-CANT-GEN.

           CLOSE SAL-PURGA.

           OPEN OUTPUT SAL-GENERACIONES.
           IF NOT FS-SAL-GENERACIONES-OK
              DISPLAY 'ERROR AL REGRABAR GENERACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-GENERACIONES
              MOVE 99 TO RETURN-CODE
              GO TO 3000-PURGAR-GENERACIONES-EXIT
           END-IF.

           PERFORM 3300-REGRABAR-GENERACION
              THRU 3300-REGRABAR-GENERACION-EXIT
              VARYING WS-INDICE-GEN FROM 1 BY 1
              UNTIL WS-INDICE-GEN GREATER THAN WS-CANT-GEN.

           CLOSE SAL-GENERACIONES.

       3000-PURGAR-GENERACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Para la regla por dias: vence lo guardado antes de hoy menos
      * la cantidad de dias de la salida
       3100-CALCULAR-LIMITE.
           MOVE 0 TO WS-SCAT-ITEM-LIMITE(WS-INDICE-SCAT).
           IF WS-SCAT-ITEM-REGLA(WS-INDICE-SCAT) NOT EQUAL 'D'
              GO TO 3100-CALCULAR-LIMITE-EXIT
           END-IF.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE WS-FECHA-HOY TO LK-FEC-FECHA-1.
           COMPUTE LK-FEC-DIAS =
              0 - WS-SCAT-ITEM-CANTIDAD(WS-INDICE-SCAT).
           CALL 'CLFECHAS' USING WS-FECHAS.
           MOVE LK-FEC-RESULTADO TO WS-FECHA-LIMITE.
           MOVE WS-LIM-ANIO TO WS-LN-ANIO.
           MOVE WS-LIM-MES  TO WS-LN-MES.
           MOVE WS-LIM-DIA  TO WS-LN-DIA.
           MOVE WS-LIMITE-NUMERICO
             TO WS-SCAT-ITEM-LIMITE(WS-INDICE-SCAT).

       3100-CALCULAR-LIMITE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El indice esta en orden de generacion dentro de cada salida:
      * la N-esima que se recorre tiene TOTAL - N generaciones mas
      * nuevas que ella.
       3200-EVALUAR-GENERACION.
           MOVE 'N' TO WS-GEN-ITEM-BORRAR(WS-INDICE-GEN).
           MOVE WS-GEN-ITEM-LINEA(WS-INDICE-GEN) TO REG-GENERACION.

           PERFORM 5300-BUSCAR-SALIDA
              THRU 5300-BUSCAR-SALIDA-EXIT.
           IF WS-FILA-SCAT EQUAL 0
              ADD 1 TO WS-CANT-RETENIDAS
              GO TO 3200-EVALUAR-GENERACION-EXIT
           END-IF.

           ADD 1 TO WS-SCAT-ITEM-VISTAS(WS-FILA-SCAT).
           IF WS-SCAT-ITEM-VISTAS(WS-FILA-SCAT) EQUAL
              WS-SCAT-ITEM-TOTAL(WS-FILA-SCAT)
              ADD 1 TO WS-CANT-RETENIDAS
              GO TO 3200-EVALUAR-GENERACION-EXIT
           END-IF.

           EVALUATE WS-SCAT-ITEM-REGLA(WS-FILA-SCAT)
               WHEN 'G'
                   IF WS-SCAT-ITEM-TOTAL(WS-FILA-SCAT) -
                      WS-SCAT-ITEM-VISTAS(WS-FILA-SCAT)
                      NOT LESS THAN WS-SCAT-ITEM-CANTIDAD(WS-FILA-SCAT)
                      MOVE 'S' TO WS-GEN-ITEM-BORRAR(WS-INDICE-GEN)
                   END-IF
               WHEN 'D'
                   IF REG-GEN-FECHA LESS THAN
                      WS-SCAT-ITEM-LIMITE(WS-FILA-SCAT)
                      MOVE 'S' TO WS-GEN-ITEM-BORRAR(WS-INDICE-GEN)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-GEN-ITEM-BORRAR(WS-INDICE-GEN) NOT EQUAL 'S'
              ADD 1 TO WS-CANT-RETENIDAS
              GO TO 3200-EVALUAR-GENERACION-EXIT
           END-IF.

           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'rm -f '      DELIMITED BY SIZE
                  REG-GEN-COPIA DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA.
           CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
              RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA NOT EQUAL 0
              DISPLAY 'NO SE PUDO BORRAR ' REG-GEN-COPIA
                 ': QUEDA EN EL INDICE'
              MOVE 'N' TO WS-GEN-ITEM-BORRAR(WS-INDICE-GEN)
              MOVE 99 TO RETURN-CODE
              GO TO 3200-EVALUAR-GENERACION-EXIT
           END-IF.

           MOVE WS-FECHA-PROCESO TO REG-GEN-FECHA-PURGA.
           MOVE WS-PARM-1        TO REG-GEN-OPERADOR-PURGA.
           WRITE FD-SAL-PURGA FROM REG-GENERACION.
           IF NOT FS-SAL-PURGA-OK
              DISPLAY 'ERROR AL GRABAR GENERACIONES_PURGA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PURGA
              MOVE 99 TO RETURN-CODE
           END-IF.

           ADD 1 TO WS-CANT-PURGADAS.
           DISPLAY 'PURGADA GENERACION ' REG-GEN-NUMERO ' DE '
              REG-GEN-ARCHIVO ' DEL ' REG-GEN-FECHA.

       3200-EVALUAR-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-REGRABAR-GENERACION.
           IF WS-GEN-ITEM-BORRAR(WS-INDICE-GEN) EQUAL 'S'
              GO TO 3300-REGRABAR-GENERACION-EXIT
           END-IF.

           WRITE FD-SAL-GENERACION
              FROM WS-GEN-ITEM-LINEA(WS-INDICE-GEN).
           IF NOT FS-SAL-GENERACIONES-OK
              DISPLAY 'ERROR AL GRABAR GENERACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-GENERACIONES
              MOVE 99 TO RETURN-CODE
           END-IF.

       3300-REGRABAR-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Recuperacion: la generacion 0 es la ultima guardada de la
      * salida, la -1 la anterior, y asi siguiendo
       4000-RECUPERAR-GENERACION.
           MOVE 0 TO WS-POSICION.
           MOVE WS-PARM-1 TO REG-GEN-ARCHIVO.
           PERFORM 4100-CONTAR-GENERACION
              THRU 4100-CONTAR-GENERACION-EXIT
              VARYING WS-INDICE-GEN FROM 1 BY 1
              UNTIL WS-INDICE-GEN GREATER THAN WS-CANT-GEN.

           COMPUTE WS-POSICION-PEDIDA = WS-POSICION + WS-RELATIVA.
           IF WS-POSICION-PEDIDA LESS THAN 1
              DISPLAY 'NO HAY GENERACION ' WS-PARM-2 ' DE ' WS-PARM-1
                 ' (HAY ' WS-POSICION ' VIGENTES)'
              MOVE 4 TO RETURN-CODE
              GO TO 4000-RECUPERAR-GENERACION-EXIT
           END-IF.

           MOVE 0 TO WS-POSICION.
           PERFORM 4200-UBICAR-GENERACION
              THRU 4200-UBICAR-GENERACION-EXIT
              VARYING WS-INDICE-GEN FROM 1 BY 1
              UNTIL WS-INDICE-GEN GREATER THAN WS-CANT-GEN
                 OR WS-POSICION EQUAL WS-POSICION-PEDIDA.

           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'cp '               DELIMITED BY SIZE
                  REG-GEN-COPIA       DELIMITED BY SPACE
                  ' ../RECUPERADO_'   DELIMITED BY SIZE
                  REG-GEN-ARCHIVO     DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA.
           CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
              RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA NOT EQUAL 0
              DISPLAY 'NO SE PUDO COPIAR ' REG-GEN-COPIA
              MOVE 99 TO RETURN-CODE
              GO TO 4000-RECUPERAR-GENERACION-EXIT
           END-IF.

           DISPLAY 'GENERACION ' WS-PARM-2 ' DE ' REG-GEN-ARCHIVO
              ': NUMERO ' REG-GEN-NUMERO ' DEL ' REG-GEN-FECHA
              ' (' REG-GEN-PROGRAMA ')'.
           DISPLAY 'COPIADA EN ../RECUPERADO_' REG-GEN-ARCHIVO.

       4000-RECUPERAR-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-CONTAR-GENERACION.
           IF WS-GEN-ITEM-LINEA(WS-INDICE-GEN)(1:30) EQUAL WS-PARM-1
              ADD 1 TO WS-POSICION
           END-IF.

       4100-CONTAR-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-UBICAR-GENERACION.
           IF WS-GEN-ITEM-LINEA(WS-INDICE-GEN)(1:30) EQUAL WS-PARM-1
              ADD 1 TO WS-POSICION
              IF WS-POSICION EQUAL WS-POSICION-PEDIDA
                 MOVE WS-GEN-ITEM-LINEA(WS-INDICE-GEN)
                   TO REG-GENERACION
              END-IF
           END-IF.

       4200-UBICAR-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Carga el catalogo de salidas; sin catalogo no hay nada que
      * guardar ni purgar
       5000-CARGAR-CATALOGO.
           MOVE 0 TO WS-CANT-SCAT.
           OPEN INPUT ENT-CATALOGO.
           EVALUATE TRUE
               WHEN FS-ENT-CATALOGO-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 5010-LEER-CATALOGO
                      THRU 5010-LEER-CATALOGO-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-CATALOGO
               WHEN FS-ENT-CATALOGO-NFD
                   DISPLAY 'NO HAY SALIDAS_CATALOGO.TXT: NO HAY '
                      'SALIDAS CATALOGADAS'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SALIDAS_CATALOGO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-CATALOGO
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       5000-CARGAR-CATALOGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5010-LEER-CATALOGO.
           READ ENT-CATALOGO
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 5010-LEER-CATALOGO-EXIT
           END-READ.

           IF REG-SCAT-ARCHIVO EQUAL SPACES
              OR NOT REG-SCAT-REGLA-VALIDA
              OR REG-SCAT-CANTIDAD NOT NUMERIC
              OR REG-SCAT-CANTIDAD EQUAL 0
              DISPLAY 'SALIDA MAL CATALOGADA, SE IGNORA: '
                 REG-SCAT-ARCHIVO
              GO TO 5010-LEER-CATALOGO-EXIT
           END-IF.

           IF WS-CANT-SCAT NOT LESS THAN 200
              DISPLAY 'SALIDAS_CATALOGO.TXT TIENE MAS DE 200 SALIDAS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-SCAT.
           MOVE REG-SCAT-ARCHIVO  TO WS-SCAT-ITEM-ARCHIVO(WS-CANT-SCAT).
           MOVE REG-SCAT-PROGRAMA
             TO WS-SCAT-ITEM-PROGRAMA(WS-CANT-SCAT).
           MOVE REG-SCAT-REGLA    TO WS-SCAT-ITEM-REGLA(WS-CANT-SCAT).
           MOVE REG-SCAT-CANTIDAD
             TO WS-SCAT-ITEM-CANTIDAD(WS-CANT-SCAT).
           MOVE 0 TO WS-SCAT-ITEM-ULTIMO(WS-CANT-SCAT).
           MOVE 0 TO WS-SCAT-ITEM-TOTAL(WS-CANT-SCAT).
           MOVE 0 TO WS-SCAT-ITEM-VISTAS(WS-CANT-SCAT).
           MOVE 0 TO WS-SCAT-ITEM-LIMITE(WS-CANT-SCAT).

       5010-LEER-CATALOGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Carga el indice y cuenta las generaciones vigentes y el
      * ultimo numero de cada salida
       5100-CARGAR-GENERACIONES.
           MOVE 0 TO WS-CANT-GEN.
           OPEN INPUT ENT-GENERACIONES.
           EVALUATE TRUE
               WHEN FS-ENT-GENERACIONES-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 5110-LEER-GENERACION
                      THRU 5110-LEER-GENERACION-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-GENERACIONES
               WHEN FS-ENT-GENERACIONES-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR GENERACIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-GENERACIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       5100-CARGAR-GENERACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Si el indice no entra en la tabla se corta: al regrabarlo se
      * perderian generaciones.
       5110-LEER-GENERACION.
           READ ENT-GENERACIONES INTO REG-GENERACION
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 5110-LEER-GENERACION-EXIT
           END-READ.

           IF WS-CANT-GEN NOT LESS THAN 5000
              DISPLAY 'GENERACIONES.TXT TIENE MAS DE 5000 GENERACIONES'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-GEN.
           MOVE REG-GENERACION TO WS-GEN-ITEM-LINEA(WS-CANT-GEN).
           MOVE 'N' TO WS-GEN-ITEM-BORRAR(WS-CANT-GEN).

           PERFORM 5300-BUSCAR-SALIDA
              THRU 5300-BUSCAR-SALIDA-EXIT.
           IF WS-FILA-SCAT NOT EQUAL 0
              ADD 1 TO WS-SCAT-ITEM-TOTAL(WS-FILA-SCAT)
              IF REG-GEN-NUMERO GREATER THAN
                 WS-SCAT-ITEM-ULTIMO(WS-FILA-SCAT)
                 MOVE REG-GEN-NUMERO
                   TO WS-SCAT-ITEM-ULTIMO(WS-FILA-SCAT)
              END-IF
           END-IF.

       5110-LEER-GENERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las purgadas cuentan para el ultimo numero: una salida que
      * se quedo sin generaciones sigue la numeracion
       5200-CARGAR-PURGADAS.
           OPEN INPUT ENT-PURGA.
           EVALUATE TRUE
               WHEN FS-ENT-PURGA-OK
                   SET WS-ARCHIVO-EOF-NO TO TRUE
                   PERFORM 5210-LEER-PURGADA
                      THRU 5210-LEER-PURGADA-EXIT
                      UNTIL WS-ARCHIVO-EOF-YES
                   CLOSE ENT-PURGA
               WHEN FS-ENT-PURGA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR GENERACIONES_PURGA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-PURGA
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       5200-CARGAR-PURGADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5210-LEER-PURGADA.
           READ ENT-PURGA INTO REG-GENERACION
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   GO TO 5210-LEER-PURGADA-EXIT
           END-READ.

           PERFORM 5300-BUSCAR-SALIDA
              THRU 5300-BUSCAR-SALIDA-EXIT.
           IF WS-FILA-SCAT NOT EQUAL 0
              IF REG-GEN-NUMERO GREATER THAN
                 WS-SCAT-ITEM-ULTIMO(WS-FILA-SCAT)
                 MOVE REG-GEN-NUMERO
                   TO WS-SCAT-ITEM-ULTIMO(WS-FILA-SCAT)
              END-IF
           END-IF.

       5210-LEER-PURGADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca REG-GEN-ARCHIVO en el catalogo (0 si no esta)
       5300-BUSCAR-SALIDA.
           MOVE 0 TO WS-FILA-SCAT.
           PERFORM 5310-COMPARAR-SALIDA
              THRU 5310-COMPARAR-SALIDA-EXIT
              VARYING WS-INDICE-SCAT FROM 1 BY 1
              UNTIL WS-INDICE-SCAT GREATER THAN WS-CANT-SCAT
                 OR WS-FILA-SCAT NOT EQUAL 0.

       5300-BUSCAR-SALIDA-EXIT.
           EXIT.

       5310-COMPARAR-SALIDA.
           IF WS-SCAT-ITEM-ARCHIVO(WS-INDICE-SCAT) EQUAL REG-GEN-ARCHIVO
              MOVE WS-INDICE-SCAT TO WS-FILA-SCAT
           END-IF.

       5310-COMPARAR-SALIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
           EVALUATE TRUE
               WHEN WS-MODO-GUARDAR
                   DISPLAY 'GENERACIONES GUARDADAS: '
                      WS-CANT-GUARDADAS
                   DISPLAY 'SALIDAS FALTANTES     : '
                      WS-CANT-FALTANTES
               WHEN WS-MODO-PURGAR
                   DISPLAY 'GENERACIONES PURGADAS : ' WS-CANT-PURGADAS
                   DISPLAY 'GENERACIONES RETENIDAS: '
                      WS-CANT-RETENIDAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF RETURN-CODE EQUAL 0
              AND WS-CANT-FALTANTES GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02GENER.
