      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02VIAJE.CBL - Avisos de viaje de los clientes. En
      *          temporada de vacaciones TP02FRAUD llenaba ALERTAS.TXT
      *          de viajeros legitimos por la regla de moneda
      *          extranjera. Mantiene AVISOS_VIAJE.TXT:
      *          Modo ALTA: toma AVISOS_VIAJE_NOVEDADES.SEQ (tarjeta,
      *          hasta 3 monedas del destino, fecha desde, fecha hasta
      *          y operador firmado via TP02SIGN), valida la tarjeta
      *          contra el master via MAESTARJ, las monedas contra
      *          MONEDAS.TXT y las fechas via CLFECHAS, y agrega el
      *          aviso al final del archivo.
      *          Modo DEPURAR: regraba el archivo sin los avisos cuyo
      *          viaje termino antes de la fecha del proceso.
      *            TP02VIAJE ALTA
      *            TP02VIAJE DEPURAR
      *          Codigo de retorno: 0 sin novedades, 4 si hubo avisos
      *          rechazados, 99 si no se pudo actualizar el archivo.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02VIAJE.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Avisos de viaje nuevos tomados por el call center
           SELECT ENT-NOVEDADES
           ASSIGN TO '../AVISOS_VIAJE_NOVEDADES.SEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOVEDADES.

           SELECT ENT-AVISOS
           ASSIGN TO '../AVISOS_VIAJE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-AVISOS.

      *    Nombre logico del archivo: ENT-MONEDAS
      *    Nombre fisico del archivo: ../MONEDAS.TXT
           SELECT ENT-MONEDAS
           ASSIGN TO '../MONEDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-MONEDAS.

      *****ARCHIVO DE SALIDA
      *    Avisos de viaje: el alta agrega al final (EXTEND) y la
      *    depuracion lo regraba entero desde la tabla
           SELECT SAL-AVISOS
           ASSIGN TO '../AVISOS_VIAJE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AVISOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-NOVEDADES.
       01 REG-NOVEDAD-VIAJE.
          05 REG-NOV-TARJETA           PIC X(19).
          05 REG-NOV-MONEDA OCCURS 3 TIMES
                                       PIC X(03).
          05 REG-NOV-FECHA-DESDE       PIC X(10).
          05 REG-NOV-FECHA-HASTA       PIC X(10).
          05 REG-NOV-OPERADOR          PIC X(08).

       FD ENT-AVISOS.
       01 FD-ENT-AVISO                 PIC X(66).

       FD ENT-MONEDAS.
           COPY MONEDAS.

       FD SAL-AVISOS.
       01 FD-SAL-AVISO                 PIC X(66).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-NOVEDADES                  PIC X(2).
             88 FS-ENT-NOVEDADES-OK                VALUE '00'.
             88 FS-ENT-NOVEDADES-NFD               VALUE '35'.
          05 FS-ENT-AVISOS                     PIC X(2).
             88 FS-ENT-AVISOS-OK                   VALUE '00'.
             88 FS-ENT-AVISOS-NFD                  VALUE '35'.
          05 FS-ENT-MONEDAS                    PIC X(2).
             88 FS-ENT-MONEDAS-OK                  VALUE '00'.
             88 FS-ENT-MONEDAS-NFD                 VALUE '35'.
          05 FS-SAL-AVISOS                     PIC X(2).
             88 FS-SAL-AVISOS-OK                   VALUE '00'.
             88 FS-SAL-AVISOS-NFD                  VALUE '35'.

      * Estructuras de comunicacion con las rutinas del sistema
       01 LK-TARJETA.
           COPY MAESTARJ.
       01 WS-SIGNON.
           COPY SIGNON.
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Aviso en proceso
           COPY VIAJES.

      * Parametro de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-MODO                 PIC X(12) VALUE SPACES.
          88 WS-MODO-ALTA                  VALUE 'ALTA'.
          88 WS-MODO-DEPURAR               VALUE 'DEPURAR'.

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
       01 WS-AVISOS-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-AVISOS-EOF-YES                     VALUE 'TRUE'.
          88 WS-AVISOS-EOF-NO                      VALUE 'FALSE'.
       01 WS-MONEDAS-CARGA-EOF                 PIC X(5) VALUE 'FALSE'.
          88 WS-MONEDAS-CARGA-EOF-YES              VALUE 'TRUE'.
          88 WS-MONEDAS-CARGA-EOF-NO               VALUE 'FALSE'.

      * Monedas validas del sistema (MONEDAS.TXT, o ARS/USD si no
      * existe)
       77 WS-INDICE-MONEDA                     PIC 9(02) VALUE 1.
       77 WS-CANT-MONEDAS                      PIC 9(02) VALUE 0.
       01 WS-TABLA-MONEDAS.
          05 WS-MONEDA-ITEM OCCURS 10 TIMES.
             10 WS-MONEDA-ITEM-CODIGO     PIC X(03).
       01 WS-MONEDA-VALIDA                     PIC X(03) VALUE 'NO'.
          88 WS-MONEDA-VALIDA-SI                   VALUE 'SI'.
          88 WS-MONEDA-VALIDA-NO                   VALUE 'NO'.

      * Monedas del aviso en proceso
       77 WS-INDICE-VIA                        PIC 9(01) VALUE 1.
       77 WS-CANT-MONEDAS-AVISO                PIC 9(01) VALUE 0.
       01 WS-AVISO-VALIDO                      PIC X(03) VALUE 'SI'.
          88 WS-AVISO-VALIDO-SI                    VALUE 'SI'.
          88 WS-AVISO-VALIDO-NO                    VALUE 'NO'.

      * Avisos en memoria para la depuracion (se regraba completo)
       77 WS-INDICE-AVI                        PIC 9(04) VALUE 1.
       77 WS-CANT-AVI                          PIC 9(04) VALUE 0.
       01 WS-TABLA-AVISOS.
          05 WS-AVI-LINEA OCCURS 5000 TIMES    PIC X(66).

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-ALTAS                     PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADAS                PIC 9(05) VALUE 0.
          05 WS-CANT-VIGENTES                  PIC 9(05) VALUE 0.
          05 WS-CANT-DEPURADOS                 PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           EVALUATE TRUE
               WHEN WS-MODO-ALTA
                   PERFORM 2000-ALTA-AVISOS
                      THRU 2000-ALTA-AVISOS-EXIT
               WHEN OTHER
                   PERFORM 4000-DEPURAR-AVISOS
                      THRU 4000-DEPURAR-AVISOS-EXIT
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

           IF NOT WS-MODO-ALTA AND NOT WS-MODO-DEPURAR
              DISPLAY 'USO: TP02VIAJE ALTA'
              DISPLAY '     TP02VIAJE DEPURAR'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1290-CARGAR-MONEDAS.
           OPEN INPUT ENT-MONEDAS.
           EVALUATE TRUE
               WHEN FS-ENT-MONEDAS-OK
                   PERFORM 1295-LEER-MONEDA
                      THRU 1295-LEER-MONEDA-EXIT
                      UNTIL WS-MONEDAS-CARGA-EOF-YES
                   CLOSE ENT-MONEDAS
               WHEN FS-ENT-MONEDAS-NFD
                   MOVE 'ARS' TO WS-MONEDA-ITEM-CODIGO(1)
                   MOVE 'USD' TO WS-MONEDA-ITEM-CODIGO(2)
                   MOVE 2 TO WS-CANT-MONEDAS
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR MONEDAS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-MONEDAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1290-CARGAR-MONEDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1295-LEER-MONEDA.
           READ ENT-MONEDAS
               AT END
                   SET WS-MONEDAS-CARGA-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-MONEDAS LESS THAN 10
                      ADD 1 TO WS-CANT-MONEDAS
                      MOVE REG-MONEDA-CODIGO
                        TO WS-MONEDA-ITEM-CODIGO(WS-CANT-MONEDAS)
                   ELSE
                      DISPLAY 'MONEDAS.TXT TIENE MAS DE 10 MONEDAS, '
                         'SE IGNORAN LOS EXCEDENTES'
                   END-IF
           END-READ.

       1295-LEER-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta de avisos de viaje
       2000-ALTA-AVISOS.
           OPEN INPUT ENT-NOVEDADES.
           EVALUATE TRUE
               WHEN FS-ENT-NOVEDADES-OK
                   CONTINUE
               WHEN FS-ENT-NOVEDADES-NFD
                   DISPLAY 'NO HAY AVISOS DE VIAJE PARA DAR DE ALTA'
                   GO TO 2000-ALTA-AVISOS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AVISOS_VIAJE_NOVEDADES.SEQ'
                   DISPLAY 'FILE STATUS: ' FS-ENT-NOVEDADES
                   MOVE 99 TO RETURN-CODE
                   GO TO 2000-ALTA-AVISOS-EXIT
           END-EVALUATE.

           PERFORM 1290-CARGAR-MONEDAS
              THRU 1290-CARGAR-MONEDAS-EXIT.

           OPEN EXTEND SAL-AVISOS.
           IF FS-SAL-AVISOS-NFD
              OPEN OUTPUT SAL-AVISOS
           END-IF.
           IF NOT FS-SAL-AVISOS-OK
              DISPLAY 'ERROR AL ABRIR AVISOS_VIAJE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AVISOS
              CLOSE ENT-NOVEDADES
              MOVE 99 TO RETURN-CODE
              GO TO 2000-ALTA-AVISOS-EXIT
           END-IF.

           PERFORM 2100-LEER-NOVEDAD
              THRU 2100-LEER-NOVEDAD-EXIT
              UNTIL WS-NOVEDADES-EOF-YES.

           CLOSE ENT-NOVEDADES
                 SAL-AVISOS.

       2000-ALTA-AVISOS-EXIT.
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
      * El operador tiene que estar firmado (alcanza el nivel de
      * consulta, como para anotar un contacto).
           MOVE REG-NOV-OPERADOR TO LK-SGN-OPERADOR.
           CALL 'TP02SIGN' USING WS-SIGNON.
           IF NOT LK-SGN-RETORNO-OK
              DISPLAY 'AVISO RECHAZADO: OPERADOR SIN SIGN-ON '
                 REG-NOV-OPERADOR
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           INITIALIZE LK-TARJETA.
           SET LK-MODO-LEER TO TRUE.
           MOVE REG-NOV-TARJETA TO LK-NUMERO-I.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'AVISO RECHAZADO: TARJETA INEXISTENTE '
                 REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

      * Al menos una moneda, y todas las informadas validas
           SET WS-AVISO-VALIDO-SI TO TRUE.
           MOVE 0 TO WS-CANT-MONEDAS-AVISO.
           PERFORM 2210-VALIDAR-MONEDA
              THRU 2210-VALIDAR-MONEDA-EXIT
              VARYING WS-INDICE-VIA FROM 1 BY 1
              UNTIL WS-INDICE-VIA GREATER THAN 3.
           IF WS-AVISO-VALIDO-NO
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.
           IF WS-CANT-MONEDAS-AVISO EQUAL 0
              DISPLAY 'AVISO RECHAZADO: SIN MONEDAS DEL DESTINO, '
                 'TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

      * Fechas validas, en orden, y un viaje que no haya terminado
           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE REG-NOV-FECHA-DESDE TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'AVISO RECHAZADO: FECHA DESDE INVALIDA '
                 REG-NOV-FECHA-DESDE ' TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-VALIDAR TO TRUE.
           MOVE REG-NOV-FECHA-HASTA TO LK-FEC-FECHA-1.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'AVISO RECHAZADO: FECHA HASTA INVALIDA '
                 REG-NOV-FECHA-HASTA ' TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.
           IF REG-NOV-FECHA-HASTA LESS THAN REG-NOV-FECHA-DESDE
              DISPLAY 'AVISO RECHAZADO: EL VIAJE TERMINA ANTES DE '
                 'EMPEZAR, TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.
           IF REG-NOV-FECHA-HASTA LESS THAN WS-FECHA-HOY
              DISPLAY 'AVISO RECHAZADO: EL VIAJE YA TERMINO, '
                 'TARJETA ' REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.

           INITIALIZE REG-AVISO-VIAJE.
           MOVE REG-NOV-TARJETA     TO REG-VIA-TARJETA.
           MOVE REG-NOV-MONEDA(1)   TO REG-VIA-MONEDA(1).
           MOVE REG-NOV-MONEDA(2)   TO REG-VIA-MONEDA(2).
           MOVE REG-NOV-MONEDA(3)   TO REG-VIA-MONEDA(3).
           MOVE REG-NOV-FECHA-DESDE TO REG-VIA-FECHA-DESDE.
           MOVE REG-NOV-FECHA-HASTA TO REG-VIA-FECHA-HASTA.
           MOVE REG-NOV-OPERADOR    TO REG-VIA-OPERADOR.
           MOVE WS-FECHA-HOY        TO REG-VIA-FECHA-ALTA.

           WRITE FD-SAL-AVISO FROM REG-AVISO-VIAJE.
           IF NOT FS-SAL-AVISOS-OK
              DISPLAY 'ERROR AL GRABAR AVISOS_VIAJE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AVISOS
              MOVE 99 TO RETURN-CODE
              GO TO 2200-PROCESAR-ALTA-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ALTAS.
           DISPLAY 'AVISO DE VIAJE ALTA PARA LA TARJETA '
              REG-VIA-TARJETA ' DEL ' REG-VIA-FECHA-DESDE ' AL '
              REG-VIA-FECHA-HASTA.

       2200-PROCESAR-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una moneda en blanco es un lugar libre; la primera moneda
      * invalida rechaza el aviso.
       2210-VALIDAR-MONEDA.
           IF WS-AVISO-VALIDO-NO
              OR REG-NOV-MONEDA(WS-INDICE-VIA) EQUAL SPACES
              GO TO 2210-VALIDAR-MONEDA-EXIT
           END-IF.

           SET WS-MONEDA-VALIDA-NO TO TRUE.
           PERFORM 2220-COMPARAR-MONEDA
              THRU 2220-COMPARAR-MONEDA-EXIT
              VARYING WS-INDICE-MONEDA FROM 1 BY 1
              UNTIL WS-INDICE-MONEDA GREATER THAN WS-CANT-MONEDAS
                 OR WS-MONEDA-VALIDA-SI.

           IF WS-MONEDA-VALIDA-NO
              DISPLAY 'AVISO RECHAZADO: MONEDA INVALIDA '
                 REG-NOV-MONEDA(WS-INDICE-VIA) ' TARJETA '
                 REG-NOV-TARJETA
              ADD 1 TO WS-CANT-RECHAZADAS
              SET WS-AVISO-VALIDO-NO TO TRUE
              GO TO 2210-VALIDAR-MONEDA-EXIT
           END-IF.
           ADD 1 TO WS-CANT-MONEDAS-AVISO.

       2210-VALIDAR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2220-COMPARAR-MONEDA.
           IF REG-NOV-MONEDA(WS-INDICE-VIA) EQUAL
                 WS-MONEDA-ITEM-CODIGO(WS-INDICE-MONEDA)
              SET WS-MONEDA-VALIDA-SI TO TRUE
           END-IF.

       2220-COMPARAR-MONEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           DISPLAY 'AVISOS LEIDOS         : ' WS-CANT-LEIDAS.
           DISPLAY 'AVISOS DADOS DE ALTA  : ' WS-CANT-ALTAS.
           DISPLAY 'AVISOS RECHAZADOS     : ' WS-CANT-RECHAZADAS.
           DISPLAY 'AVISOS VIGENTES       : ' WS-CANT-VIGENTES.
           DISPLAY 'AVISOS DEPURADOS      : ' WS-CANT-DEPURADOS.

           IF WS-CANT-RECHAZADAS GREATER THAN 0
              AND RETURN-CODE EQUAL 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Depuracion: se cargan los avisos que siguen vigentes (el viaje
      * termina hoy o despues) y se regraba el archivo con ellos.
       4000-DEPURAR-AVISOS.
           OPEN INPUT ENT-AVISOS.
           EVALUATE TRUE
               WHEN FS-ENT-AVISOS-OK
                   CONTINUE
               WHEN FS-ENT-AVISOS-NFD
                   DISPLAY 'NO HAY AVISOS DE VIAJE PARA DEPURAR'
                   GO TO 4000-DEPURAR-AVISOS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AVISOS_VIAJE.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AVISOS
                   MOVE 99 TO RETURN-CODE
                   GO TO 4000-DEPURAR-AVISOS-EXIT
           END-EVALUATE.

           PERFORM 4100-LEER-AVISO
              THRU 4100-LEER-AVISO-EXIT
              UNTIL WS-AVISOS-EOF-YES.
           CLOSE ENT-AVISOS.

           OPEN OUTPUT SAL-AVISOS.
           IF NOT FS-SAL-AVISOS-OK
              DISPLAY 'ERROR AL ABRIR AVISOS_VIAJE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AVISOS
              MOVE 99 TO RETURN-CODE
              GO TO 4000-DEPURAR-AVISOS-EXIT
           END-IF.

           PERFORM 4200-GRABAR-AVISO
              THRU 4200-GRABAR-AVISO-EXIT
              VARYING WS-INDICE-AVI FROM 1 BY 1
              UNTIL WS-INDICE-AVI GREATER THAN WS-CANT-AVI.
           CLOSE SAL-AVISOS.

       4000-DEPURAR-AVISOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Si la tabla no alcanza no se puede regrabar sin perder avisos
      * vigentes: se corta sin tocar el archivo.
       4100-LEER-AVISO.
           READ ENT-AVISOS INTO REG-AVISO-VIAJE
               AT END
                   SET WS-AVISOS-EOF-YES TO TRUE
                   GO TO 4100-LEER-AVISO-EXIT
           END-READ.

           IF REG-VIA-FECHA-HASTA LESS THAN WS-FECHA-HOY
              ADD 1 TO WS-CANT-DEPURADOS
              GO TO 4100-LEER-AVISO-EXIT
           END-IF.

           IF WS-CANT-AVI NOT LESS THAN 5000
              DISPLAY 'AVISOS_VIAJE.TXT TIENE MAS DE 5000 AVISOS '
                 'VIGENTES: NO SE DEPURA'
              CLOSE ENT-AVISOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-AVI.
           ADD 1 TO WS-CANT-VIGENTES.
           MOVE REG-AVISO-VIAJE TO WS-AVI-LINEA(WS-CANT-AVI).

       4100-LEER-AVISO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-GRABAR-AVISO.
           WRITE FD-SAL-AVISO FROM WS-AVI-LINEA(WS-INDICE-AVI).
           IF NOT FS-SAL-AVISOS-OK
              DISPLAY 'ERROR AL GRABAR AVISOS_VIAJE.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AVISOS
              MOVE 99 TO RETURN-CODE
           END-IF.

       4200-GRABAR-AVISO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02VIAJE.
