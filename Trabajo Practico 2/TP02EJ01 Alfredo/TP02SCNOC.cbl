      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02SCNOC.CBL - Control nocturno de toda la base
      *          contra las listas de sanciones y PEP. Pide a MAESTARJ
      *          el volcado del master (modo X) y pasa por TP02SCREE
      *          el apellido y nombre de cada tarjeta que no este
      *          cerrada, y despues recorre COMERCIOS.VSAM pasando la
      *          razon social de cada comercio. TP02SCREE encola en
      *          SCREENING_COLA.TXT solo las coincidencias nuevas, asi
      *          que correrlo todas las noches no repite lo que
      *          cumplimiento ya tiene en revision o ya decidio. Las
      *          decisiones las aplica TP02SCDEC.
      *          Codigo de retorno: 0 sin novedades, 4 si hubo
      *          coincidencias nuevas, 8 si no hay nomina cargada o
      *          hubo errores de acceso.
      *          Uso: correr de noche, despues de actualizar
      *          LISTAS_SANCIONES.TXT.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02SCNOC.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-TARJETAS
      *    Nombre fisico del archivo: ../TARJETAS_EXPORT.TXT
      *    Volcado del master que deja MAESTARJ en modo X
           SELECT ENT-TARJETAS
           ASSIGN TO '../TARJETAS_EXPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TARJETAS.

      *    Nombre logico del archivo: COMERCIOS
      *    Nombre fisico del archivo: ../COMERCIOS.VSAM
      *    Se recorre entero, solo para lectura.
           SELECT COMERCIOS
           ASSIGN TO '../COMERCIOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COM-ID-COMERCIO
           FILE STATUS IS FS-COMERCIOS.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-TARJETAS.
           COPY EXPTARJ.

       FD COMERCIOS.
           COPY COMERCIO.

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-TARJETAS                   PIC X(2).
             88 FS-ENT-TARJETAS-OK                 VALUE '00'.
          05 FS-COMERCIOS                      PIC X(2).
             88 FS-COMERCIOS-OK                    VALUE '00'.
             88 FS-COMERCIOS-NFD                   VALUE '35'.

      * Switches de fin de archivo
       01 WS-TARJETAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-TARJETAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-TARJETAS-EOF-NO                    VALUE 'FALSE'.
       01 WS-COMERCIOS-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-COMERCIOS-EOF-YES                  VALUE 'TRUE'.
          88 WS-COMERCIOS-EOF-NO                   VALUE 'FALSE'.

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-TARJETAS                  PIC 9(05) VALUE 0.
          05 WS-CANT-CERRADAS                  PIC 9(05) VALUE 0.
          05 WS-CANT-COMERCIOS                 PIC 9(05) VALUE 0.
          05 WS-CANT-COINCIDENCIAS             PIC 9(05) VALUE 0.
          05 WS-CANT-NUEVAS                    PIC 9(05) VALUE 0.
          05 WS-CANT-ERRORES                   PIC 9(05) VALUE 0.

      * Estructura de comunicacion con el master de tarjetas
       01 LK-TARJETA.
           COPY MAESTARJ.

      * Estructura de comunicacion con la rutina TP02SCREE
       01 LK-SCREENING.
           COPY SCREEN.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-LEER-TARJETA
              THRU 2000-LEER-TARJETA-EXIT
              UNTIL WS-TARJETAS-EOF-YES.

           PERFORM 2500-CONTROLAR-COMERCIOS
              THRU 2500-CONTROLAR-COMERCIOS-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

      * Le pido a MAESTARJ que vuelque el master entero a un archivo
      * secuencial: de ahi salen los titulares de cada tarjeta.
           INITIALIZE LK-TARJETA.
           SET LK-MODO-EXPORTAR TO TRUE.
           CALL 'MAESTARJ' USING LK-TARJETA.
           IF NOT LK-RETORNO-OK
              DISPLAY 'ERROR AL EXPORTAR EL MASTER DE TARJETAS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-TARJETAS.
           IF NOT FS-ENT-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR TARJETAS_EXPORT.TXT'
              DISPLAY 'FILE STATUS: ' FS-ENT-TARJETAS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las tarjetas cerradas ya no operan: no se controlan.
       2000-LEER-TARJETA.
           READ ENT-TARJETAS
               AT END
                   SET WS-TARJETAS-EOF-YES TO TRUE
                   CLOSE ENT-TARJETAS
                   GO TO 2000-LEER-TARJETA-EXIT
           END-READ.

           IF REG-EXPORT-ESTADO EQUAL 'C'
              ADD 1 TO WS-CANT-CERRADAS
              GO TO 2000-LEER-TARJETA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TARJETAS.
           INITIALIZE LK-SCREENING.
           SET LK-SCR-ORIGEN-TARJETA TO TRUE.
           MOVE REG-EXPORT-NUMERO-TARJETA TO LK-SCR-CLAVE.
           MOVE REG-EXPORT-NUMERO-CUENTA  TO LK-SCR-CUENTA.
           MOVE REG-EXPORT-APELLIDO       TO LK-SCR-NOMBRE(1:20).
           MOVE REG-EXPORT-NOMBRE         TO LK-SCR-NOMBRE(22:20).

           PERFORM 2900-CONTROLAR-NOMBRE
              THRU 2900-CONTROLAR-NOMBRE-EXIT.

       2000-LEER-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin maestro de comercios solo se controlan las tarjetas.
       2500-CONTROLAR-COMERCIOS.
           OPEN INPUT COMERCIOS.
           EVALUATE TRUE
               WHEN FS-COMERCIOS-OK
                   PERFORM 2600-LEER-COMERCIO
                      THRU 2600-LEER-COMERCIO-EXIT
                      UNTIL WS-COMERCIOS-EOF-YES
                   CLOSE COMERCIOS
               WHEN FS-COMERCIOS-NFD
                   DISPLAY 'SIN COMERCIOS.VSAM: NO SE CONTROLAN '
                      'COMERCIOS'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE COMERCIOS'
                   DISPLAY 'FILE STATUS: ' FS-COMERCIOS
                   ADD 1 TO WS-CANT-ERRORES
           END-EVALUATE.

       2500-CONTROLAR-COMERCIOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-LEER-COMERCIO.
           READ COMERCIOS NEXT RECORD
               AT END
                   SET WS-COMERCIOS-EOF-YES TO TRUE
                   GO TO 2600-LEER-COMERCIO-EXIT
           END-READ.

           ADD 1 TO WS-CANT-COMERCIOS.
           INITIALIZE LK-SCREENING.
           SET LK-SCR-ORIGEN-COMERCIO TO TRUE.
           MOVE COM-ID-COMERCIO  TO LK-SCR-CLAVE.
           MOVE 0                TO LK-SCR-CUENTA.
           MOVE COM-RAZON-SOCIAL TO LK-SCR-NOMBRE.

           PERFORM 2900-CONTROLAR-NOMBRE
              THRU 2900-CONTROLAR-NOMBRE-EXIT.

       2600-LEER-COMERCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin nomina no tiene sentido seguir recorriendo la base.
       2900-CONTROLAR-NOMBRE.
           CALL 'TP02SCREE' USING LK-SCREENING.

           EVALUATE TRUE
               WHEN LK-SCR-SIN-NOMINA
                   PERFORM 3000-FINALIZAR
                      THRU 3000-FINALIZAR-EXIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN LK-SCR-ERROR
                   ADD 1 TO WS-CANT-ERRORES
           END-EVALUATE.

           ADD LK-SCR-COINCIDENCIAS TO WS-CANT-COINCIDENCIAS.
           ADD LK-SCR-NUEVAS        TO WS-CANT-NUEVAS.

       2900-CONTROLAR-NOMBRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           DISPLAY 'TARJETAS CONTROLADAS      : ' WS-CANT-TARJETAS.
           DISPLAY 'TARJETAS CERRADAS         : ' WS-CANT-CERRADAS.
           DISPLAY 'COMERCIOS CONTROLADOS     : ' WS-CANT-COMERCIOS.
           DISPLAY 'COINCIDENCIAS             : '
              WS-CANT-COINCIDENCIAS.
           DISPLAY 'COINCIDENCIAS NUEVAS      : ' WS-CANT-NUEVAS.
           DISPLAY 'ERRORES                   : ' WS-CANT-ERRORES.

           EVALUATE TRUE
               WHEN WS-CANT-ERRORES GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CANT-NUEVAS GREATER THAN 0
                   DISPLAY 'HAY COINCIDENCIAS NUEVAS EN '
                      'SCREENING_COLA.TXT PARA CUMPLIMIENTO'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02SCNOC.
