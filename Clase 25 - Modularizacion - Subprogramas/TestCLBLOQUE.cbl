      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TestCLBLOQUE - Prueba de la rutina CLBLOQUE, al
      *          estilo de TestCLFECHAS: toma un archivo de prueba,
      *          lo vuelve a tomar desde el mismo proceso, verifica
      *          un proceso vivo y uno inexistente, lo retiene unos
      *          segundos y lo libera, mostrando cada retorno por
      *          consola. Corriendo dos copias a la vez, la segunda
      *          muestra la espera y el mensaje de archivo en uso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCLBLOQUE.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 LK-BLOQUEO.
           COPY CLBLOQUE.
       77 WS-SEGUNDOS-RETENCION        PIC 9(04) COMP VALUE 15.
       77 WS-PID                       PIC S9(09) COMP VALUE 0.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           MOVE 'T' TO LK-BLQ-FUNCION.
           MOVE 'PRUEBA.TXT' TO LK-BLQ-ARCHIVO.
           MOVE 'TESTBLOQ' TO LK-BLQ-PROGRAMA.
           MOVE 'E' TO LK-BLQ-MODO.
           MOVE 10 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING LK-BLOQUEO.
           DISPLAY 'TOMAR PRUEBA.TXT PARA GRABAR -> ' LK-BLQ-RETORNO.
           IF NOT LK-BLQ-RETORNO-OK
              STOP RUN
           END-IF.

           CALL 'CLBLOQUE' USING LK-BLOQUEO.
           DISPLAY 'TOMARLO DE NUEVO (MISMO PROCESO) -> '
              LK-BLQ-RETORNO.

           MOVE 'V' TO LK-BLQ-FUNCION.
           CALL 'C$GETPID' RETURNING WS-PID.
           MOVE WS-PID TO LK-BLQ-TENEDOR-PID.
           CALL 'CLBLOQUE' USING LK-BLOQUEO.
           DISPLAY 'VERIFICAR ESTE PROCESO (VIVO) -> ' LK-BLQ-RETORNO.

           MOVE 999999999 TO LK-BLQ-TENEDOR-PID.
           CALL 'CLBLOQUE' USING LK-BLOQUEO.
           DISPLAY 'VERIFICAR PROCESO 999999999 -> ' LK-BLQ-RETORNO.

           MOVE 'X' TO LK-BLQ-FUNCION.
           CALL 'CLBLOQUE' USING LK-BLOQUEO.
           DISPLAY 'FUNCION X -> ' LK-BLQ-RETORNO.

           DISPLAY 'RETENGO PRUEBA.TXT ' WS-SEGUNDOS-RETENCION
              ' SEGUNDOS'.
           CALL 'C$SLEEP' USING WS-SEGUNDOS-RETENCION.

           MOVE 'L' TO LK-BLQ-FUNCION.
           CALL 'CLBLOQUE' USING LK-BLOQUEO.
           DISPLAY 'LIBERAR PRUEBA.TXT -> ' LK-BLQ-RETORNO.

           STOP RUN.
       END PROGRAM TESTCLBLOQUE.
