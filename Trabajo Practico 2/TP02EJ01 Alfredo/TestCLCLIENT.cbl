      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TestCLCLIENT para probar la validacion de documentos
      *          de la rutina de identidad del cliente. Ejercita el
      *          modo V con DNI y CUIT/CUIL buenos y malos (largo,
      *          tipo desconocido, prefijo, digito verificador que no
      *          cierra, CUIL con prefijo de empresa), informando
      *          PASA/FALLA por caso y un resumen final.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCLCLIENT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-CLIENTE.
           COPY CLIENTE.

       77 WS-CASOS-PASAN                PIC 9(03) VALUE 0.
       77 WS-CASOS-FALLAN               PIC 9(03) VALUE 0.
       77 WS-ESPERADO                   PIC X(02) VALUE SPACES.
       77 WS-DESCRIPCION                PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.
      * DNI de 8 digitos
           MOVE 'DNI ' TO LK-CLI-TIPO-DOC.
           MOVE 30123456 TO LK-CLI-NUMERO-DOC.
           MOVE '00' TO WS-ESPERADO.
           MOVE 'DNI VALIDO' TO WS-DESCRIPCION.
           PERFORM 1000-EJECUTAR-CASO
              THRU 1000-EJECUTAR-CASO-EXIT.

      * DNI demasiado corto
           MOVE 'DNI ' TO LK-CLI-TIPO-DOC.
           MOVE 12345 TO LK-CLI-NUMERO-DOC.
           MOVE '20' TO WS-ESPERADO.
           MOVE 'DNI CORTO' TO WS-DESCRIPCION.
           PERFORM 1000-EJECUTAR-CASO
              THRU 1000-EJECUTAR-CASO-EXIT.

      * CUIL de persona con digito verificador correcto
           MOVE 'CUIL' TO LK-CLI-TIPO-DOC.
           MOVE 20123456786 TO LK-CLI-NUMERO-DOC.
           MOVE '00' TO WS-ESPERADO.
           MOVE 'CUIL VALIDO' TO WS-DESCRIPCION.
           PERFORM 1000-EJECUTAR-CASO
              THRU 1000-EJECUTAR-CASO-EXIT.

      * Mismo CUIL con el verificador cambiado
           MOVE 'CUIL' TO LK-CLI-TIPO-DOC.
           MOVE 20123456785 TO LK-CLI-NUMERO-DOC.
           MOVE '20' TO WS-ESPERADO.
           MOVE 'VERIFICADOR NO CIERRA' TO WS-DESCRIPCION.
           PERFORM 1000-EJECUTAR-CASO
              THRU 1000-EJECUTAR-CASO-EXIT.

      * CUIT de empresa con digito verificador correcto
           MOVE 'CUIT' TO LK-CLI-TIPO-DOC.
           MOVE 30500010912 TO LK-CLI-NUMERO-DOC.
           MOVE '00' TO WS-ESPERADO.
           MOVE 'CUIT EMPRESA VALIDO' TO WS-DESCRIPCION.
           PERFORM 1000-EJECUTAR-CASO
              THRU 1000-EJECUTAR-CASO-EXIT.

      * El mismo numero como CUIL: prefijo de empresa
           MOVE 'CUIL' TO LK-CLI-TIPO-DOC.
           MOVE 30500010912 TO LK-CLI-NUMERO-DOC.
           MOVE '20' TO WS-ESPERADO.
           MOVE 'CUIL CON PREFIJO 30' TO WS-DESCRIPCION.
           PERFORM 1000-EJECUTAR-CASO
              THRU 1000-EJECUTAR-CASO-EXIT.

      * Prefijo inexistente
           MOVE 'CUIT' TO LK-CLI-TIPO-DOC.
           MOVE 21123456786 TO LK-CLI-NUMERO-DOC.
           MOVE '20' TO WS-ESPERADO.
           MOVE 'PREFIJO INVALIDO' TO WS-DESCRIPCION.
           PERFORM 1000-EJECUTAR-CASO
              THRU 1000-EJECUTAR-CASO-EXIT.

      * Tipo de documento desconocido
           MOVE 'LE  ' TO LK-CLI-TIPO-DOC.
           MOVE 4123456 TO LK-CLI-NUMERO-DOC.
           MOVE '20' TO WS-ESPERADO.
           MOVE 'TIPO DESCONOCIDO' TO WS-DESCRIPCION.
           PERFORM 1000-EJECUTAR-CASO
              THRU 1000-EJECUTAR-CASO-EXIT.

           DISPLAY 'CASOS QUE PASAN : ' WS-CASOS-PASAN.
           DISPLAY 'CASOS QUE FALLAN: ' WS-CASOS-FALLAN.
           IF WS-CASOS-FALLAN GREATER THAN 0
              MOVE 99 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-EJECUTAR-CASO.
           MOVE 'V' TO LK-CLI-MODO.
           CALL 'CLCLIENT' USING WS-CLIENTE.
           IF LK-CLI-RETORNO EQUAL WS-ESPERADO
              DISPLAY 'PASA  - ' WS-DESCRIPCION
              ADD 1 TO WS-CASOS-PASAN
           ELSE
              DISPLAY 'FALLA - ' WS-DESCRIPCION ' (ESPERADO '
                 WS-ESPERADO ', VINO ' LK-CLI-RETORNO ')'
              ADD 1 TO WS-CASOS-FALLAN
           END-IF.

       1000-EJECUTAR-CASO-EXIT.
           EXIT.
