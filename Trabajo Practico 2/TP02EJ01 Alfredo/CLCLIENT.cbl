      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: CLCLIENT - Modulo invocable de identidad unica del
      *          cliente (mismo esquema de subprograma que CLVALCP).
      *          La misma persona aparece como titular de tarjeta,
      *          titular de cuenta bancaria, contacto de la agenda y a
      *          veces como empleado, sin una clave en comun: esta
      *          rutina la identifica por su documento en el maestro
      *          CLIENTES.VSAM (CLIENTES.CPY) y ata a ella cada clave
      *          de esos sistemas en CLIENTES_VINCULOS.VSAM
      *          (VINCULOS.CPY).
      *          Modo V: valida el documento. DNI de 7 u 8 digitos;
      *          CUIT/CUIL de 11 digitos con prefijo valido (20, 23,
      *          24 o 27 para personas; 30, 33 o 34 solo CUIT de
      *          empresas) y digito verificador modulo 11.
      *          Modo R: valida y registra. El cliente se busca por
      *          su documento y, si no esta, por el DNI de la persona
      *          (un CUIL encuentra al cliente que se dio de alta por
      *          DNI y viceversa); si no existe se da de alta. Luego se
      *          graba el vinculo; si la referencia ya estaba atada a
      *          otro cliente no se cambia y se devuelve retorno 10.
      *          Modo C: devuelve el cliente vinculado a la referencia.
      *          Modo B: valida el documento y devuelve el cliente que
      *          le corresponde, con la misma busqueda que el modo R
      *          (retorno 23 si no hay cliente).
      *          La llaman MAESTARJ, CLCTAMNT y CL20MANT en el alta,
      *          el lote de coincidencias TP02VINCU al confirmar y el
      *          informe de datos personales TP02HABEA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCLIENT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Nombre logico del archivo: CLIENTES
      *    Nombre fisico del archivo: ../CLIENTES.VSAM
      *    Si no existe, el primer registro lo crea.
           SELECT CLIENTES
           ASSIGN TO '../CLIENTES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DOCUMENTO
           ALTERNATE RECORD KEY IS CLI-DNI WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

      *    Nombre logico del archivo: VINCULOS
      *    Nombre fisico del archivo: ../CLIENTES_VINCULOS.VSAM
      *    Si no existe, el primer registro lo crea.
           SELECT VINCULOS
           ASSIGN TO '../CLIENTES_VINCULOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-CLAVE
           ALTERNATE RECORD KEY IS VIN-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS FS-VINCULOS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES.
           COPY CLIENTES.

       FD VINCULOS.
           COPY VINCULOS.

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-CLIENTES                       PIC X(2).
             88 FS-CLIENTES-OK                     VALUE '00'.
             88 FS-CLIENTES-NFD                    VALUE '35'.
             88 FS-CLIENTES-CLAVE-NFD              VALUE '23'.
          05 FS-VINCULOS                       PIC X(2).
             88 FS-VINCULOS-OK                     VALUE '00'.
             88 FS-VINCULOS-NFD                    VALUE '35'.
             88 FS-VINCULOS-CLAVE-NFD              VALUE '23'.

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

      * Documento recibido, digito a digito para el CUIT/CUIL
       01 WS-DOC-NUMERO                        PIC 9(11).
       01 WS-DOC-NUMERO-R REDEFINES WS-DOC-NUMERO.
          05 WS-DOC-PREFIJO            PIC 9(02).
          05 WS-DOC-DNI                PIC 9(08).
          05 WS-DOC-VERIFICADOR        PIC 9(01).
       01 WS-DOC-DIGITOS REDEFINES WS-DOC-NUMERO.
          05 WS-DOC-DIGITO             PIC 9(01) OCCURS 11 TIMES.

      * Pesos del digito verificador del CUIT/CUIL
       01 WS-PESOS-CUIT                        PIC X(10)
                                               VALUE '5432765432'.
       01 WS-PESOS-CUIT-R REDEFINES WS-PESOS-CUIT.
          05 WS-PESO                   PIC 9(01) OCCURS 10 TIMES.

       01 WS-CALCULO-VERIFICADOR.
          05 WS-SUMA-PONDERADA         PIC 9(04).
          05 WS-COCIENTE               PIC 9(04).
          05 WS-RESTO                  PIC 9(02).
          05 WS-VERIFICADOR            PIC 9(02).

      * DNI de la persona (cero para personas juridicas)
       01 WS-DNI-PERSONA                       PIC 9(08).

      * Cliente al que se ata la referencia (el recibido o el que se
      * encontro por DNI)
       01 WS-CLIENTE-DOC.
          05 WS-CLIENTE-TIPO-DOC       PIC X(04).
          05 WS-CLIENTE-NUMERO-DOC     PIC 9(11).

       01 WS-CLIENTE-ENCONTRADO                PIC X(02) VALUE 'NO'.
          88 WS-CLIENTE-ENCONTRADO-SI              VALUE 'SI'.
          88 WS-CLIENTE-ENCONTRADO-NO              VALUE 'NO'.
       01 WS-VINCULO-EXISTE                    PIC X(02) VALUE 'NO'.
          88 WS-VINCULO-EXISTE-SI                  VALUE 'SI'.
          88 WS-VINCULO-EXISTE-NO                  VALUE 'NO'.

       77 WS-INDICE-DIG                        PIC 9(02) VALUE 0.

       LINKAGE SECTION.
      * ESTRUCTURA DE DATOS DE COMUNICACION RUTINA CLCLIENT
       01 LK-CLIENTE.
           COPY CLIENTE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-CLIENTE.

       MAIN-PROCEDURE.
           MOVE '00'   TO LK-CLI-RETORNO.
           MOVE SPACES TO LK-CLI-TIPO-DOC-O.
           MOVE 0      TO LK-CLI-NUMERO-DOC-O.
           MOVE SPACES TO LK-CLI-APELLIDO-O.
           MOVE SPACES TO LK-CLI-NOMBRE-O.
           MOVE 'N'    TO LK-CLI-NUEVO-O.

           IF NOT LK-CLI-CONSULTAR
              PERFORM 1000-VALIDAR-DOCUMENTO
                 THRU 1000-VALIDAR-DOCUMENTO-EXIT
              IF NOT LK-CLI-RETORNO-OK OR LK-CLI-VALIDAR
                 GOBACK
              END-IF
           END-IF.

           PERFORM 2000-ABRIR-ARCHIVOS
              THRU 2000-ABRIR-ARCHIVOS-EXIT.
           IF NOT LK-CLI-RETORNO-OK
              GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LK-CLI-CONSULTAR
                   PERFORM 3000-CONSULTAR-VINCULO
                      THRU 3000-CONSULTAR-VINCULO-EXIT
               WHEN LK-CLI-BUSCAR
                   PERFORM 5000-BUSCAR-DOCUMENTO
                      THRU 5000-BUSCAR-DOCUMENTO-EXIT
               WHEN OTHER
                   PERFORM 4000-REGISTRAR
                      THRU 4000-REGISTRAR-EXIT
           END-EVALUATE.

           CLOSE CLIENTES.
           CLOSE VINCULOS.

           GOBACK.

      *----------------------------------------------------------------*
      * Valida tipo y numero de documento. En un CUIT/CUIL de persona
      * fisica (prefijo 20, 23, 24 o 27) los 8 digitos del medio son
      * su DNI, que queda en WS-DNI-PERSONA para buscar al cliente.
       1000-VALIDAR-DOCUMENTO.
           MOVE 0 TO WS-DNI-PERSONA.

           IF LK-CLI-NUMERO-DOC NOT NUMERIC
              MOVE '20' TO LK-CLI-RETORNO
              GO TO 1000-VALIDAR-DOCUMENTO-EXIT
           END-IF.
           MOVE LK-CLI-NUMERO-DOC TO WS-DOC-NUMERO.

           EVALUATE LK-CLI-TIPO-DOC
               WHEN 'DNI '
                   IF WS-DOC-NUMERO LESS THAN 1000000
                      OR WS-DOC-NUMERO GREATER THAN 99999999
                      MOVE '20' TO LK-CLI-RETORNO
                   ELSE
                      MOVE WS-DOC-NUMERO TO WS-DNI-PERSONA
                   END-IF
               WHEN 'CUIT'
               WHEN 'CUIL'
                   PERFORM 1100-VALIDAR-CUIT
                      THRU 1100-VALIDAR-CUIT-EXIT
               WHEN OTHER
                   MOVE '20' TO LK-CLI-RETORNO
           END-EVALUATE.

       1000-VALIDAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CUIT/CUIL: prefijo valido para el tipo y digito verificador
      * modulo 11 con pesos 5-4-3-2-7-6-5-4-3-2 (resto 0 -> 0; resto 1
      * daria 10, que no es un digito: el numero es invalido).
       1100-VALIDAR-CUIT.
           EVALUATE WS-DOC-PREFIJO
               WHEN 20
               WHEN 23
               WHEN 24
               WHEN 27
                   MOVE WS-DOC-DNI TO WS-DNI-PERSONA
               WHEN 30
               WHEN 33
               WHEN 34
                   IF LK-CLI-TIPO-DOC EQUAL 'CUIL'
                      MOVE '20' TO LK-CLI-RETORNO
                      GO TO 1100-VALIDAR-CUIT-EXIT
                   END-IF
               WHEN OTHER
                   MOVE '20' TO LK-CLI-RETORNO
                   GO TO 1100-VALIDAR-CUIT-EXIT
           END-EVALUATE.

           MOVE 0 TO WS-SUMA-PONDERADA.
           PERFORM 1110-PONDERAR-DIGITO
              THRU 1110-PONDERAR-DIGITO-EXIT
              VARYING WS-INDICE-DIG FROM 1 BY 1
              UNTIL WS-INDICE-DIG GREATER THAN 10.

           DIVIDE WS-SUMA-PONDERADA BY 11 GIVING WS-COCIENTE
              REMAINDER WS-RESTO.

           EVALUATE WS-RESTO
               WHEN 0
                   MOVE 0 TO WS-VERIFICADOR
               WHEN 1
                   MOVE '20' TO LK-CLI-RETORNO
                   GO TO 1100-VALIDAR-CUIT-EXIT
               WHEN OTHER
                   COMPUTE WS-VERIFICADOR = 11 - WS-RESTO
           END-EVALUATE.

           IF WS-VERIFICADOR NOT EQUAL WS-DOC-VERIFICADOR
              MOVE '20' TO LK-CLI-RETORNO
           END-IF.

       1100-VALIDAR-CUIT-EXIT.
           EXIT.

       1110-PONDERAR-DIGITO.
           COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA
              + WS-DOC-DIGITO(WS-INDICE-DIG) * WS-PESO(WS-INDICE-DIG).

       1110-PONDERAR-DIGITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Los dos archivos se abren I-O en cada llamada. Si todavia no
      * existen, el registro los crea; una consulta sin archivos
      * devuelve simplemente "sin vinculo".
       2000-ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           OPEN I-O CLIENTES.
           IF FS-CLIENTES-NFD AND LK-CLI-REGISTRAR
              OPEN OUTPUT CLIENTES
              CLOSE CLIENTES
              OPEN I-O CLIENTES
           END-IF.
           EVALUATE TRUE
               WHEN FS-CLIENTES-OK
                   CONTINUE
               WHEN FS-CLIENTES-NFD
                   MOVE '23' TO LK-CLI-RETORNO
                   GO TO 2000-ABRIR-ARCHIVOS-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CLIENTES.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-CLIENTES
                   MOVE '99' TO LK-CLI-RETORNO
                   GO TO 2000-ABRIR-ARCHIVOS-EXIT
           END-EVALUATE.

           OPEN I-O VINCULOS.
           IF FS-VINCULOS-NFD AND LK-CLI-REGISTRAR
              OPEN OUTPUT VINCULOS
              CLOSE VINCULOS
              OPEN I-O VINCULOS
           END-IF.
           EVALUATE TRUE
               WHEN FS-VINCULOS-OK
                   CONTINUE
               WHEN FS-VINCULOS-NFD
                   MOVE '23' TO LK-CLI-RETORNO
                   CLOSE CLIENTES
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CLIENTES_VINCULOS.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-VINCULOS
                   MOVE '99' TO LK-CLI-RETORNO
                   CLOSE CLIENTES
           END-EVALUATE.

       2000-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-CONSULTAR-VINCULO.
           MOVE LK-CLI-ORIGEN     TO VIN-ORIGEN.
           MOVE LK-CLI-REFERENCIA TO VIN-REFERENCIA.
           READ VINCULOS KEY IS VIN-CLAVE.
           EVALUATE TRUE
               WHEN FS-VINCULOS-OK
                   PERFORM 3100-DEVOLVER-CLIENTE
                      THRU 3100-DEVOLVER-CLIENTE-EXIT
               WHEN FS-VINCULOS-CLAVE-NFD
                   MOVE '23' TO LK-CLI-RETORNO
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CLIENTES_VINCULOS.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-VINCULOS
                   MOVE '99' TO LK-CLI-RETORNO
           END-EVALUATE.

       3000-CONSULTAR-VINCULO-EXIT.
           EXIT.

      * Devuelve documento y nombre del cliente del vinculo leido
       3100-DEVOLVER-CLIENTE.
           MOVE VIN-TIPO-DOC   TO LK-CLI-TIPO-DOC-O.
           MOVE VIN-NUMERO-DOC TO LK-CLI-NUMERO-DOC-O.

           MOVE VIN-DOCUMENTO TO CLI-DOCUMENTO.
           READ CLIENTES KEY IS CLI-DOCUMENTO.
           IF FS-CLIENTES-OK
              MOVE CLI-APELLIDO TO LK-CLI-APELLIDO-O
              MOVE CLI-NOMBRE   TO LK-CLI-NOMBRE-O
           END-IF.

       3100-DEVOLVER-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Primero se resuelve el cliente y se controla el vinculo; recien
      * cuando no hay conflicto se graba lo que falta, para no dejar
      * clientes sueltos por una referencia que ya era de otro.
       4000-REGISTRAR.
           IF NOT (LK-CLI-ORIGEN EQUAL 'T' OR 'B' OR 'A' OR 'E')
              OR LK-CLI-REFERENCIA EQUAL SPACES
              DISPLAY 'CLCLIENT: REFERENCIA A VINCULAR INVALIDA: '
                 LK-CLI-ORIGEN ' ' LK-CLI-REFERENCIA
              MOVE '99' TO LK-CLI-RETORNO
              GO TO 4000-REGISTRAR-EXIT
           END-IF.

           PERFORM 4100-BUSCAR-CLIENTE
              THRU 4100-BUSCAR-CLIENTE-EXIT.
           IF NOT LK-CLI-RETORNO-OK
              GO TO 4000-REGISTRAR-EXIT
           END-IF.

           PERFORM 4200-CONTROLAR-VINCULO
              THRU 4200-CONTROLAR-VINCULO-EXIT.
           IF NOT LK-CLI-RETORNO-OK
              GO TO 4000-REGISTRAR-EXIT
           END-IF.

           IF WS-CLIENTE-ENCONTRADO-NO
              PERFORM 4300-ALTA-CLIENTE
                 THRU 4300-ALTA-CLIENTE-EXIT
           ELSE
              PERFORM 4350-COMPLETAR-CUIT
                 THRU 4350-COMPLETAR-CUIT-EXIT
           END-IF.
           IF NOT LK-CLI-RETORNO-OK
              GO TO 4000-REGISTRAR-EXIT
           END-IF.

           IF WS-VINCULO-EXISTE-NO
              PERFORM 4400-GRABAR-VINCULO
                 THRU 4400-GRABAR-VINCULO-EXIT
           END-IF.

           MOVE WS-CLIENTE-TIPO-DOC   TO LK-CLI-TIPO-DOC-O.
           MOVE WS-CLIENTE-NUMERO-DOC TO LK-CLI-NUMERO-DOC-O.
           MOVE CLI-APELLIDO          TO LK-CLI-APELLIDO-O.
           MOVE CLI-NOMBRE            TO LK-CLI-NOMBRE-O.

       4000-REGISTRAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca al cliente por el documento recibido y, si no esta y es
      * una persona, por su DNI en la clave alternativa.
       4100-BUSCAR-CLIENTE.
           SET WS-CLIENTE-ENCONTRADO-NO TO TRUE.
           MOVE LK-CLI-TIPO-DOC   TO WS-CLIENTE-TIPO-DOC.
           MOVE LK-CLI-NUMERO-DOC TO WS-CLIENTE-NUMERO-DOC.

           MOVE WS-CLIENTE-DOC TO CLI-DOCUMENTO.
           READ CLIENTES KEY IS CLI-DOCUMENTO.
           EVALUATE TRUE
               WHEN FS-CLIENTES-OK
                   SET WS-CLIENTE-ENCONTRADO-SI TO TRUE
                   GO TO 4100-BUSCAR-CLIENTE-EXIT
               WHEN FS-CLIENTES-CLAVE-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CLIENTES.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-CLIENTES
                   MOVE '99' TO LK-CLI-RETORNO
                   GO TO 4100-BUSCAR-CLIENTE-EXIT
           END-EVALUATE.

           IF WS-DNI-PERSONA EQUAL 0
              GO TO 4100-BUSCAR-CLIENTE-EXIT
           END-IF.

           MOVE WS-DNI-PERSONA TO CLI-DNI.
           START CLIENTES KEY IS EQUAL TO CLI-DNI.
           IF FS-CLIENTES-OK
              READ CLIENTES NEXT RECORD
              IF FS-CLIENTES-OK AND CLI-DNI EQUAL WS-DNI-PERSONA
                 SET WS-CLIENTE-ENCONTRADO-SI TO TRUE
                 MOVE CLI-DOCUMENTO TO WS-CLIENTE-DOC
              END-IF
           END-IF.

       4100-BUSCAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Si la referencia ya tiene vinculo: con el mismo cliente no hay
      * nada que grabar; con otro, no se cambia y se devuelve cual es.
       4200-CONTROLAR-VINCULO.
           SET WS-VINCULO-EXISTE-NO TO TRUE.

           MOVE LK-CLI-ORIGEN     TO VIN-ORIGEN.
           MOVE LK-CLI-REFERENCIA TO VIN-REFERENCIA.
           READ VINCULOS KEY IS VIN-CLAVE.
           EVALUATE TRUE
               WHEN FS-VINCULOS-OK
                   IF VIN-DOCUMENTO EQUAL WS-CLIENTE-DOC
                      SET WS-VINCULO-EXISTE-SI TO TRUE
                   ELSE
                      MOVE '10' TO LK-CLI-RETORNO
                      PERFORM 3100-DEVOLVER-CLIENTE
                         THRU 3100-DEVOLVER-CLIENTE-EXIT
                   END-IF
               WHEN FS-VINCULOS-CLAVE-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CLIENTES_VINCULOS.VSAM'
                   DISPLAY 'FILE STATUS: ' FS-VINCULOS
                   MOVE '99' TO LK-CLI-RETORNO
           END-EVALUATE.

      * La lectura del vinculo pudo pisar el registro del cliente
           IF LK-CLI-RETORNO-OK AND WS-CLIENTE-ENCONTRADO-SI
              MOVE WS-CLIENTE-DOC TO CLI-DOCUMENTO
              READ CLIENTES KEY IS CLI-DOCUMENTO
           END-IF.

       4200-CONTROLAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4300-ALTA-CLIENTE.
           INITIALIZE FD-CLIENTES.
           MOVE LK-CLI-TIPO-DOC   TO CLI-TIPO-DOC.
           MOVE LK-CLI-NUMERO-DOC TO CLI-NUMERO-DOC.
           MOVE WS-DNI-PERSONA    TO CLI-DNI.
           IF LK-CLI-TIPO-DOC NOT EQUAL 'DNI '
              MOVE LK-CLI-NUMERO-DOC TO CLI-CUIT
           END-IF.
           MOVE LK-CLI-APELLIDO   TO CLI-APELLIDO.
           MOVE LK-CLI-NOMBRE     TO CLI-NOMBRE.
           SET CLI-ACTIVO TO TRUE.
           MOVE WS-FECHA-HOY      TO CLI-FECHA-ALTA.
           MOVE LK-CLI-OPERADOR   TO CLI-OPERADOR.

           WRITE FD-CLIENTES.
           IF FS-CLIENTES-OK
              MOVE 'S' TO LK-CLI-NUEVO-O
           ELSE
              DISPLAY 'ERROR AL GRABAR CLIENTES.VSAM'
              DISPLAY 'FILE STATUS: ' FS-CLIENTES
              MOVE '99' TO LK-CLI-RETORNO
           END-IF.

       4300-ALTA-CLIENTE-EXIT.
           EXIT.

      * Un cliente dado de alta por DNI que ahora llega con su CUIT o
      * CUIL lo incorpora, para los informes que lo piden.
       4350-COMPLETAR-CUIT.
           IF LK-CLI-TIPO-DOC EQUAL 'DNI ' OR CLI-CUIT NOT EQUAL 0
              GO TO 4350-COMPLETAR-CUIT-EXIT
           END-IF.

           MOVE LK-CLI-NUMERO-DOC TO CLI-CUIT.
           REWRITE FD-CLIENTES.
           IF NOT FS-CLIENTES-OK
              DISPLAY 'ERROR AL ACTUALIZAR CLIENTES.VSAM'
              DISPLAY 'FILE STATUS: ' FS-CLIENTES
              MOVE '99' TO LK-CLI-RETORNO
           END-IF.

       4350-COMPLETAR-CUIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4400-GRABAR-VINCULO.
           INITIALIZE FD-VINCULOS.
           MOVE LK-CLI-ORIGEN         TO VIN-ORIGEN.
           MOVE LK-CLI-REFERENCIA     TO VIN-REFERENCIA.
           MOVE WS-CLIENTE-TIPO-DOC   TO VIN-TIPO-DOC.
           MOVE WS-CLIENTE-NUMERO-DOC TO VIN-NUMERO-DOC.
           MOVE LK-CLI-FORMA          TO VIN-FORMA.
           MOVE WS-FECHA-HOY          TO VIN-FECHA.
           MOVE LK-CLI-OPERADOR       TO VIN-OPERADOR.

           WRITE FD-VINCULOS.
           IF NOT FS-VINCULOS-OK
              DISPLAY 'ERROR AL GRABAR CLIENTES_VINCULOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-VINCULOS
              MOVE '99' TO LK-CLI-RETORNO
           END-IF.

       4400-GRABAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cliente del documento pedido, buscado como en el registro: por
      * su documento y, si no esta, por el DNI de la persona.
       5000-BUSCAR-DOCUMENTO.
           PERFORM 4100-BUSCAR-CLIENTE
              THRU 4100-BUSCAR-CLIENTE-EXIT.
           IF NOT LK-CLI-RETORNO-OK
              GO TO 5000-BUSCAR-DOCUMENTO-EXIT
           END-IF.

           IF WS-CLIENTE-ENCONTRADO-NO
              MOVE '23' TO LK-CLI-RETORNO
              GO TO 5000-BUSCAR-DOCUMENTO-EXIT
           END-IF.

           MOVE CLI-TIPO-DOC   TO LK-CLI-TIPO-DOC-O.
           MOVE CLI-NUMERO-DOC TO LK-CLI-NUMERO-DOC-O.
           MOVE CLI-APELLIDO   TO LK-CLI-APELLIDO-O.
           MOVE CLI-NOMBRE     TO LK-CLI-NOMBRE-O.

       5000-BUSCAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM CLCLIENT.
