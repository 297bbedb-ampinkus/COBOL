      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02SCREE - Modulo invocable de control de nombres
      *          contra las listas oficiales de sanciones y de
      *          personas expuestas politicamente (mismo esquema de
      *          subprograma que CLVALCP). La primera llamada carga la
      *          nomina LISTAS_SANCIONES.TXT (SANCION.CPY) y las
      *          coincidencias ya conocidas (SCREENING_COLA.TXT y
      *          SCREENING_HISTORIA.TXT); cada llamada normaliza el
      *          nombre recibido (mayusculas, sin acentos ni signos,
      *          por palabras, sin articulos ni tipos societarios) y
      *          lo compara palabra por palabra contra cada entrada de
      *          la nomina, tolerando una letra de diferencia (cambiada,
      *          de mas, de menos o dos vecinas invertidas) en las
      *          palabras de 4 letras o mas. Hay coincidencia cuando
      *          aparece al menos el 80% de las palabras de la entrada.
      *          Las coincidencias nuevas se encolan para cumplimiento
      *          normativo en SCREENING_COLA.TXT (SCRCOLA.CPY).
      *          La llaman MAESTARJ (alta), TP02COMCA (carga de
      *          comercios) y el lote nocturno TP02SCNOC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02SCREE.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-NOMINA
      *    Nombre fisico del archivo: ../LISTAS_SANCIONES.TXT
      *    Si no existe, los nombres no se controlan (con aviso).
           SELECT ENT-NOMINA
           ASSIGN TO '../LISTAS_SANCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-NOMINA.

      *    Nombre logico del archivo: ENT-COLA / SAL-COLA
      *    Nombre fisico del archivo: ../SCREENING_COLA.TXT
      *    Coincidencias pendientes de revision (EXTEND).
           SELECT ENT-COLA
           ASSIGN TO '../SCREENING_COLA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-COLA.

           SELECT SAL-COLA
           ASSIGN TO '../SCREENING_COLA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-COLA.

      *    Nombre logico del archivo: ENT-HISTORIA
      *    Nombre fisico del archivo: ../SCREENING_HISTORIA.TXT
      *    Coincidencias ya decididas por cumplimiento.
           SELECT ENT-HISTORIA
           ASSIGN TO '../SCREENING_HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-HISTORIA.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-NOMINA.
           COPY SANCION.

       FD ENT-COLA.
       01 FD-ENT-COLA                  PIC X(201).

       FD SAL-COLA.
       01 FD-SAL-COLA                  PIC X(201).

       FD ENT-HISTORIA.
       01 FD-ENT-HISTORIA              PIC X(201).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-NOMINA                     PIC X(2).
             88 FS-ENT-NOMINA-OK                   VALUE '00'.
             88 FS-ENT-NOMINA-NFD                  VALUE '35'.
          05 FS-ENT-COLA                       PIC X(2).
             88 FS-ENT-COLA-OK                     VALUE '00'.
             88 FS-ENT-COLA-NFD                    VALUE '35'.
          05 FS-SAL-COLA                       PIC X(2).
             88 FS-SAL-COLA-OK                     VALUE '00'.
             88 FS-SAL-COLA-NFD                    VALUE '35'.
          05 FS-ENT-HISTORIA                   PIC X(2).
             88 FS-ENT-HISTORIA-OK                 VALUE '00'.
             88 FS-ENT-HISTORIA-NFD                VALUE '35'.

      * La nomina y las coincidencias conocidas se cargan una sola
      * vez por corrida, en la primera llamada
       77 WS-INICIADO                   PIC X(01) VALUE 'N'.
          88 WS-YA-INICIADO                 VALUE 'S'.
       77 WS-ESTADO-NOMINA              PIC X(01) VALUE 'N'.
          88 WS-HAY-NOMINA                  VALUE 'S'.
          88 WS-SIN-NOMINA                  VALUE 'N'.
          88 WS-ERROR-NOMINA                VALUE 'E'.

      * Switches de fin de archivo
       01 WS-NOMINA-EOF                        PIC X(5) VALUE 'FALSE'.
          88 WS-NOMINA-EOF-YES                     VALUE 'TRUE'.
          88 WS-NOMINA-EOF-NO                      VALUE 'FALSE'.
       01 WS-COLA-EOF                          PIC X(5) VALUE 'FALSE'.
          88 WS-COLA-EOF-YES                       VALUE 'TRUE'.
          88 WS-COLA-EOF-NO                        VALUE 'FALSE'.

      * Fecha del proceso, con la que se encolan las coincidencias
       01 WS-FECHA-PROCESO                     PIC 9(8).

      * Porcentaje minimo de palabras de la entrada de la nomina que
      * tienen que aparecer en el nombre para que haya coincidencia
       77 WS-UMBRAL-COINCIDENCIA        PIC 9(03) VALUE 80.

      * Registro de la cola de revision
           COPY SCRCOLA.

      * Tabla de la nomina, con el nombre ya normalizado por palabras
       77 WS-INDICE-NOM                        PIC 9(05) VALUE 1.
       77 WS-CANT-NOM                          PIC 9(05) VALUE 0.
       01 WS-TABLA-NOMINA.
          05 WS-NOM-ITEM OCCURS 5000 TIMES.
             10 WS-NOM-ITEM-TIPO          PIC X(01).
             10 WS-NOM-ITEM-LISTA         PIC X(10).
             10 WS-NOM-ITEM-ID            PIC X(12).
             10 WS-NOM-ITEM-NOMBRE        PIC X(60).
             10 WS-NOM-ITEM-PALABRAS.
                15 WS-NOM-ITEM-CANT-PAL   PIC 9(02).
                15 WS-NOM-ITEM-PAL OCCURS 8 TIMES.
                   20 WS-NOM-ITEM-PAL-TEXTO  PIC X(20).
                   20 WS-NOM-ITEM-PAL-LARGO  PIC 9(02).

      * Coincidencias ya encoladas o ya decididas (origen, clave y
      * entrada de la nomina), que no se vuelven a encolar
       01 WS-PAR.
          05 WS-PAR-ORIGEN                PIC X(01).
          05 WS-PAR-CLAVE                 PIC X(19).
          05 WS-PAR-ID-LISTA              PIC X(12).
       77 WS-INDICE-CON                        PIC 9(05) VALUE 1.
       77 WS-CANT-CON                          PIC 9(05) VALUE 0.
       01 WS-TABLA-CONOCIDAS.
          05 WS-CON-ITEM OCCURS 9999 TIMES     PIC X(32).
       01 WS-PAR-CONOCIDO                      PIC X(03) VALUE 'NO'.
          88 WS-PAR-CONOCIDO-SI                    VALUE 'SI'.
          88 WS-PAR-CONOCIDO-NO                    VALUE 'NO'.

      * Normalizacion de un nombre: entrada libre, salida por palabras
       01 WS-NORM-ENTRADA                      PIC X(60).
       77 WS-NORM-POS                          PIC 9(02) VALUE 1.
       01 WS-NORM-CARACTER                     PIC X(01).
       77 WS-NORM-ACENTO                       PIC X(01) VALUE 'N'.
          88 WS-NORM-ACENTO-PENDIENTE              VALUE 'S'.
       01 WS-PAL-ACTUAL                        PIC X(20).
      * Palabras que no distinguen a nadie: articulos, conjunciones y
      * tipos societarios
          88 WS-PAL-IRRELEVANTE     VALUE 'DE' 'DEL' 'LA' 'LAS' 'LOS'
                                          'Y' 'E' 'SA' 'SRL' 'SAS'
                                          'SACI' 'SAIC' 'SOCIEDAD'
                                          'ANONIMA'.
       77 WS-PAL-LARGO                         PIC 9(02) VALUE 0.
       01 WS-NORM-RESULTADO.
          05 WS-NORM-CANT-PAL                  PIC 9(02).
          05 WS-NORM-PAL OCCURS 8 TIMES.
             10 WS-NORM-PAL-TEXTO         PIC X(20).
             10 WS-NORM-PAL-LARGO         PIC 9(02).

      * Nombre controlado y entrada de la nomina en comparacion
       01 WS-CANDIDATO.
          05 WS-CAN-CANT-PAL                   PIC 9(02).
          05 WS-CAN-PAL OCCURS 8 TIMES.
             10 WS-CAN-PAL-TEXTO          PIC X(20).
             10 WS-CAN-PAL-LARGO          PIC 9(02).
       01 WS-ENTRADA-NOMINA.
          05 WS-ENT-CANT-PAL                   PIC 9(02).
          05 WS-ENT-PAL OCCURS 8 TIMES.
             10 WS-ENT-PAL-TEXTO          PIC X(20).
             10 WS-ENT-PAL-LARGO          PIC 9(02).
       77 WS-INDICE-ENT                        PIC 9(02) VALUE 1.
       77 WS-INDICE-CAN                        PIC 9(02) VALUE 1.
       77 WS-PALABRAS-HALLADAS                 PIC 9(02) VALUE 0.
       77 WS-PUNTAJE                           PIC 9(03) VALUE 0.
       01 WS-PALABRA-HALLADA                   PIC X(03) VALUE 'NO'.
          88 WS-PALABRA-HALLADA-SI                 VALUE 'SI'.
          88 WS-PALABRA-HALLADA-NO                 VALUE 'NO'.

      * Comparacion tolerante de dos palabras
       01 WS-PAL-A                             PIC X(20).
       77 WS-LARGO-A                           PIC 9(02) VALUE 0.
       01 WS-PAL-B                             PIC X(20).
       77 WS-LARGO-B                           PIC 9(02) VALUE 0.
       01 WS-PAL-LARGA                         PIC X(20).
       77 WS-LARGO-LARGA                       PIC 9(02) VALUE 0.
       01 WS-PAL-CORTA                         PIC X(20).
       77 WS-LARGO-CORTA                       PIC 9(02) VALUE 0.
       77 WS-POS-A                             PIC 9(02) VALUE 1.
       77 WS-POS-B                             PIC 9(02) VALUE 1.
       77 WS-DIFERENCIAS                       PIC 9(02) VALUE 0.
       77 WS-DIF-POS-1                         PIC 9(02) VALUE 0.
       77 WS-DIF-POS-2                         PIC 9(02) VALUE 0.

       LINKAGE SECTION.
      * ESTRUCTURA DE DATOS DE COMUNICACION RUTINA TP02SCREE
       01 LK-SCREENING.
           COPY SCREEN.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-SCREENING.

       MAIN-PROCEDURE.
           MOVE 0    TO LK-SCR-COINCIDENCIAS.
           MOVE 0    TO LK-SCR-NUEVAS.
           MOVE '00' TO LK-SCR-RETORNO.

           IF NOT WS-YA-INICIADO
              PERFORM 1000-INICIAR
                 THRU 1000-INICIAR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-SIN-NOMINA
                   MOVE '90' TO LK-SCR-RETORNO
                   GOBACK
               WHEN WS-ERROR-NOMINA
                   MOVE '99' TO LK-SCR-RETORNO
                   GOBACK
           END-EVALUATE.

           MOVE LK-SCR-NOMBRE TO WS-NORM-ENTRADA.
           PERFORM 2000-NORMALIZAR-NOMBRE
              THRU 2000-NORMALIZAR-NOMBRE-EXIT.
           MOVE WS-NORM-RESULTADO TO WS-CANDIDATO.

           IF WS-CAN-CANT-PAL GREATER THAN 0
              PERFORM 3000-COMPARAR-ENTRADA
                 THRU 3000-COMPARAR-ENTRADA-EXIT
                 VARYING WS-INDICE-NOM FROM 1 BY 1
                 UNTIL WS-INDICE-NOM GREATER THAN WS-CANT-NOM
           END-IF.

           IF LK-SCR-COINCIDENCIAS GREATER THAN 0
              AND LK-SCR-RETORNO-OK
              MOVE '10' TO LK-SCR-RETORNO
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIAR.
           SET WS-YA-INICIADO TO TRUE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           OPEN INPUT ENT-NOMINA.
           EVALUATE TRUE
               WHEN FS-ENT-NOMINA-OK
                   SET WS-HAY-NOMINA TO TRUE
                   PERFORM 1100-LEER-NOMINA
                      THRU 1100-LEER-NOMINA-EXIT
                      UNTIL WS-NOMINA-EOF-YES
                   CLOSE ENT-NOMINA
               WHEN FS-ENT-NOMINA-NFD
      * Sin nomina el control se saltea, con un unico aviso por
      * corrida.
                   DISPLAY 'SIN LISTAS_SANCIONES.TXT: LOS NOMBRES NO '
                      'SE CONTROLAN CONTRA SANCIONES NI PEP'
                   SET WS-SIN-NOMINA TO TRUE
                   GO TO 1000-INICIAR-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR LISTAS_SANCIONES.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-NOMINA
                   SET WS-ERROR-NOMINA TO TRUE
                   GO TO 1000-INICIAR-EXIT
           END-EVALUATE.

           OPEN INPUT ENT-COLA.
           EVALUATE TRUE
               WHEN FS-ENT-COLA-OK
                   PERFORM 1200-LEER-COLA
                      THRU 1200-LEER-COLA-EXIT
                      UNTIL WS-COLA-EOF-YES
                   CLOSE ENT-COLA
               WHEN FS-ENT-COLA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SCREENING_COLA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-COLA
           END-EVALUATE.

           SET WS-COLA-EOF-NO TO TRUE.
           OPEN INPUT ENT-HISTORIA.
           EVALUATE TRUE
               WHEN FS-ENT-HISTORIA-OK
                   PERFORM 1300-LEER-HISTORIA
                      THRU 1300-LEER-HISTORIA-EXIT
                      UNTIL WS-COLA-EOF-YES
                   CLOSE ENT-HISTORIA
               WHEN FS-ENT-HISTORIA-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR SCREENING_HISTORIA.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-HISTORIA
           END-EVALUATE.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las entradas sin ninguna palabra util (solo iniciales o
      * articulos) no pueden coincidir con nada y no se cargan.
       1100-LEER-NOMINA.
           READ ENT-NOMINA
               AT END
                   SET WS-NOMINA-EOF-YES TO TRUE
                   GO TO 1100-LEER-NOMINA-EXIT
           END-READ.

           MOVE REG-SAN-NOMBRE TO WS-NORM-ENTRADA.
           PERFORM 2000-NORMALIZAR-NOMBRE
              THRU 2000-NORMALIZAR-NOMBRE-EXIT.
           IF WS-NORM-CANT-PAL EQUAL 0
              GO TO 1100-LEER-NOMINA-EXIT
           END-IF.

           IF WS-CANT-NOM LESS THAN 5000
              ADD 1 TO WS-CANT-NOM
              MOVE REG-SAN-TIPO   TO WS-NOM-ITEM-TIPO(WS-CANT-NOM)
              MOVE REG-SAN-LISTA  TO WS-NOM-ITEM-LISTA(WS-CANT-NOM)
              MOVE REG-SAN-ID     TO WS-NOM-ITEM-ID(WS-CANT-NOM)
              MOVE REG-SAN-NOMBRE TO WS-NOM-ITEM-NOMBRE(WS-CANT-NOM)
              MOVE WS-NORM-RESULTADO
                TO WS-NOM-ITEM-PALABRAS(WS-CANT-NOM)
           ELSE
              DISPLAY 'LISTAS_SANCIONES.TXT TIENE MAS DE 5000 '
                 'ENTRADAS, SE IGNORAN LOS EXCEDENTES'
              SET WS-NOMINA-EOF-YES TO TRUE
           END-IF.

       1100-LEER-NOMINA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-LEER-COLA.
           READ ENT-COLA INTO REG-SCR-COLA
               AT END
                   SET WS-COLA-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 1400-AGREGAR-CONOCIDA
                      THRU 1400-AGREGAR-CONOCIDA-EXIT
           END-READ.

       1200-LEER-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-LEER-HISTORIA.
           READ ENT-HISTORIA INTO REG-SCR-COLA
               AT END
                   SET WS-COLA-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 1400-AGREGAR-CONOCIDA
                      THRU 1400-AGREGAR-CONOCIDA-EXIT
           END-READ.

       1300-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Si la tabla se llena, las coincidencias que no entran pueden
      * volver a encolarse: se avisa una sola vez.
       1400-AGREGAR-CONOCIDA.
           MOVE REG-SCQ-ORIGEN   TO WS-PAR-ORIGEN.
           MOVE REG-SCQ-CLAVE    TO WS-PAR-CLAVE.
           MOVE REG-SCQ-ID-LISTA TO WS-PAR-ID-LISTA.

           IF WS-CANT-CON LESS THAN 9999
              ADD 1 TO WS-CANT-CON
              MOVE WS-PAR TO WS-CON-ITEM(WS-CANT-CON)
           ELSE
              IF WS-CANT-CON EQUAL 9999
                 DISPLAY 'MAS DE 9999 COINCIDENCIAS CONOCIDAS: LAS '
                    'EXCEDENTES PUEDEN VOLVER A ENCOLARSE'
                 ADD 1 TO WS-CANT-CON
              END-IF
           END-IF.

       1400-AGREGAR-CONOCIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Deja en WS-NORM-RESULTADO las palabras de WS-NORM-ENTRADA en
      * mayusculas, con las vocales acentuadas, la dieresis y la enie
      * (UTF-8) llevadas a su letra base, sin apostrofos ni puntos
      * (O'NEILL, S.A.) y cortando en cualquier otro signo. Las
      * palabras de una sola letra (iniciales) y las irrelevantes no
      * se cuentan.
       2000-NORMALIZAR-NOMBRE.
           INITIALIZE WS-NORM-RESULTADO.
           MOVE SPACES TO WS-PAL-ACTUAL.
           MOVE 0      TO WS-PAL-LARGO.
           MOVE 'N'    TO WS-NORM-ACENTO.

           INSPECT WS-NORM-ENTRADA
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM 2100-NORMALIZAR-CARACTER
              THRU 2100-NORMALIZAR-CARACTER-EXIT
              VARYING WS-NORM-POS FROM 1 BY 1
              UNTIL WS-NORM-POS GREATER THAN 60.

           PERFORM 2200-CERRAR-PALABRA
              THRU 2200-CERRAR-PALABRA-EXIT.

       2000-NORMALIZAR-NOMBRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-NORMALIZAR-CARACTER.
           MOVE WS-NORM-ENTRADA(WS-NORM-POS:1) TO WS-NORM-CARACTER.

      * Segundo byte de una letra acentuada
           IF WS-NORM-ACENTO-PENDIENTE
              MOVE 'N' TO WS-NORM-ACENTO
              EVALUATE WS-NORM-CARACTER
                  WHEN X'80' WHEN X'81' WHEN X'A0' WHEN X'A1'
                      MOVE 'A' TO WS-NORM-CARACTER
                  WHEN X'88' WHEN X'89' WHEN X'A8' WHEN X'A9'
                      MOVE 'E' TO WS-NORM-CARACTER
                  WHEN X'8C' WHEN X'8D' WHEN X'AC' WHEN X'AD'
                      MOVE 'I' TO WS-NORM-CARACTER
                  WHEN X'92' WHEN X'93' WHEN X'B2' WHEN X'B3'
                      MOVE 'O' TO WS-NORM-CARACTER
                  WHEN X'99' WHEN X'9A' WHEN X'9C'
                  WHEN X'B9' WHEN X'BA' WHEN X'BC'
                      MOVE 'U' TO WS-NORM-CARACTER
                  WHEN X'91' WHEN X'B1'
                      MOVE 'N' TO WS-NORM-CARACTER
                  WHEN X'87' WHEN X'A7'
                      MOVE 'C' TO WS-NORM-CARACTER
                  WHEN OTHER
                      GO TO 2100-NORMALIZAR-CARACTER-EXIT
              END-EVALUATE
           END-IF.

           IF WS-NORM-CARACTER EQUAL X'C3'
              MOVE 'S' TO WS-NORM-ACENTO
              GO TO 2100-NORMALIZAR-CARACTER-EXIT
           END-IF.

           IF WS-NORM-CARACTER EQUAL "'" OR WS-NORM-CARACTER EQUAL '.'
              GO TO 2100-NORMALIZAR-CARACTER-EXIT
           END-IF.

           IF (WS-NORM-CARACTER NOT LESS THAN 'A' AND
               WS-NORM-CARACTER NOT GREATER THAN 'Z') OR
              (WS-NORM-CARACTER NOT LESS THAN '0' AND
               WS-NORM-CARACTER NOT GREATER THAN '9')
              IF WS-PAL-LARGO LESS THAN 20
                 ADD 1 TO WS-PAL-LARGO
                 MOVE WS-NORM-CARACTER
                   TO WS-PAL-ACTUAL(WS-PAL-LARGO:1)
              END-IF
           ELSE
              PERFORM 2200-CERRAR-PALABRA
                 THRU 2200-CERRAR-PALABRA-EXIT
           END-IF.

       2100-NORMALIZAR-CARACTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-CERRAR-PALABRA.
           IF WS-PAL-LARGO GREATER THAN 1
              AND NOT WS-PAL-IRRELEVANTE
              AND WS-NORM-CANT-PAL LESS THAN 8
              ADD 1 TO WS-NORM-CANT-PAL
              MOVE WS-PAL-ACTUAL TO WS-NORM-PAL-TEXTO(WS-NORM-CANT-PAL)
              MOVE WS-PAL-LARGO  TO WS-NORM-PAL-LARGO(WS-NORM-CANT-PAL)
           END-IF.

           MOVE SPACES TO WS-PAL-ACTUAL.
           MOVE 0      TO WS-PAL-LARGO.

       2200-CERRAR-PALABRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cuenta cuantas palabras de la entrada de la nomina aparecen
      * en el nombre controlado, en cualquier orden.
       3000-COMPARAR-ENTRADA.
           MOVE WS-NOM-ITEM-PALABRAS(WS-INDICE-NOM)
             TO WS-ENTRADA-NOMINA.
           MOVE 0 TO WS-PALABRAS-HALLADAS.

           PERFORM 3100-BUSCAR-PALABRA
              THRU 3100-BUSCAR-PALABRA-EXIT
              VARYING WS-INDICE-ENT FROM 1 BY 1
              UNTIL WS-INDICE-ENT GREATER THAN WS-ENT-CANT-PAL.

           COMPUTE WS-PUNTAJE =
              WS-PALABRAS-HALLADAS * 100 / WS-ENT-CANT-PAL.
           IF WS-PUNTAJE LESS THAN WS-UMBRAL-COINCIDENCIA
              GO TO 3000-COMPARAR-ENTRADA-EXIT
           END-IF.

           ADD 1 TO LK-SCR-COINCIDENCIAS.

           MOVE LK-SCR-ORIGEN                  TO WS-PAR-ORIGEN.
           MOVE LK-SCR-CLAVE                   TO WS-PAR-CLAVE.
           MOVE WS-NOM-ITEM-ID(WS-INDICE-NOM)  TO WS-PAR-ID-LISTA.
           SET WS-PAR-CONOCIDO-NO TO TRUE.
           PERFORM 3500-BUSCAR-CONOCIDA
              THRU 3500-BUSCAR-CONOCIDA-EXIT
              VARYING WS-INDICE-CON FROM 1 BY 1
              UNTIL WS-INDICE-CON GREATER THAN WS-CANT-CON
                 OR WS-INDICE-CON GREATER THAN 9999
                 OR WS-PAR-CONOCIDO-SI.
           IF WS-PAR-CONOCIDO-SI
              GO TO 3000-COMPARAR-ENTRADA-EXIT
           END-IF.

           PERFORM 3600-ENCOLAR-COINCIDENCIA
              THRU 3600-ENCOLAR-COINCIDENCIA-EXIT.

       3000-COMPARAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-BUSCAR-PALABRA.
           SET WS-PALABRA-HALLADA-NO TO TRUE.
           PERFORM 3200-COMPARAR-PALABRAS
              THRU 3200-COMPARAR-PALABRAS-EXIT
              VARYING WS-INDICE-CAN FROM 1 BY 1
              UNTIL WS-INDICE-CAN GREATER THAN WS-CAN-CANT-PAL
                 OR WS-PALABRA-HALLADA-SI.

           IF WS-PALABRA-HALLADA-SI
              ADD 1 TO WS-PALABRAS-HALLADAS
           END-IF.

       3100-BUSCAR-PALABRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Dos palabras coinciden si son iguales o, teniendo las dos 4
      * letras o mas, si difieren en una sola letra: cambiada, de mas,
      * de menos, o dos letras vecinas invertidas.
       3200-COMPARAR-PALABRAS.
           MOVE WS-ENT-PAL-TEXTO(WS-INDICE-ENT) TO WS-PAL-A.
           MOVE WS-ENT-PAL-LARGO(WS-INDICE-ENT) TO WS-LARGO-A.
           MOVE WS-CAN-PAL-TEXTO(WS-INDICE-CAN) TO WS-PAL-B.
           MOVE WS-CAN-PAL-LARGO(WS-INDICE-CAN) TO WS-LARGO-B.

           IF WS-PAL-A EQUAL WS-PAL-B
              SET WS-PALABRA-HALLADA-SI TO TRUE
              GO TO 3200-COMPARAR-PALABRAS-EXIT
           END-IF.

           IF WS-LARGO-A LESS THAN 4 OR WS-LARGO-B LESS THAN 4
              GO TO 3200-COMPARAR-PALABRAS-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-LARGO-A EQUAL WS-LARGO-B
                   PERFORM 3300-CONTAR-DIFERENCIAS
                      THRU 3300-CONTAR-DIFERENCIAS-EXIT
               WHEN WS-LARGO-A EQUAL WS-LARGO-B + 1
                   MOVE WS-PAL-A   TO WS-PAL-LARGA
                   MOVE WS-LARGO-A TO WS-LARGO-LARGA
                   MOVE WS-PAL-B   TO WS-PAL-CORTA
                   MOVE WS-LARGO-B TO WS-LARGO-CORTA
                   PERFORM 3400-CONTROLAR-LETRA-DE-MAS
                      THRU 3400-CONTROLAR-LETRA-DE-MAS-EXIT
               WHEN WS-LARGO-B EQUAL WS-LARGO-A + 1
                   MOVE WS-PAL-B   TO WS-PAL-LARGA
                   MOVE WS-LARGO-B TO WS-LARGO-LARGA
                   MOVE WS-PAL-A   TO WS-PAL-CORTA
                   MOVE WS-LARGO-A TO WS-LARGO-CORTA
                   PERFORM 3400-CONTROLAR-LETRA-DE-MAS
                      THRU 3400-CONTROLAR-LETRA-DE-MAS-EXIT
           END-EVALUATE.

       3200-COMPARAR-PALABRAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mismo largo: una letra distinta, o dos vecinas invertidas.
       3300-CONTAR-DIFERENCIAS.
           MOVE 0 TO WS-DIFERENCIAS.
           MOVE 0 TO WS-DIF-POS-1.
           MOVE 0 TO WS-DIF-POS-2.

           PERFORM 3310-COMPARAR-POSICION
              THRU 3310-COMPARAR-POSICION-EXIT
              VARYING WS-POS-A FROM 1 BY 1
              UNTIL WS-POS-A GREATER THAN WS-LARGO-A
                 OR WS-DIFERENCIAS GREATER THAN 2.

           EVALUATE TRUE
               WHEN WS-DIFERENCIAS EQUAL 1
                   SET WS-PALABRA-HALLADA-SI TO TRUE
               WHEN WS-DIFERENCIAS EQUAL 2
                AND WS-DIF-POS-2 EQUAL WS-DIF-POS-1 + 1
                AND WS-PAL-A(WS-DIF-POS-1:1)
                       EQUAL WS-PAL-B(WS-DIF-POS-2:1)
                AND WS-PAL-A(WS-DIF-POS-2:1)
                       EQUAL WS-PAL-B(WS-DIF-POS-1:1)
                   SET WS-PALABRA-HALLADA-SI TO TRUE
           END-EVALUATE.

       3300-CONTAR-DIFERENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3310-COMPARAR-POSICION.
           IF WS-PAL-A(WS-POS-A:1) NOT EQUAL WS-PAL-B(WS-POS-A:1)
              ADD 1 TO WS-DIFERENCIAS
              EVALUATE WS-DIFERENCIAS
                  WHEN 1
                      MOVE WS-POS-A TO WS-DIF-POS-1
                  WHEN 2
                      MOVE WS-POS-A TO WS-DIF-POS-2
              END-EVALUATE
           END-IF.

       3310-COMPARAR-POSICION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una letra de mas en la larga: se recorren las dos a la par y
      * se admite saltear una sola letra de la larga.
       3400-CONTROLAR-LETRA-DE-MAS.
           MOVE 1 TO WS-POS-A.
           MOVE 1 TO WS-POS-B.
           MOVE 0 TO WS-DIFERENCIAS.

           PERFORM 3410-AVANZAR-LETRA
              THRU 3410-AVANZAR-LETRA-EXIT
              UNTIL WS-POS-A GREATER THAN WS-LARGO-CORTA
                 OR WS-DIFERENCIAS GREATER THAN 1.

           IF WS-DIFERENCIAS NOT GREATER THAN 1
              SET WS-PALABRA-HALLADA-SI TO TRUE
           END-IF.

       3400-CONTROLAR-LETRA-DE-MAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3410-AVANZAR-LETRA.
           IF WS-PAL-CORTA(WS-POS-A:1) EQUAL WS-PAL-LARGA(WS-POS-B:1)
              ADD 1 TO WS-POS-A
           ELSE
              ADD 1 TO WS-DIFERENCIAS
           END-IF.
           ADD 1 TO WS-POS-B.

       3410-AVANZAR-LETRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-BUSCAR-CONOCIDA.
           IF WS-CON-ITEM(WS-INDICE-CON) EQUAL WS-PAR
              SET WS-PAR-CONOCIDO-SI TO TRUE
           END-IF.

       3500-BUSCAR-CONOCIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La coincidencia nueva va a la cola de cumplimiento y pasa a
      * ser conocida para el resto de la corrida.
       3600-ENCOLAR-COINCIDENCIA.
           OPEN EXTEND SAL-COLA.
           IF FS-SAL-COLA-NFD
              OPEN OUTPUT SAL-COLA
           END-IF.
           IF NOT FS-SAL-COLA-OK
              DISPLAY 'ERROR AL ABRIR SCREENING_COLA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-COLA
              MOVE '99' TO LK-SCR-RETORNO
              GO TO 3600-ENCOLAR-COINCIDENCIA-EXIT
           END-IF.

           INITIALIZE REG-SCR-COLA.
           MOVE WS-FECHA-PROCESO   TO REG-SCQ-FECHA.
           MOVE LK-SCR-ORIGEN      TO REG-SCQ-ORIGEN.
           MOVE LK-SCR-CLAVE       TO REG-SCQ-CLAVE.
           MOVE LK-SCR-CUENTA      TO REG-SCQ-CUENTA.
           MOVE LK-SCR-NOMBRE      TO REG-SCQ-NOMBRE.
           MOVE WS-NOM-ITEM-TIPO(WS-INDICE-NOM)
             TO REG-SCQ-TIPO-LISTA.
           MOVE WS-NOM-ITEM-LISTA(WS-INDICE-NOM)  TO REG-SCQ-LISTA.
           MOVE WS-NOM-ITEM-ID(WS-INDICE-NOM)     TO REG-SCQ-ID-LISTA.
           MOVE WS-NOM-ITEM-NOMBRE(WS-INDICE-NOM)
             TO REG-SCQ-NOMBRE-LISTA.
           MOVE WS-PUNTAJE         TO REG-SCQ-PUNTAJE.

           WRITE FD-SAL-COLA FROM REG-SCR-COLA.
           IF NOT FS-SAL-COLA-OK
              DISPLAY 'ERROR AL GRABAR SCREENING_COLA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-COLA
              MOVE '99' TO LK-SCR-RETORNO
           ELSE
              ADD 1 TO LK-SCR-NUEVAS
              PERFORM 1400-AGREGAR-CONOCIDA
                 THRU 1400-AGREGAR-CONOCIDA-EXIT
           END-IF.
           CLOSE SAL-COLA.

       3600-ENCOLAR-COINCIDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM TP02SCREE.
