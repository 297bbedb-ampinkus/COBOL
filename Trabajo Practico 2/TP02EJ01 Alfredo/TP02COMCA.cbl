      *          valida contra la tabla RUBROS.TXT: un rubro
      *          desconocido rechaza el registro (en blanco se admite,
      *          para los comercios anteriores a los rubros).
      *          Cada comercio cargado pasa por el control de listas
      *          de sanciones y PEP (TP02SCREE): las coincidencias no
      *          frenan la carga, quedan en la cola de cumplimiento
      *          SCREENING_COLA.TXT.
      *          Despues del rubro cada linea trae el CUIT y la
      *          situacion del comercio frente a IVA, ingresos brutos
      *          y ganancias (la que define sus retenciones en la
      *          liquidacion); un codigo de situacion desconocido
      *          rechaza el registro y en blanco se admite (situacion
      *          no informada).
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
          05 REG-COMTXT-CBU            PIC X(22).
          05 REG-COMTXT-COMISION       PIC 9V9(4).
          05 REG-COMTXT-RUBRO          PIC X(04).
          05 REG-COMTXT-CUIT           PIC X(13).
          05 REG-COMTXT-COND-IVA       PIC X(01).
             88 REG-COMTXT-IVA-VALIDA      VALUE 'R' 'M' 'E' ' '.
          05 REG-COMTXT-COND-IIBB      PIC X(01).
             88 REG-COMTXT-IIBB-VALIDA     VALUE 'L' 'C' 'E' ' '.
          05 REG-COMTXT-COND-GANANCIAS PIC X(01).
             88 REG-COMTXT-GAN-VALIDA      VALUE 'I' 'N' 'E' ' '.

       FD ENT-RUBROS.
           COPY RUBROS.
          05 WS-CANT-LEIDOS                    PIC 9(05) VALUE 0.
          05 WS-CANT-CARGADOS                  PIC 9(05) VALUE 0.
          05 WS-CANT-RECHAZADOS                PIC 9(05) VALUE 0.
          05 WS-CANT-EN-LISTAS                 PIC 9(05) VALUE 0.

      * Estructura de comunicacion con la rutina TP02SCREE
       01 LK-SCREENING.
           COPY SCREEN.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
              END-IF
           END-IF.

      * La situacion fiscal define las retenciones de cada
      * liquidacion: un codigo que no existe no se adivina.
           IF NOT REG-COMTXT-IVA-VALIDA
              OR NOT REG-COMTXT-IIBB-VALIDA
              OR NOT REG-COMTXT-GAN-VALIDA
              DISPLAY 'COMERCIO ' REG-COMTXT-ID ' CON SITUACION '
                 'FISCAL INVALIDA, SE RECHAZA: '
                 REG-COMTXT-COND-IVA REG-COMTXT-COND-IIBB
                 REG-COMTXT-COND-GANANCIAS
              ADD 1 TO WS-CANT-RECHAZADOS
              GO TO 2200-CARGAR-COMERCIO-EXIT
           END-IF.

           MOVE REG-COMTXT-ID            TO COM-ID-COMERCIO.
           MOVE REG-COMTXT-RAZON-SOCIAL  TO COM-RAZON-SOCIAL.
           MOVE REG-COMTXT-CBU           TO COM-CBU.
           MOVE REG-COMTXT-COMISION      TO COM-COMISION.
           MOVE REG-COMTXT-RUBRO         TO COM-RUBRO.
           MOVE REG-COMTXT-CUIT          TO COM-CUIT.
           MOVE REG-COMTXT-COND-IVA      TO COM-COND-IVA.
           MOVE REG-COMTXT-COND-IIBB     TO COM-COND-IIBB.
           MOVE REG-COMTXT-COND-GANANCIAS
             TO COM-COND-GANANCIAS.

           WRITE FD-COMERCIOS.
           EVALUATE TRUE
               WHEN FS-COMERCIOS-OK
                   ADD 1 TO WS-CANT-CARGADOS
                   PERFORM 2300-CONTROLAR-LISTAS
                      THRU 2300-CONTROLAR-LISTAS-EXIT
               WHEN FS-COMERCIOS-CLAVE-DUP
                   DISPLAY 'COMERCIO DUPLICADO, SE RECHAZA: '
                      REG-COMTXT-ID
       2250-COMPARAR-RUBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-CONTROLAR-LISTAS.
           INITIALIZE LK-SCREENING.
           SET LK-SCR-ORIGEN-COMERCIO TO TRUE.
           MOVE COM-ID-COMERCIO  TO LK-SCR-CLAVE.
           MOVE 0                TO LK-SCR-CUENTA.
           MOVE COM-RAZON-SOCIAL TO LK-SCR-NOMBRE.

           CALL 'TP02SCREE' USING LK-SCREENING.

           EVALUATE TRUE
               WHEN LK-SCR-CON-COINCIDENCIA
                   DISPLAY 'COMERCIO ' COM-ID-COMERCIO ' COINCIDE CON '
                      'LAS LISTAS DE SANCIONES/PEP, QUEDA EN REVISION'
                   ADD 1 TO WS-CANT-EN-LISTAS
               WHEN LK-SCR-ERROR
                   DISPLAY 'NO SE PUDO CONTROLAR EL COMERCIO '
                      COM-ID-COMERCIO ' CONTRA LAS LISTAS'
           END-EVALUATE.

       2300-CONTROLAR-LISTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE ENT-COMERCIOS-TXT
           DISPLAY 'COMERCIOS LEIDOS     : ' WS-CANT-LEIDOS.
           DISPLAY 'COMERCIOS CARGADOS   : ' WS-CANT-CARGADOS.
           DISPLAY 'COMERCIOS RECHAZADOS : ' WS-CANT-RECHAZADOS.
           DISPLAY 'COMERCIOS EN LISTAS  : ' WS-CANT-EN-LISTAS.

       3000-FINALIZAR-EXIT.
           EXIT.
