      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02CERTP.CBL - Certificado anual de percepciones
      *          por titular. Recorre el historico de resumenes
      *          RESUMENES_HIST.TXT de un anio calendario y junta,
      *          mes a mes, las lineas de los impuestos de base
      *          percepcion (IMPUESTOS.TXT, base P) que se le cobraron
      *          a cada tarjeta sobre sus consumos en moneda
      *          extranjera. Por cada cuenta con percepciones emite un
      *          certificado imprimible propio,
      *          CERT_PERCEP_<AAAA>_<CUENTA>.TXT, con los datos
      *          fiscales de la entidad (ENTIDAD.TXT), la identidad
      *          del titular segun el master, su documento segun el
      *          vinculo de la cuenta con el cliente (CLCLIENT) y el
      *          detalle por tarjeta, impuesto y mes; y para impuestos
      *          deja el resumen CERT_PERCEP_RESUMEN_<AAAA>.TXT con el
      *          total anual por cuenta, tarjeta e impuesto, con el
      *          documento del titular, y el total por impuesto.
      *          Una cuenta sin cliente vinculado sale con la leyenda
      *          SIN DOCUMENTO VINCULADO.
      *          Si un ciclo se archivo mas de una vez (reproceso),
      *          vale el ultimo archivado.
      *          En el modo consolidado por cuenta el resumen queda
      *          archivado a nombre de la primera tarjeta de la
      *          cuenta, y el certificado lo informa con esa tarjeta.
      *          Uso: TP02CERTP <ANIO AAAA>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02CERTP.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-ARCHIVO
      *    Nombre fisico del archivo: ../RESUMENES_HIST.TXT
           SELECT ENT-ARCHIVO
           ASSIGN TO '../RESUMENES_HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ARCHIVO.

      *    Nombre logico del archivo: ENT-IMPUESTOS
      *    Nombre fisico del archivo: ../IMPUESTOS.TXT
           SELECT ENT-IMPUESTOS
           ASSIGN TO '../IMPUESTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-IMPUESTOS.

      *    Nombre logico del archivo: ENT-ENTIDAD
      *    Nombre fisico del archivo: ../ENTIDAD.TXT
           SELECT ENT-ENTIDAD
           ASSIGN TO '../ENTIDAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ENTIDAD.

      *    Volcado del master que deja MAESTARJ en modo X
           SELECT ENT-TARJETAS
           ASSIGN TO '../TARJETAS_EXPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TARJETAS.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-CERTIFICADO
      *    Nombre fisico del archivo: ../CERT_PERCEP_<AAAA>_<CUENTA>.TXT
      *    Uno por cuenta con percepciones en el anio.
           SELECT SAL-CERTIFICADO
           ASSIGN TO DYNAMIC WS-NOMBRE-CERTIFICADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CERTIFICADO.

      *    Nombre logico del archivo: SAL-RESUMEN
      *    Nombre fisico del archivo: ../CERT_PERCEP_RESUMEN_<AAAA>.TXT
           SELECT SAL-RESUMEN
           ASSIGN TO DYNAMIC WS-NOMBRE-RESUMEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RESUMEN.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-ARCHIVO.
           COPY RESARCH.

       FD ENT-IMPUESTOS.
           COPY IMPUESTO.

       FD ENT-ENTIDAD.
           COPY ENTIDAD.

       FD ENT-TARJETAS.
           COPY EXPTARJ.

       FD SAL-CERTIFICADO.
       01 FD-CERTIFICADO-LINEA         PIC X(80).

       FD SAL-RESUMEN.
       01 FD-RESUMEN-LINEA.
          05 FD-RES-CUENTA             PIC 9(10).
          05 FD-RES-SEP-01             PIC X(01).
          05 FD-RES-TARJETA            PIC X(19).
          05 FD-RES-SEP-02             PIC X(01).
          05 FD-RES-CODIGO             PIC X(04).
          05 FD-RES-SEP-03             PIC X(01).
          05 FD-RES-APELLIDO           PIC X(20).
          05 FD-RES-SEP-04             PIC X(01).
          05 FD-RES-NOMBRE             PIC X(20).
          05 FD-RES-SEP-05             PIC X(01).
          05 FD-RES-DOCUMENTO          PIC X(23).
          05 FD-RES-SEP-06             PIC X(01).
          05 FD-RES-IMPORTE            PIC ZZZZZZZZ9,99.
       01 FD-RESUMEN-TOTAL.
          05 FD-RTO-LEYENDA            PIC X(30).
          05 FD-RTO-CODIGO             PIC X(04).
          05 FD-RTO-SEP-01             PIC X(01).
          05 FD-RTO-IMPORTE            PIC ZZZZZZZZZZ9,99.

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-ARCHIVO                    PIC X(2).
             88 FS-ENT-ARCHIVO-OK                  VALUE '00'.
             88 FS-ENT-ARCHIVO-NFD                 VALUE '35'.
          05 FS-ENT-IMPUESTOS                  PIC X(2).
             88 FS-ENT-IMPUESTOS-OK                VALUE '00'.
             88 FS-ENT-IMPUESTOS-NFD               VALUE '35'.
          05 FS-ENT-ENTIDAD                    PIC X(2).
             88 FS-ENT-ENTIDAD-OK                  VALUE '00'.
          05 FS-ENT-TARJETAS                   PIC X(2).
             88 FS-ENT-TARJETAS-OK                 VALUE '00'.
          05 FS-SAL-CERTIFICADO                PIC X(2).
             88 FS-SAL-CERTIFICADO-OK              VALUE '00'.
          05 FS-SAL-RESUMEN                    PIC X(2).
             88 FS-SAL-RESUMEN-OK                  VALUE '00'.

      * Switches de fin de archivo
       01 WS-ARCHIVO-EOF                       PIC X(5) VALUE 'FALSE'.
          88 WS-ARCHIVO-EOF-YES                    VALUE 'TRUE'.
          88 WS-ARCHIVO-EOF-NO                     VALUE 'FALSE'.
       01 WS-IMPUESTOS-EOF                     PIC X(5) VALUE 'FALSE'.
          88 WS-IMPUESTOS-EOF-YES                  VALUE 'TRUE'.
          88 WS-IMPUESTOS-EOF-NO                   VALUE 'FALSE'.
       01 WS-TARJETAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-TARJETAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-TARJETAS-EOF-NO                    VALUE 'FALSE'.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-ANIO                 PIC X(04) VALUE SPACES.
       01 WS-NOMBRE-CERTIFICADO        PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-RESUMEN            PIC X(40) VALUE SPACES.

      * Impuestos de base percepcion (un codigo puede tener varias
      * vigencias en IMPUESTOS.TXT: va una sola vez a la tabla)
       77 WS-INDICE-IMP                        PIC 9(02) VALUE 1.
       77 WS-CANT-IMPUESTOS                    PIC 9(02) VALUE 0.
       01 WS-TABLA-IMPUESTOS.
          05 WS-IMP-ITEM OCCURS 10 TIMES.
             10 WS-IMP-ITEM-CODIGO        PIC X(04).
             10 WS-IMP-ITEM-DESCRIP       PIC X(15).
             10 WS-IMP-ITEM-TOTAL         PIC 9(11)V9(2).
       01 WS-IMPUESTO-HALLADO                  PIC X(03) VALUE 'NO'.
          88 WS-IMPUESTO-HALLADO-SI                VALUE 'SI'.
          88 WS-IMPUESTO-HALLADO-NO                VALUE 'NO'.

      * Tarjetas del master: cuenta e identidad del titular
       77 WS-INDICE-TAR                        PIC 9(04) VALUE 1.
       77 WS-CANT-TARJETAS                     PIC 9(04) VALUE 0.
       01 WS-TABLA-TARJETAS.
          05 WS-TAR-ITEM OCCURS 2000 TIMES.
             10 WS-TAR-ITEM-TARJETA       PIC X(19).
             10 WS-TAR-ITEM-CUENTA        PIC 9(10).
             10 WS-TAR-ITEM-APELLIDO      PIC X(20).
             10 WS-TAR-ITEM-NOMBRE        PIC X(20).
             10 WS-TAR-ITEM-DIRECCION     PIC X(40).
             10 WS-TAR-ITEM-CODIGO-POST   PIC 9(04).
       01 WS-TARJETA-HALLADA                   PIC X(03) VALUE 'NO'.
          88 WS-TARJETA-HALLADA-SI                 VALUE 'SI'.
          88 WS-TARJETA-HALLADA-NO                 VALUE 'NO'.

      * Percepciones del resumen en curso (ciclo + tarjeta), que se
      * pasan juntas al mes al cambiar de resumen
       01 WS-GRUPO-CICLO                       PIC X(06) VALUE SPACES.
       01 WS-GRUPO-CICLO-R REDEFINES WS-GRUPO-CICLO.
          05 WS-GRUPO-ANIO             PIC X(04).
          05 WS-GRUPO-MES              PIC 9(02).
       01 WS-GRUPO-TARJETA                     PIC X(19) VALUE SPACES.
       77 WS-INDICE-GRU                        PIC 9(02) VALUE 1.
       77 WS-CANT-GRUPO                        PIC 9(02) VALUE 0.
       01 WS-TABLA-GRUPO.
          05 WS-GRU-ITEM OCCURS 10 TIMES.
             10 WS-GRU-ITEM-CODIGO        PIC X(04).
             10 WS-GRU-ITEM-IMPORTE       PIC 9(9)V9(2).

      * Importe de la linea de impuesto, tal como se imprimio
       01 WS-IMPORTE-EDITADO                   PIC ZZ.ZZZ.ZZ9,9(2).
       77 WS-IMPORTE-LINEA                     PIC 9(9)V9(2) VALUE 0.

      * Percepciones del anio por tarjeta e impuesto, mes a mes
       77 WS-INDICE-CER                        PIC 9(05) VALUE 1.
       77 WS-INDICE-CER-2                      PIC 9(05) VALUE 1.
       77 WS-CANT-CER                          PIC 9(05) VALUE 0.
       01 WS-TABLA-CERTIFICADO.
          05 WS-CER-ITEM OCCURS 9999 TIMES.
             10 WS-CER-ITEM-CUENTA        PIC 9(10).
             10 WS-CER-ITEM-TARJETA       PIC X(19).
             10 WS-CER-ITEM-CODIGO        PIC X(04).
             10 WS-CER-ITEM-IND-TAR       PIC 9(04).
             10 WS-CER-ITEM-IND-IMP       PIC 9(02).
             10 WS-CER-ITEM-EMITIDO       PIC X(01).
                88 WS-CER-ITEM-EMITIDO-SI     VALUE 'S'.
             10 WS-CER-ITEM-MES           OCCURS 12 TIMES
                                          PIC 9(9)V9(2).
       01 WS-FILA-HALLADA                      PIC X(03) VALUE 'NO'.
          88 WS-FILA-HALLADA-SI                    VALUE 'SI'.
          88 WS-FILA-HALLADA-NO                    VALUE 'NO'.
       77 WS-INDICE-MES                        PIC 9(02) VALUE 1.
       77 WS-TOTAL-FILA                        PIC 9(11)V9(2) VALUE 0.
       77 WS-TOTAL-CUENTA                      PIC 9(11)V9(2) VALUE 0.
       77 WS-CUENTA-EN-CURSO                   PIC 9(10) VALUE 0.

      * Nombres de los meses para el certificado
       01 WS-MESES-VALORES.
          05 FILLER                    PIC X(10) VALUE 'ENERO'.
          05 FILLER                    PIC X(10) VALUE 'FEBRERO'.
          05 FILLER                    PIC X(10) VALUE 'MARZO'.
          05 FILLER                    PIC X(10) VALUE 'ABRIL'.
          05 FILLER                    PIC X(10) VALUE 'MAYO'.
          05 FILLER                    PIC X(10) VALUE 'JUNIO'.
          05 FILLER                    PIC X(10) VALUE 'JULIO'.
          05 FILLER                    PIC X(10) VALUE 'AGOSTO'.
          05 FILLER                    PIC X(10) VALUE 'SEPTIEMBRE'.
          05 FILLER                    PIC X(10) VALUE 'OCTUBRE'.
          05 FILLER                    PIC X(10) VALUE 'NOVIEMBRE'.
          05 FILLER                    PIC X(10) VALUE 'DICIEMBRE'.
       01 WS-MESES-TABLA REDEFINES WS-MESES-VALORES.
          05 WS-MES-NOMBRE             OCCURS 12 TIMES PIC X(10).

      * Lineas del certificado
       01 WS-LINEA-CERT                        PIC X(80) VALUE SPACES.
       01 WS-CER-LINEA-MES.
          05 FILLER                    PIC X(06) VALUE SPACES.
          05 WS-CLM-MES                PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CLM-ANIO               PIC X(04).
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 WS-CLM-IMPORTE            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-CER-LINEA-TOTAL.
          05 FILLER                    PIC X(06) VALUE SPACES.
          05 WS-CLT-LEYENDA            PIC X(35).
          05 WS-CLT-IMPORTE            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-CUENTA-EDITADA                    PIC 9(10).

      * Enmascarado de la tarjeta para todo lo que sale impreso
       01 WS-MASCARA.
           COPY MASCARA.

      * Datos fiscales de la entidad
       01 WS-ENTIDAD.
          05 WS-ENT-RAZON-SOCIAL       PIC X(40).
          05 WS-ENT-CUIT               PIC X(13).
          05 WS-ENT-DOMICILIO          PIC X(40).

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LINEAS-LEIDAS             PIC 9(07) VALUE 0.
          05 WS-CANT-LINEAS-IMPUESTO           PIC 9(07) VALUE 0.
          05 WS-CANT-CERTIFICADOS              PIC 9(05) VALUE 0.
          05 WS-CANT-SIN-MASTER                PIC 9(05) VALUE 0.

      * Estructura de comunicacion con el master de tarjetas
       01 LK-TARJETA.
           COPY MAESTARJ.

      * Documento del titular de la cuenta via CLCLIENT
       01 WS-CLIENTE.
           COPY CLIENTE.
       01 WS-DOCUMENTO-TITULAR                 PIC X(23) VALUE SPACES.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-LEER-ARCHIVO
              THRU 2000-LEER-ARCHIVO-EXIT
              UNTIL WS-ARCHIVO-EOF-YES.

           PERFORM 2100-CERRAR-GRUPO
              THRU 2100-CERRAR-GRUPO-EXIT.

           PERFORM 3000-EMITIR-CERTIFICADO
              THRU 3000-EMITIR-CERTIFICADO-EXIT
              VARYING WS-INDICE-CER FROM 1 BY 1
              UNTIL WS-INDICE-CER GREATER THAN WS-CANT-CER.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-ANIO.
           IF WS-PARM-ANIO EQUAL SPACES
              OR WS-PARM-ANIO NOT NUMERIC
              DISPLAY 'USO: TP02CERTP <ANIO AAAA>'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Sin los datos fiscales de la entidad el certificado no sirve
      * ante el fisco: no se emite.
           OPEN INPUT ENT-ENTIDAD.
           IF NOT FS-ENT-ENTIDAD-OK
              DISPLAY 'ERROR AL ABRIR ENTIDAD.TXT'
              DISPLAY 'FILE STATUS: ' FS-ENT-ENTIDAD
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ENT-ENTIDAD.
           IF NOT FS-ENT-ENTIDAD-OK
              DISPLAY 'ENTIDAD.TXT ESTA VACIO'
              CLOSE ENT-ENTIDAD
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE REG-ENT-RAZON-SOCIAL TO WS-ENT-RAZON-SOCIAL.
           MOVE REG-ENT-CUIT         TO WS-ENT-CUIT.
           MOVE REG-ENT-DOMICILIO    TO WS-ENT-DOMICILIO.
           CLOSE ENT-ENTIDAD.

           PERFORM 1100-CARGAR-IMPUESTOS
              THRU 1100-CARGAR-IMPUESTOS-EXIT.

           PERFORM 1200-CARGAR-MASTER
              THRU 1200-CARGAR-MASTER-EXIT.

           OPEN INPUT ENT-ARCHIVO.
           IF NOT FS-ENT-ARCHIVO-OK
              DISPLAY 'ERROR AL ABRIR RESUMENES_HIST.TXT'
              DISPLAY 'FILE STATUS: ' FS-ENT-ARCHIVO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-NOMBRE-RESUMEN.
           STRING '../CERT_PERCEP_RESUMEN_' WS-PARM-ANIO '.TXT'
              DELIMITED BY SIZE INTO WS-NOMBRE-RESUMEN.
           OPEN OUTPUT SAL-RESUMEN.
           IF NOT FS-SAL-RESUMEN-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-RESUMEN
              DISPLAY 'FILE STATUS: ' FS-SAL-RESUMEN
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin impuestos de base percepcion no hay nada que certificar.
       1100-CARGAR-IMPUESTOS.
           OPEN INPUT ENT-IMPUESTOS.
           EVALUATE TRUE
               WHEN FS-ENT-IMPUESTOS-OK
                   PERFORM 1110-LEER-IMPUESTO
                      THRU 1110-LEER-IMPUESTO-EXIT
                      UNTIL WS-IMPUESTOS-EOF-YES
                   CLOSE ENT-IMPUESTOS
               WHEN FS-ENT-IMPUESTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR IMPUESTOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-IMPUESTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-CANT-IMPUESTOS EQUAL 0
              DISPLAY 'NO HAY IMPUESTOS DE PERCEPCION EN '
                 'IMPUESTOS.TXT: NADA QUE CERTIFICAR'
              STOP RUN
           END-IF.

       1100-CARGAR-IMPUESTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-IMPUESTO.
           READ ENT-IMPUESTOS
               AT END
                   SET WS-IMPUESTOS-EOF-YES TO TRUE
               NOT AT END
                   IF REG-IMP-BASE-PERCEPCION
                      PERFORM 1120-AGREGAR-IMPUESTO
                         THRU 1120-AGREGAR-IMPUESTO-EXIT
                   END-IF
           END-READ.

       1110-LEER-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1120-AGREGAR-IMPUESTO.
           SET WS-IMPUESTO-HALLADO-NO TO TRUE.
           PERFORM 1130-COMPARAR-IMPUESTO
              THRU 1130-COMPARAR-IMPUESTO-EXIT
              VARYING WS-INDICE-IMP FROM 1 BY 1
              UNTIL WS-INDICE-IMP GREATER THAN WS-CANT-IMPUESTOS
                 OR WS-IMPUESTO-HALLADO-SI.

           IF WS-IMPUESTO-HALLADO-SI
              GO TO 1120-AGREGAR-IMPUESTO-EXIT
           END-IF.

           IF WS-CANT-IMPUESTOS LESS THAN 10
              ADD 1 TO WS-CANT-IMPUESTOS
              MOVE REG-IMP-CODIGO
                TO WS-IMP-ITEM-CODIGO(WS-CANT-IMPUESTOS)
              MOVE REG-IMP-DESCRIPCION
                TO WS-IMP-ITEM-DESCRIP(WS-CANT-IMPUESTOS)
              MOVE 0 TO WS-IMP-ITEM-TOTAL(WS-CANT-IMPUESTOS)
           ELSE
              DISPLAY 'IMPUESTOS.TXT TIENE MAS DE 10 PERCEPCIONES, '
                 'SE IGNORAN LOS EXCEDENTES'
           END-IF.

       1120-AGREGAR-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1130-COMPARAR-IMPUESTO.
           IF WS-IMP-ITEM-CODIGO(WS-INDICE-IMP) EQUAL REG-IMP-CODIGO
              SET WS-IMPUESTO-HALLADO-SI TO TRUE
           END-IF.

       1130-COMPARAR-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Le pido a MAESTARJ que vuelque el master entero a un archivo
      * secuencial: de ahi salen la cuenta y el titular de cada
      * tarjeta.
       1200-CARGAR-MASTER.
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

           PERFORM 1210-LEER-TARJETA
              THRU 1210-LEER-TARJETA-EXIT
              UNTIL WS-TARJETAS-EOF-YES.

           CLOSE ENT-TARJETAS.

       1200-CARGAR-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un certificado a nombre equivocado es peor que ninguno: si el
      * master no entra entero, no se emite.
       1210-LEER-TARJETA.
           READ ENT-TARJETAS
               AT END
                   SET WS-TARJETAS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-CANT-TARJETAS LESS THAN 2000
                      ADD 1 TO WS-CANT-TARJETAS
                      MOVE REG-EXPORT-NUMERO-TARJETA
                        TO WS-TAR-ITEM-TARJETA(WS-CANT-TARJETAS)
                      MOVE REG-EXPORT-NUMERO-CUENTA
                        TO WS-TAR-ITEM-CUENTA(WS-CANT-TARJETAS)
                      MOVE REG-EXPORT-APELLIDO
                        TO WS-TAR-ITEM-APELLIDO(WS-CANT-TARJETAS)
                      MOVE REG-EXPORT-NOMBRE
                        TO WS-TAR-ITEM-NOMBRE(WS-CANT-TARJETAS)
                      MOVE REG-EXPORT-DIRECCION
                        TO WS-TAR-ITEM-DIRECCION(WS-CANT-TARJETAS)
                      MOVE REG-EXPORT-CODIGO
                        TO WS-TAR-ITEM-CODIGO-POST(WS-CANT-TARJETAS)
                   ELSE
                      DISPLAY 'EL MASTER TIENE MAS DE 2000 TARJETAS: '
                         'NO SE PUEDEN EMITIR LOS CERTIFICADOS'
                      CLOSE ENT-TARJETAS
                      MOVE 99 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       1210-LEER-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo interesan los resumenes del anio pedido. Cada cambio de
      * ciclo o de tarjeta cierra el resumen anterior.
       2000-LEER-ARCHIVO.
           READ ENT-ARCHIVO
               AT END
                   SET WS-ARCHIVO-EOF-YES TO TRUE
                   CLOSE ENT-ARCHIVO
                   GO TO 2000-LEER-ARCHIVO-EXIT
           END-READ.

           ADD 1 TO WS-CANT-LINEAS-LEIDAS.
           IF REG-ARCH-CICLO(1:4) NOT EQUAL WS-PARM-ANIO
              GO TO 2000-LEER-ARCHIVO-EXIT
           END-IF.

           IF REG-ARCH-CICLO NOT EQUAL WS-GRUPO-CICLO
              OR REG-ARCH-TARJETA NOT EQUAL WS-GRUPO-TARJETA
              PERFORM 2100-CERRAR-GRUPO
                 THRU 2100-CERRAR-GRUPO-EXIT
              MOVE REG-ARCH-CICLO   TO WS-GRUPO-CICLO
              MOVE REG-ARCH-TARJETA TO WS-GRUPO-TARJETA
           END-IF.

      * Las lineas de impuestos del resumen (FD-IMPUESTO) llevan 30
      * blancos, el codigo, un blanco, la descripcion y el importe.
           IF REG-ARCH-LINEA(1:30) NOT EQUAL SPACES
              OR REG-ARCH-LINEA(35:1) NOT EQUAL SPACE
              GO TO 2000-LEER-ARCHIVO-EXIT
           END-IF.

           SET WS-IMPUESTO-HALLADO-NO TO TRUE.
           PERFORM 2010-BUSCAR-CODIGO
              THRU 2010-BUSCAR-CODIGO-EXIT
              VARYING WS-INDICE-IMP FROM 1 BY 1
              UNTIL WS-INDICE-IMP GREATER THAN WS-CANT-IMPUESTOS
                 OR WS-IMPUESTO-HALLADO-SI.
           IF WS-IMPUESTO-HALLADO-NO
              GO TO 2000-LEER-ARCHIVO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LINEAS-IMPUESTO.
           MOVE REG-ARCH-LINEA(51:13) TO WS-IMPORTE-EDITADO.
           MOVE WS-IMPORTE-EDITADO TO WS-IMPORTE-LINEA.

           PERFORM 2020-SUMAR-AL-GRUPO
              THRU 2020-SUMAR-AL-GRUPO-EXIT.

       2000-LEER-ARCHIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2010-BUSCAR-CODIGO.
           IF WS-IMP-ITEM-CODIGO(WS-INDICE-IMP)
              EQUAL REG-ARCH-LINEA(31:4)
              SET WS-IMPUESTO-HALLADO-SI TO TRUE
           END-IF.

       2010-BUSCAR-CODIGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un mismo codigo puede salir en mas de una linea del resumen
      * (cambio de alicuota dentro del ciclo): se suman.
       2020-SUMAR-AL-GRUPO.
           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2025-COMPARAR-GRUPO
              THRU 2025-COMPARAR-GRUPO-EXIT
              VARYING WS-INDICE-GRU FROM 1 BY 1
              UNTIL WS-INDICE-GRU GREATER THAN WS-CANT-GRUPO
                 OR WS-FILA-HALLADA-SI.

           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-GRU
           ELSE
              IF WS-CANT-GRUPO LESS THAN 10
                 ADD 1 TO WS-CANT-GRUPO
                 MOVE WS-CANT-GRUPO TO WS-INDICE-GRU
                 MOVE REG-ARCH-LINEA(31:4)
                   TO WS-GRU-ITEM-CODIGO(WS-INDICE-GRU)
                 MOVE 0 TO WS-GRU-ITEM-IMPORTE(WS-INDICE-GRU)
              ELSE
                 GO TO 2020-SUMAR-AL-GRUPO-EXIT
              END-IF
           END-IF.

           ADD WS-IMPORTE-LINEA TO WS-GRU-ITEM-IMPORTE(WS-INDICE-GRU).

       2020-SUMAR-AL-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2025-COMPARAR-GRUPO.
           IF WS-GRU-ITEM-CODIGO(WS-INDICE-GRU)
              EQUAL REG-ARCH-LINEA(31:4)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2025-COMPARAR-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Paso las percepciones del resumen que termina al mes de su
      * ciclo. Se reemplaza (no se suma): si el ciclo se volvio a
      * archivar, el ultimo resumen es el que vale.
       2100-CERRAR-GRUPO.
           IF WS-CANT-GRUPO EQUAL 0
              GO TO 2100-CERRAR-GRUPO-EXIT
           END-IF.

           PERFORM 2110-PASAR-PERCEPCION
              THRU 2110-PASAR-PERCEPCION-EXIT
              VARYING WS-INDICE-GRU FROM 1 BY 1
              UNTIL WS-INDICE-GRU GREATER THAN WS-CANT-GRUPO.

           MOVE 0 TO WS-CANT-GRUPO.

       2100-CERRAR-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2110-PASAR-PERCEPCION.
           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 2120-BUSCAR-FILA
              THRU 2120-BUSCAR-FILA-EXIT
              VARYING WS-INDICE-CER FROM 1 BY 1
              UNTIL WS-INDICE-CER GREATER THAN WS-CANT-CER
                 OR WS-FILA-HALLADA-SI.

           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-CER
           ELSE
              PERFORM 2130-AGREGAR-FILA
                 THRU 2130-AGREGAR-FILA-EXIT
              IF WS-FILA-HALLADA-NO
                 GO TO 2110-PASAR-PERCEPCION-EXIT
              END-IF
           END-IF.

           MOVE WS-GRU-ITEM-IMPORTE(WS-INDICE-GRU)
             TO WS-CER-ITEM-MES(WS-INDICE-CER, WS-GRUPO-MES).

       2110-PASAR-PERCEPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2120-BUSCAR-FILA.
           IF WS-CER-ITEM-TARJETA(WS-INDICE-CER) EQUAL WS-GRUPO-TARJETA
              AND WS-CER-ITEM-CODIGO(WS-INDICE-CER)
                  EQUAL WS-GRU-ITEM-CODIGO(WS-INDICE-GRU)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       2120-BUSCAR-FILA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Fila nueva de tarjeta e impuesto: busco su cuenta y su titular
      * en el master. Una tarjeta dada de baja no tiene a nombre de
      * quien certificar: se informa y queda afuera.
       2130-AGREGAR-FILA.
           SET WS-TARJETA-HALLADA-NO TO TRUE.
           PERFORM 2140-BUSCAR-TARJETA
              THRU 2140-BUSCAR-TARJETA-EXIT
              VARYING WS-INDICE-TAR FROM 1 BY 1
              UNTIL WS-INDICE-TAR GREATER THAN WS-CANT-TARJETAS
                 OR WS-TARJETA-HALLADA-SI.
           IF WS-TARJETA-HALLADA-NO
              ADD 1 TO WS-CANT-SIN-MASTER
              DISPLAY 'TARJETA CON PERCEPCIONES FUERA DEL MASTER, '
                 'CICLO ' WS-GRUPO-CICLO ': SE OMITE'
              GO TO 2130-AGREGAR-FILA-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-INDICE-TAR.

           IF WS-CANT-CER NOT LESS THAN 9999
              DISPLAY 'MAS DE 9999 FILAS DE PERCEPCIONES: NO SE '
                 'PUEDEN EMITIR LOS CERTIFICADOS SIN PERDER'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-CER.
           MOVE WS-CANT-CER TO WS-INDICE-CER.
           INITIALIZE WS-CER-ITEM(WS-INDICE-CER).
           MOVE WS-TAR-ITEM-CUENTA(WS-INDICE-TAR)
             TO WS-CER-ITEM-CUENTA(WS-INDICE-CER).
           MOVE WS-GRUPO-TARJETA TO WS-CER-ITEM-TARJETA(WS-INDICE-CER).
           MOVE WS-GRU-ITEM-CODIGO(WS-INDICE-GRU)
             TO WS-CER-ITEM-CODIGO(WS-INDICE-CER).
           MOVE WS-INDICE-TAR TO WS-CER-ITEM-IND-TAR(WS-INDICE-CER).

           SET WS-IMPUESTO-HALLADO-NO TO TRUE.
           PERFORM 2150-UBICAR-IMPUESTO
              THRU 2150-UBICAR-IMPUESTO-EXIT
              VARYING WS-INDICE-IMP FROM 1 BY 1
              UNTIL WS-INDICE-IMP GREATER THAN WS-CANT-IMPUESTOS
                 OR WS-IMPUESTO-HALLADO-SI.
           SUBTRACT 1 FROM WS-INDICE-IMP.
           MOVE WS-INDICE-IMP TO WS-CER-ITEM-IND-IMP(WS-INDICE-CER).

           SET WS-FILA-HALLADA-SI TO TRUE.

       2130-AGREGAR-FILA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2140-BUSCAR-TARJETA.
           IF WS-TAR-ITEM-TARJETA(WS-INDICE-TAR) EQUAL WS-GRUPO-TARJETA
              SET WS-TARJETA-HALLADA-SI TO TRUE
           END-IF.

       2140-BUSCAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2150-UBICAR-IMPUESTO.
           IF WS-IMP-ITEM-CODIGO(WS-INDICE-IMP)
              EQUAL WS-GRU-ITEM-CODIGO(WS-INDICE-GRU)
              SET WS-IMPUESTO-HALLADO-SI TO TRUE
           END-IF.

       2150-UBICAR-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La primera fila todavia no emitida de una cuenta abre su
      * certificado, que junta todas las filas de esa cuenta.
       3000-EMITIR-CERTIFICADO.
           IF WS-CER-ITEM-EMITIDO-SI(WS-INDICE-CER)
              GO TO 3000-EMITIR-CERTIFICADO-EXIT
           END-IF.

           MOVE WS-CER-ITEM-CUENTA(WS-INDICE-CER) TO WS-CUENTA-EN-CURSO.
           MOVE WS-CER-ITEM-IND-TAR(WS-INDICE-CER) TO WS-INDICE-TAR.
           MOVE 0 TO WS-TOTAL-CUENTA.

           PERFORM 3050-BUSCAR-DOCUMENTO
              THRU 3050-BUSCAR-DOCUMENTO-EXIT.

           MOVE SPACES TO WS-NOMBRE-CERTIFICADO.
           STRING '../CERT_PERCEP_' WS-PARM-ANIO '_'
              WS-CUENTA-EN-CURSO '.TXT'
              DELIMITED BY SIZE INTO WS-NOMBRE-CERTIFICADO.
           OPEN OUTPUT SAL-CERTIFICADO.
           IF NOT FS-SAL-CERTIFICADO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-CERTIFICADO
              DISPLAY 'FILE STATUS: ' FS-SAL-CERTIFICADO
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3100-IMPRIMIR-ENCABEZADO
              THRU 3100-IMPRIMIR-ENCABEZADO-EXIT.

           PERFORM 3200-IMPRIMIR-FILA
              THRU 3200-IMPRIMIR-FILA-EXIT
              VARYING WS-INDICE-CER-2 FROM WS-INDICE-CER BY 1
              UNTIL WS-INDICE-CER-2 GREATER THAN WS-CANT-CER.

           MOVE ALL '=' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE SPACES TO WS-CER-LINEA-TOTAL.
           MOVE 'TOTAL PERCIBIDO EN EL ANIO' TO WS-CLT-LEYENDA.
           MOVE WS-TOTAL-CUENTA TO WS-CLT-IMPORTE.
           MOVE WS-CER-LINEA-TOTAL TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'SE EXTIENDE EL PRESENTE PARA QUE EL TITULAR COMPUTE '
             TO WS-LINEA-CERT.
           MOVE 'LAS PERCEPCIONES' TO WS-LINEA-CERT(53:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'SUFRIDAS EN SU DECLARACION JURADA.' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           CLOSE SAL-CERTIFICADO.
           ADD 1 TO WS-CANT-CERTIFICADOS.

       3000-EMITIR-CERTIFICADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El documento del titular sale del vinculo de la cuenta en
      * CLIENTES_VINCULOS.VSAM; si la cuenta no esta atada a ningun
      * cliente el certificado se emite igual y lo dice.
       3050-BUSCAR-DOCUMENTO.
           INITIALIZE WS-CLIENTE.
           SET LK-CLI-CONSULTAR TO TRUE.
           MOVE 'T'                TO LK-CLI-ORIGEN.
           MOVE WS-CUENTA-EN-CURSO TO LK-CLI-REFERENCIA.
           CALL 'CLCLIENT' USING WS-CLIENTE.

           MOVE SPACES TO WS-DOCUMENTO-TITULAR.
           EVALUATE TRUE
               WHEN LK-CLI-RETORNO-OK
                   STRING LK-CLI-TIPO-DOC-O DELIMITED BY SPACE
                      ' ' LK-CLI-NUMERO-DOC-O
                      DELIMITED BY SIZE INTO WS-DOCUMENTO-TITULAR
               WHEN LK-CLI-SIN-VINCULO
                   MOVE 'SIN DOCUMENTO VINCULADO'
                     TO WS-DOCUMENTO-TITULAR
               WHEN OTHER
                   DISPLAY 'ERROR AL CONSULTAR EL DOCUMENTO DE LA '
                      'CUENTA ' WS-CUENTA-EN-CURSO
                      ' (RETORNO ' LK-CLI-RETORNO ')'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       3050-BUSCAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-CERT.
           STRING 'CERTIFICADO ANUAL DE PERCEPCIONES - ANIO '
              WS-PARM-ANIO DELIMITED BY SIZE INTO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE ALL '=' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA-CERT.
           MOVE 'AGENTE DE PERCEPCION: ' TO WS-LINEA-CERT.
           MOVE WS-ENT-RAZON-SOCIAL TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-CERT.
           MOVE 'CUIT: ' TO WS-LINEA-CERT.
           MOVE WS-ENT-CUIT TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-CERT.
           MOVE 'DOMICILIO FISCAL: ' TO WS-LINEA-CERT.
           MOVE WS-ENT-DOMICILIO TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE ALL '-' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA-CERT.
           MOVE 'TITULAR: ' TO WS-LINEA-CERT.
           STRING WS-TAR-ITEM-APELLIDO(WS-INDICE-TAR) DELIMITED BY '  '
              ', ' DELIMITED BY SIZE
              WS-TAR-ITEM-NOMBRE(WS-INDICE-TAR) DELIMITED BY '  '
              INTO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-CERT.
           MOVE 'DOCUMENTO: ' TO WS-LINEA-CERT.
           MOVE WS-DOCUMENTO-TITULAR TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-CERT.
           MOVE 'CUENTA: ' TO WS-LINEA-CERT.
           MOVE WS-CUENTA-EN-CURSO TO WS-CUENTA-EDITADA.
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-CERT.
           MOVE 'DOMICILIO: ' TO WS-LINEA-CERT.
           MOVE WS-TAR-ITEM-DIRECCION(WS-INDICE-TAR)
             TO WS-LINEA-CERT(23:).
           MOVE WS-TAR-ITEM-CODIGO-POST(WS-INDICE-TAR)
             TO WS-LINEA-CERT(65:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE ALL '=' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3100-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Bloque de una tarjeta e impuesto de la cuenta: los doce meses
      * y su total, que tambien va al resumen para impuestos.
       3200-IMPRIMIR-FILA.
           IF WS-CER-ITEM-CUENTA(WS-INDICE-CER-2)
              NOT EQUAL WS-CUENTA-EN-CURSO
              GO TO 3200-IMPRIMIR-FILA-EXIT
           END-IF.
           SET WS-CER-ITEM-EMITIDO-SI(WS-INDICE-CER-2) TO TRUE.

           SET LK-MSK-ENMASCARAR TO TRUE.
           MOVE WS-CER-ITEM-TARJETA(WS-INDICE-CER-2) TO LK-MSK-NUMERO-I.
           CALL 'TP02MASK' USING WS-MASCARA.
           MOVE WS-CER-ITEM-IND-IMP(WS-INDICE-CER-2) TO WS-INDICE-IMP.

           MOVE SPACES TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'TARJETA ' TO WS-LINEA-CERT.
           MOVE LK-MSK-NUMERO-O TO WS-LINEA-CERT(9:).
           MOVE 'IMPUESTO ' TO WS-LINEA-CERT(31:).
           MOVE WS-IMP-ITEM-CODIGO(WS-INDICE-IMP) TO WS-LINEA-CERT(40:).
           MOVE WS-IMP-ITEM-DESCRIP(WS-INDICE-IMP)
             TO WS-LINEA-CERT(45:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 0 TO WS-TOTAL-FILA.
           PERFORM 3210-IMPRIMIR-MES
              THRU 3210-IMPRIMIR-MES-EXIT
              VARYING WS-INDICE-MES FROM 1 BY 1
              UNTIL WS-INDICE-MES GREATER THAN 12.

           MOVE SPACES TO WS-CER-LINEA-TOTAL.
           MOVE 'TOTAL DEL ANIO' TO WS-CLT-LEYENDA.
           MOVE WS-TOTAL-FILA TO WS-CLT-IMPORTE.
           MOVE WS-CER-LINEA-TOTAL TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           ADD WS-TOTAL-FILA TO WS-TOTAL-CUENTA.
           ADD WS-TOTAL-FILA TO WS-IMP-ITEM-TOTAL(WS-INDICE-IMP).

           MOVE ';' TO FD-RES-SEP-01 FD-RES-SEP-02 FD-RES-SEP-03
                       FD-RES-SEP-04 FD-RES-SEP-05 FD-RES-SEP-06.
           MOVE WS-CUENTA-EN-CURSO TO FD-RES-CUENTA.
           MOVE LK-MSK-NUMERO-O TO FD-RES-TARJETA.
           MOVE WS-IMP-ITEM-CODIGO(WS-INDICE-IMP) TO FD-RES-CODIGO.
           MOVE WS-TAR-ITEM-APELLIDO(WS-INDICE-TAR) TO FD-RES-APELLIDO.
           MOVE WS-TAR-ITEM-NOMBRE(WS-INDICE-TAR) TO FD-RES-NOMBRE.
           MOVE WS-DOCUMENTO-TITULAR TO FD-RES-DOCUMENTO.
           MOVE WS-TOTAL-FILA TO FD-RES-IMPORTE.
           WRITE FD-RESUMEN-LINEA.
           IF NOT FS-SAL-RESUMEN-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-RESUMEN
              DISPLAY 'FILE STATUS: ' FS-SAL-RESUMEN
           END-IF.

       3200-IMPRIMIR-FILA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3210-IMPRIMIR-MES.
           MOVE SPACES TO WS-CER-LINEA-MES.
           MOVE WS-MES-NOMBRE(WS-INDICE-MES) TO WS-CLM-MES.
           MOVE WS-PARM-ANIO TO WS-CLM-ANIO.
           MOVE WS-CER-ITEM-MES(WS-INDICE-CER-2, WS-INDICE-MES)
             TO WS-CLM-IMPORTE.
           ADD WS-CER-ITEM-MES(WS-INDICE-CER-2, WS-INDICE-MES)
             TO WS-TOTAL-FILA.
           MOVE WS-CER-LINEA-MES TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3210-IMPRIMIR-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.
           WRITE FD-CERTIFICADO-LINEA FROM WS-LINEA-CERT.
           IF NOT FS-SAL-CERTIFICADO-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-CERTIFICADO
              DISPLAY 'FILE STATUS: ' FS-SAL-CERTIFICADO
           END-IF.
           MOVE SPACES TO WS-LINEA-CERT.

       3900-GRABAR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-FINALIZAR.
           PERFORM 4100-GRABAR-TOTAL-IMPUESTO
              THRU 4100-GRABAR-TOTAL-IMPUESTO-EXIT
              VARYING WS-INDICE-IMP FROM 1 BY 1
              UNTIL WS-INDICE-IMP GREATER THAN WS-CANT-IMPUESTOS.

           CLOSE SAL-RESUMEN.

           DISPLAY 'LINEAS DEL HISTORICO LEIDAS  : '
              WS-CANT-LINEAS-LEIDAS.
           DISPLAY 'LINEAS DE PERCEPCION DEL ANIO: '
              WS-CANT-LINEAS-IMPUESTO.
           DISPLAY 'CERTIFICADOS EMITIDOS        : '
              WS-CANT-CERTIFICADOS.
           DISPLAY 'TARJETAS FUERA DEL MASTER    : '
              WS-CANT-SIN-MASTER.

           IF WS-CANT-SIN-MASTER GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-GRABAR-TOTAL-IMPUESTO.
           MOVE SPACES TO FD-RESUMEN-TOTAL.
           MOVE 'TOTAL PERCIBIDO DEL IMPUESTO;' TO FD-RTO-LEYENDA.
           MOVE WS-IMP-ITEM-CODIGO(WS-INDICE-IMP) TO FD-RTO-CODIGO.
           MOVE ';' TO FD-RTO-SEP-01.
           MOVE WS-IMP-ITEM-TOTAL(WS-INDICE-IMP) TO FD-RTO-IMPORTE.
           WRITE FD-RESUMEN-TOTAL.

       4100-GRABAR-TOTAL-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02CERTP.
