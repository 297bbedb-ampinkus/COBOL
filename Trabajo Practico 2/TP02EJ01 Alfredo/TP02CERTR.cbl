      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02CERTR.CBL - Certificados de retencion a
      *          comercios. Recorre el libro RETENCIONES_COMERCIOS.TXT
      *          que deja TP02COMER y, por cada comercio al que se le
      *          retuvo en el mes pedido, emite un certificado
      *          imprimible propio, CERT_RETEN_<AAAAMM>_<COMERCIO>.TXT,
      *          con los datos fiscales de la entidad como agente de
      *          retencion (ENTIDAD.TXT), la razon social y el CUIT
      *          del comercio segun COMERCIOS.VSAM, el detalle de cada
      *          retencion practicada (fecha de la liquidacion,
      *          impuesto, moneda, base, alicuota e importe) y el total
      *          por impuesto y moneda. Para la declaracion del agente
      *          deja CERT_RETEN_RESUMEN_<AAAAMM>.TXT con el total por
      *          comercio, impuesto y moneda y el total por impuesto.
      *          El numero de certificado es el periodo y el comercio,
      *          asi que reemitir el mes repite los mismos numeros.
      *          Codigo de retorno: 0 sin novedades, 4 si hubo
      *          comercios fuera del maestro (no se certifican), 99 si
      *          no se pudo emitir.
      *          Uso: TP02CERTR <PERIODO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02CERTR.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****ARCHIVOS DE ENTRADA
      *    Nombre logico del archivo: ENT-RETENCIONES
      *    Nombre fisico del archivo: ../RETENCIONES_COMERCIOS.TXT
           SELECT ENT-RETENCIONES
           ASSIGN TO '../RETENCIONES_COMERCIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-RETENCIONES.

      *    Nombre logico del archivo: ENT-ENTIDAD
      *    Nombre fisico del archivo: ../ENTIDAD.TXT
           SELECT ENT-ENTIDAD
           ASSIGN TO '../ENTIDAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-ENTIDAD.

      *    Nombre logico del archivo: COMERCIOS
      *    Nombre fisico del archivo: ../COMERCIOS.VSAM
           SELECT COMERCIOS
           ASSIGN TO '../COMERCIOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COM-ID-COMERCIO
           FILE STATUS IS FS-COMERCIOS.

      *****ARCHIVOS DE SALIDA
      *    Nombre logico del archivo: SAL-CERTIFICADO
      *    Nombre fisico del archivo:
      *    ../CERT_RETEN_<AAAAMM>_<COMERCIO>.TXT
      *    Uno por comercio con retenciones en el mes.
           SELECT SAL-CERTIFICADO
           ASSIGN TO DYNAMIC WS-NOMBRE-CERTIFICADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CERTIFICADO.

      *    Nombre logico del archivo: SAL-RESUMEN
      *    Nombre fisico del archivo: ../CERT_RETEN_RESUMEN_<AAAAMM>.TXT
           SELECT SAL-RESUMEN
           ASSIGN TO DYNAMIC WS-NOMBRE-RESUMEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-RESUMEN.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-RETENCIONES.
           COPY RETCOM.

       FD ENT-ENTIDAD.
           COPY ENTIDAD.

       FD COMERCIOS.
           COPY COMERCIO.

       FD SAL-CERTIFICADO.
       01 FD-CERTIFICADO-LINEA         PIC X(80).

       FD SAL-RESUMEN.
       01 FD-RESUMEN-LINEA.
          05 FD-RES-ID-COMERCIO        PIC 9(6).
          05 FD-RES-SEP-01             PIC X(01).
          05 FD-RES-CUIT               PIC X(13).
          05 FD-RES-SEP-02             PIC X(01).
          05 FD-RES-RAZON-SOCIAL       PIC X(30).
          05 FD-RES-SEP-03             PIC X(01).
          05 FD-RES-IMPUESTO           PIC X(04).
          05 FD-RES-SEP-04             PIC X(01).
          05 FD-RES-MONEDA             PIC X(03).
          05 FD-RES-SEP-05             PIC X(01).
          05 FD-RES-BASE               PIC ZZZZZZZZZ9,99.
          05 FD-RES-SEP-06             PIC X(01).
          05 FD-RES-IMPORTE            PIC ZZZZZZZZ9,99.
       01 FD-RESUMEN-TOTAL.
          05 FD-RTO-LEYENDA            PIC X(30).
          05 FD-RTO-IMPUESTO           PIC X(04).
          05 FD-RTO-SEP-01             PIC X(01).
          05 FD-RTO-MONEDA             PIC X(03).
          05 FD-RTO-SEP-02             PIC X(01).
          05 FD-RTO-IMPORTE            PIC ZZZZZZZZZZ9,99.

       WORKING-STORAGE SECTION.
      * Formato de archivo de status
       01 FS-STATUS.
          05 FS-ENT-RETENCIONES                PIC X(2).
             88 FS-ENT-RETENCIONES-OK              VALUE '00'.
             88 FS-ENT-RETENCIONES-NFD             VALUE '35'.
          05 FS-ENT-ENTIDAD                    PIC X(2).
             88 FS-ENT-ENTIDAD-OK                  VALUE '00'.
          05 FS-COMERCIOS                      PIC X(2).
             88 FS-COMERCIOS-OK                    VALUE '00'.
             88 FS-COMERCIOS-CLAVE-NFD             VALUE '23'.
          05 FS-SAL-CERTIFICADO                PIC X(2).
             88 FS-SAL-CERTIFICADO-OK              VALUE '00'.
          05 FS-SAL-RESUMEN                    PIC X(2).
             88 FS-SAL-RESUMEN-OK                  VALUE '00'.

      * Switch de fin de archivo
       01 WS-RETENCIONES-EOF                   PIC X(5) VALUE 'FALSE'.
          88 WS-RETENCIONES-EOF-YES                VALUE 'TRUE'.
          88 WS-RETENCIONES-EOF-NO                 VALUE 'FALSE'.

      * Parametros de la corrida
       01 WS-LINEA-COMANDO             PIC X(40) VALUE SPACES.
       01 WS-PARM-PERIODO              PIC X(06) VALUE SPACES.
       01 WS-PARM-PERIODO-R REDEFINES WS-PARM-PERIODO.
          05 WS-PARM-ANIO              PIC X(04).
          05 WS-PARM-MES               PIC X(02).
       01 WS-NOMBRE-CERTIFICADO        PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-RESUMEN            PIC X(40) VALUE SPACES.

      * Retenciones del mes pedido, en el orden del libro
       77 WS-INDICE-RET                        PIC 9(04) VALUE 1.
       77 WS-INDICE-RET-2                      PIC 9(04) VALUE 1.
       77 WS-CANT-RET                          PIC 9(04) VALUE 0.
       01 WS-TABLA-RETENCIONES.
          05 WS-RET-ITEM OCCURS 9999 TIMES.
             10 WS-RET-ITEM-ID            PIC 9(6).
             10 WS-RET-ITEM-FECHA         PIC X(10).
             10 WS-RET-ITEM-MONEDA        PIC X(03).
             10 WS-RET-ITEM-IMPUESTO      PIC X(04).
             10 WS-RET-ITEM-DESCRIP       PIC X(15).
             10 WS-RET-ITEM-BASE          PIC 9(10)V9(02).
             10 WS-RET-ITEM-ALICUOTA      PIC 9V9(4).
             10 WS-RET-ITEM-IMPORTE       PIC 9(10)V9(02).
             10 WS-RET-ITEM-EMITIDO       PIC X(01).
                88 WS-RET-ITEM-EMITIDO-SI     VALUE 'S'.

      * Comercio del certificado en curso
       77 WS-COMERCIO-EN-CURSO                 PIC 9(6) VALUE 0.
       01 WS-NRO-CERTIFICADO.
          05 WS-NCE-PERIODO            PIC X(06).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-NCE-COMERCIO           PIC 9(06).

      * Totales por impuesto y moneda del certificado en curso
       77 WS-INDICE-TCE                        PIC 9(02) VALUE 1.
       77 WS-CANT-TCE                          PIC 9(02) VALUE 0.
       01 WS-TABLA-TOTAL-CERT.
          05 WS-TCE-ITEM OCCURS 20 TIMES.
             10 WS-TCE-ITEM-IMPUESTO      PIC X(04).
             10 WS-TCE-ITEM-DESCRIP       PIC X(15).
             10 WS-TCE-ITEM-MONEDA        PIC X(03).
             10 WS-TCE-ITEM-BASE          PIC 9(11)V9(02).
             10 WS-TCE-ITEM-IMPORTE       PIC 9(11)V9(02).

      * Totales por impuesto y moneda del mes, para el resumen
       77 WS-INDICE-TMS                        PIC 9(02) VALUE 1.
       77 WS-CANT-TMS                          PIC 9(02) VALUE 0.
       01 WS-TABLA-TOTAL-MES.
          05 WS-TMS-ITEM OCCURS 20 TIMES.
             10 WS-TMS-ITEM-IMPUESTO      PIC X(04).
             10 WS-TMS-ITEM-MONEDA        PIC X(03).
             10 WS-TMS-ITEM-IMPORTE       PIC 9(11)V9(02).

       01 WS-FILA-HALLADA                      PIC X(03) VALUE 'NO'.
          88 WS-FILA-HALLADA-SI                    VALUE 'SI'.
          88 WS-FILA-HALLADA-NO                    VALUE 'NO'.

      * Lineas del certificado
       01 WS-LINEA-CERT                        PIC X(80) VALUE SPACES.
       01 WS-CER-LINEA-TITULOS.
          05 FILLER                    PIC X(11) VALUE 'FECHA LIQ.'.
          05 FILLER                    PIC X(16) VALUE 'IMPUESTO'.
          05 FILLER                    PIC X(04) VALUE 'MON'.
          05 FILLER                    PIC X(18)
             VALUE '              BASE'.
          05 FILLER                    PIC X(08) VALUE '   ALIC.'.
          05 FILLER                    PIC X(15)
             VALUE '        IMPORTE'.
       01 WS-CER-LINEA-DETALLE.
          05 WS-CLD-FECHA              PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CLD-DESCRIP            PIC X(15).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CLD-MONEDA             PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CLD-BASE               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CLD-PORCENTAJE         PIC ZZ9,99.
          05 FILLER                    PIC X(01) VALUE '%'.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CLD-IMPORTE            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-CER-LINEA-TOTAL.
          05 FILLER                    PIC X(06) VALUE 'TOTAL '.
          05 WS-CLT-DESCRIP            PIC X(15).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-CLT-MONEDA             PIC X(03).
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-CLT-BASE               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(09) VALUE SPACES.
          05 WS-CLT-IMPORTE            PIC ZZZ.ZZZ.ZZ9,99.

      * Datos fiscales de la entidad
       01 WS-ENTIDAD.
          05 WS-ENT-RAZON-SOCIAL       PIC X(40).
          05 WS-ENT-CUIT               PIC X(13).
          05 WS-ENT-DOMICILIO          PIC X(40).

      * Contadores de control del batch
       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                    PIC 9(07) VALUE 0.
          05 WS-CANT-DEL-MES                   PIC 9(07) VALUE 0.
          05 WS-CANT-CERTIFICADOS              PIC 9(05) VALUE 0.
          05 WS-CANT-SIN-MAESTRO               PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-LEER-RETENCION
              THRU 2000-LEER-RETENCION-EXIT
              UNTIL WS-RETENCIONES-EOF-YES.

           PERFORM 3000-EMITIR-CERTIFICADO
              THRU 3000-EMITIR-CERTIFICADO-EXIT
              VARYING WS-INDICE-RET FROM 1 BY 1
              UNTIL WS-INDICE-RET GREATER THAN WS-CANT-RET.

           PERFORM 4000-FINALIZAR
              THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PARM-PERIODO.
           IF WS-PARM-PERIODO NOT NUMERIC
              OR WS-PARM-MES LESS THAN '01'
              OR WS-PARM-MES GREATER THAN '12'
              DISPLAY 'USO: TP02CERTR <PERIODO AAAAMM>'
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

           OPEN INPUT ENT-RETENCIONES.
           EVALUATE TRUE
               WHEN FS-ENT-RETENCIONES-OK
                   CONTINUE
               WHEN FS-ENT-RETENCIONES-NFD
                   DISPLAY 'NO HAY RETENCIONES_COMERCIOS.TXT: NADA '
                      'QUE CERTIFICAR'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR RETENCIONES_COMERCIOS.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-RETENCIONES
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT COMERCIOS.
           IF NOT FS-COMERCIOS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE COMERCIOS'
              DISPLAY 'FILE STATUS: ' FS-COMERCIOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-NOMBRE-RESUMEN.
           STRING '../CERT_RETEN_RESUMEN_' WS-PARM-PERIODO '.TXT'
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
      * Solo interesan las retenciones de liquidaciones del mes
      * pedido (fecha yyyy-mm-dd).
       2000-LEER-RETENCION.
           READ ENT-RETENCIONES
               AT END
                   SET WS-RETENCIONES-EOF-YES TO TRUE
                   CLOSE ENT-RETENCIONES
                   GO TO 2000-LEER-RETENCION-EXIT
           END-READ.

           ADD 1 TO WS-CANT-LEIDAS.
           IF REG-RTC-FECHA(1:4) NOT EQUAL WS-PARM-ANIO
              OR REG-RTC-FECHA(6:2) NOT EQUAL WS-PARM-MES
              GO TO 2000-LEER-RETENCION-EXIT
           END-IF.

           IF WS-CANT-RET NOT LESS THAN 9999
              DISPLAY 'MAS DE 9999 RETENCIONES EN EL MES: NO SE '
                 'PUEDEN EMITIR LOS CERTIFICADOS SIN PERDER'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-DEL-MES.
           ADD 1 TO WS-CANT-RET.
           MOVE REG-RTC-ID-COMERCIO TO WS-RET-ITEM-ID(WS-CANT-RET).
           MOVE REG-RTC-FECHA       TO WS-RET-ITEM-FECHA(WS-CANT-RET).
           MOVE REG-RTC-MONEDA      TO WS-RET-ITEM-MONEDA(WS-CANT-RET).
           MOVE REG-RTC-IMPUESTO
             TO WS-RET-ITEM-IMPUESTO(WS-CANT-RET).
           MOVE REG-RTC-DESCRIPCION
             TO WS-RET-ITEM-DESCRIP(WS-CANT-RET).
           MOVE REG-RTC-BASE        TO WS-RET-ITEM-BASE(WS-CANT-RET).
           MOVE REG-RTC-ALICUOTA
             TO WS-RET-ITEM-ALICUOTA(WS-CANT-RET).
           MOVE REG-RTC-IMPORTE
             TO WS-RET-ITEM-IMPORTE(WS-CANT-RET).
           MOVE 'N' TO WS-RET-ITEM-EMITIDO(WS-CANT-RET).

       2000-LEER-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La primera retencion todavia no emitida de un comercio abre
      * su certificado, que junta todas las retenciones del comercio
      * en el mes. Un comercio que ya no esta en el maestro no tiene
      * a nombre de quien certificar: se informa y queda afuera.
       3000-EMITIR-CERTIFICADO.
           IF WS-RET-ITEM-EMITIDO-SI(WS-INDICE-RET)
              GO TO 3000-EMITIR-CERTIFICADO-EXIT
           END-IF.

           MOVE WS-RET-ITEM-ID(WS-INDICE-RET) TO WS-COMERCIO-EN-CURSO.
           MOVE WS-COMERCIO-EN-CURSO TO COM-ID-COMERCIO.
           READ COMERCIOS KEY IS COM-ID-COMERCIO.
           IF NOT FS-COMERCIOS-OK
              DISPLAY 'COMERCIO ' WS-COMERCIO-EN-CURSO ' CON '
                 'RETENCIONES FUERA DEL MAESTRO (FILE STATUS '
                 FS-COMERCIOS '): SE OMITE'
              ADD 1 TO WS-CANT-SIN-MAESTRO
              PERFORM 3050-MARCAR-OMITIDA
                 THRU 3050-MARCAR-OMITIDA-EXIT
                 VARYING WS-INDICE-RET-2 FROM WS-INDICE-RET BY 1
                 UNTIL WS-INDICE-RET-2 GREATER THAN WS-CANT-RET
              GO TO 3000-EMITIR-CERTIFICADO-EXIT
           END-IF.

           MOVE SPACES TO WS-NOMBRE-CERTIFICADO.
           STRING '../CERT_RETEN_' WS-PARM-PERIODO '_'
              WS-COMERCIO-EN-CURSO '.TXT'
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

           MOVE 0 TO WS-CANT-TCE.
           PERFORM 3200-IMPRIMIR-RETENCION
              THRU 3200-IMPRIMIR-RETENCION-EXIT
              VARYING WS-INDICE-RET-2 FROM WS-INDICE-RET BY 1
              UNTIL WS-INDICE-RET-2 GREATER THAN WS-CANT-RET.

           MOVE ALL '=' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           PERFORM 3300-IMPRIMIR-TOTAL
              THRU 3300-IMPRIMIR-TOTAL-EXIT
              VARYING WS-INDICE-TCE FROM 1 BY 1
              UNTIL WS-INDICE-TCE GREATER THAN WS-CANT-TCE.

           MOVE SPACES TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'SE EXTIENDE EL PRESENTE PARA QUE EL COMERCIO COMPUTE '
             TO WS-LINEA-CERT.
           MOVE 'LAS RETENCIONES' TO WS-LINEA-CERT(53:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'SUFRIDAS EN SUS DECLARACIONES JURADAS.'
             TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           CLOSE SAL-CERTIFICADO.
           ADD 1 TO WS-CANT-CERTIFICADOS.

       3000-EMITIR-CERTIFICADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3050-MARCAR-OMITIDA.
           IF WS-RET-ITEM-ID(WS-INDICE-RET-2) EQUAL
                 WS-COMERCIO-EN-CURSO
              SET WS-RET-ITEM-EMITIDO-SI(WS-INDICE-RET-2) TO TRUE
           END-IF.

       3050-MARCAR-OMITIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-IMPRIMIR-ENCABEZADO.
           MOVE WS-PARM-PERIODO      TO WS-NCE-PERIODO.
           MOVE WS-COMERCIO-EN-CURSO TO WS-NCE-COMERCIO.

           MOVE SPACES TO WS-LINEA-CERT.
           STRING 'CERTIFICADO DE RETENCIONES - PERIODO '
              WS-PARM-MES '/' WS-PARM-ANIO
              DELIMITED BY SIZE INTO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'CERTIFICADO NRO.: ' TO WS-LINEA-CERT.
           MOVE WS-NRO-CERTIFICADO TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE ALL '=' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 'AGENTE DE RETENCION: ' TO WS-LINEA-CERT.
           MOVE WS-ENT-RAZON-SOCIAL TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'CUIT: ' TO WS-LINEA-CERT.
           MOVE WS-ENT-CUIT TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'DOMICILIO FISCAL: ' TO WS-LINEA-CERT.
           MOVE WS-ENT-DOMICILIO TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE ALL '-' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 'SUJETO RETENIDO: ' TO WS-LINEA-CERT.
           MOVE COM-RAZON-SOCIAL TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'CUIT: ' TO WS-LINEA-CERT.
           MOVE COM-CUIT TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE 'COMERCIO: ' TO WS-LINEA-CERT.
           MOVE COM-ID-COMERCIO TO WS-LINEA-CERT(23:).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE ALL '=' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-CER-LINEA-TITULOS TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.
           MOVE ALL '-' TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3100-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una linea por retencion del comercio en curso; suma al total
      * del certificado y al del mes por impuesto y moneda.
       3200-IMPRIMIR-RETENCION.
           IF WS-RET-ITEM-ID(WS-INDICE-RET-2) NOT EQUAL
                 WS-COMERCIO-EN-CURSO
              GO TO 3200-IMPRIMIR-RETENCION-EXIT
           END-IF.
           SET WS-RET-ITEM-EMITIDO-SI(WS-INDICE-RET-2) TO TRUE.

           MOVE WS-RET-ITEM-FECHA(WS-INDICE-RET-2) TO WS-CLD-FECHA.
           MOVE WS-RET-ITEM-DESCRIP(WS-INDICE-RET-2) TO WS-CLD-DESCRIP.
           MOVE WS-RET-ITEM-MONEDA(WS-INDICE-RET-2) TO WS-CLD-MONEDA.
           MOVE WS-RET-ITEM-BASE(WS-INDICE-RET-2) TO WS-CLD-BASE.
           COMPUTE WS-CLD-PORCENTAJE =
              WS-RET-ITEM-ALICUOTA(WS-INDICE-RET-2) * 100.
           MOVE WS-RET-ITEM-IMPORTE(WS-INDICE-RET-2)
             TO WS-CLD-IMPORTE.
           MOVE WS-CER-LINEA-DETALLE TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 3210-COMPARAR-TOTAL-CERT
              THRU 3210-COMPARAR-TOTAL-CERT-EXIT
              VARYING WS-INDICE-TCE FROM 1 BY 1
              UNTIL WS-INDICE-TCE GREATER THAN WS-CANT-TCE
                 OR WS-FILA-HALLADA-SI.
           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-TCE
           ELSE
              IF WS-CANT-TCE LESS THAN 20
                 ADD 1 TO WS-CANT-TCE
                 MOVE WS-CANT-TCE TO WS-INDICE-TCE
                 MOVE WS-RET-ITEM-IMPUESTO(WS-INDICE-RET-2)
                   TO WS-TCE-ITEM-IMPUESTO(WS-INDICE-TCE)
                 MOVE WS-RET-ITEM-DESCRIP(WS-INDICE-RET-2)
                   TO WS-TCE-ITEM-DESCRIP(WS-INDICE-TCE)
                 MOVE WS-RET-ITEM-MONEDA(WS-INDICE-RET-2)
                   TO WS-TCE-ITEM-MONEDA(WS-INDICE-TCE)
                 MOVE 0 TO WS-TCE-ITEM-BASE(WS-INDICE-TCE)
                 MOVE 0 TO WS-TCE-ITEM-IMPORTE(WS-INDICE-TCE)
              ELSE
                 DISPLAY 'MAS DE 20 IMPUESTOS Y MONEDAS EN EL '
                    'CERTIFICADO ' WS-NRO-CERTIFICADO
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           ADD WS-RET-ITEM-BASE(WS-INDICE-RET-2)
              TO WS-TCE-ITEM-BASE(WS-INDICE-TCE).
           ADD WS-RET-ITEM-IMPORTE(WS-INDICE-RET-2)
              TO WS-TCE-ITEM-IMPORTE(WS-INDICE-TCE).

       3200-IMPRIMIR-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3210-COMPARAR-TOTAL-CERT.
           IF WS-TCE-ITEM-IMPUESTO(WS-INDICE-TCE) EQUAL
                 WS-RET-ITEM-IMPUESTO(WS-INDICE-RET-2)
              AND WS-TCE-ITEM-MONEDA(WS-INDICE-TCE) EQUAL
                 WS-RET-ITEM-MONEDA(WS-INDICE-RET-2)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       3210-COMPARAR-TOTAL-CERT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Total de un impuesto y moneda del certificado: va impreso y
      * como fila del resumen para la declaracion del agente.
       3300-IMPRIMIR-TOTAL.
           MOVE WS-TCE-ITEM-DESCRIP(WS-INDICE-TCE) TO WS-CLT-DESCRIP.
           MOVE WS-TCE-ITEM-MONEDA(WS-INDICE-TCE) TO WS-CLT-MONEDA.
           MOVE WS-TCE-ITEM-BASE(WS-INDICE-TCE) TO WS-CLT-BASE.
           MOVE WS-TCE-ITEM-IMPORTE(WS-INDICE-TCE) TO WS-CLT-IMPORTE.
           MOVE WS-CER-LINEA-TOTAL TO WS-LINEA-CERT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE ';' TO FD-RES-SEP-01 FD-RES-SEP-02 FD-RES-SEP-03
                       FD-RES-SEP-04 FD-RES-SEP-05 FD-RES-SEP-06.
           MOVE WS-COMERCIO-EN-CURSO TO FD-RES-ID-COMERCIO.
           MOVE COM-CUIT TO FD-RES-CUIT.
           MOVE COM-RAZON-SOCIAL TO FD-RES-RAZON-SOCIAL.
           MOVE WS-TCE-ITEM-IMPUESTO(WS-INDICE-TCE) TO FD-RES-IMPUESTO.
           MOVE WS-TCE-ITEM-MONEDA(WS-INDICE-TCE) TO FD-RES-MONEDA.
           MOVE WS-TCE-ITEM-BASE(WS-INDICE-TCE) TO FD-RES-BASE.
           MOVE WS-TCE-ITEM-IMPORTE(WS-INDICE-TCE) TO FD-RES-IMPORTE.
           WRITE FD-RESUMEN-LINEA.
           IF NOT FS-SAL-RESUMEN-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-RESUMEN
              DISPLAY 'FILE STATUS: ' FS-SAL-RESUMEN
           END-IF.

           PERFORM 3400-SUMAR-AL-MES
              THRU 3400-SUMAR-AL-MES-EXIT.

       3300-IMPRIMIR-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3400-SUMAR-AL-MES.
           SET WS-FILA-HALLADA-NO TO TRUE.
           PERFORM 3410-COMPARAR-TOTAL-MES
              THRU 3410-COMPARAR-TOTAL-MES-EXIT
              VARYING WS-INDICE-TMS FROM 1 BY 1
              UNTIL WS-INDICE-TMS GREATER THAN WS-CANT-TMS
                 OR WS-FILA-HALLADA-SI.
           IF WS-FILA-HALLADA-SI
              SUBTRACT 1 FROM WS-INDICE-TMS
           ELSE
              IF WS-CANT-TMS LESS THAN 20
                 ADD 1 TO WS-CANT-TMS
                 MOVE WS-CANT-TMS TO WS-INDICE-TMS
                 MOVE WS-TCE-ITEM-IMPUESTO(WS-INDICE-TCE)
                   TO WS-TMS-ITEM-IMPUESTO(WS-INDICE-TMS)
                 MOVE WS-TCE-ITEM-MONEDA(WS-INDICE-TCE)
                   TO WS-TMS-ITEM-MONEDA(WS-INDICE-TMS)
                 MOVE 0 TO WS-TMS-ITEM-IMPORTE(WS-INDICE-TMS)
              ELSE
                 DISPLAY 'MAS DE 20 IMPUESTOS Y MONEDAS EN EL MES, '
                    'EL RESUMEN SALE INCOMPLETO'
                 MOVE 4 TO RETURN-CODE
                 GO TO 3400-SUMAR-AL-MES-EXIT
              END-IF
           END-IF.
           ADD WS-TCE-ITEM-IMPORTE(WS-INDICE-TCE)
              TO WS-TMS-ITEM-IMPORTE(WS-INDICE-TMS).

       3400-SUMAR-AL-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3410-COMPARAR-TOTAL-MES.
           IF WS-TMS-ITEM-IMPUESTO(WS-INDICE-TMS) EQUAL
                 WS-TCE-ITEM-IMPUESTO(WS-INDICE-TCE)
              AND WS-TMS-ITEM-MONEDA(WS-INDICE-TMS) EQUAL
                 WS-TCE-ITEM-MONEDA(WS-INDICE-TCE)
              SET WS-FILA-HALLADA-SI TO TRUE
           END-IF.

       3410-COMPARAR-TOTAL-MES-EXIT.
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
           PERFORM 4100-GRABAR-TOTAL-MES
              THRU 4100-GRABAR-TOTAL-MES-EXIT
              VARYING WS-INDICE-TMS FROM 1 BY 1
              UNTIL WS-INDICE-TMS GREATER THAN WS-CANT-TMS.

           CLOSE SAL-RESUMEN
                 COMERCIOS.

           DISPLAY 'RETENCIONES LEIDAS        : ' WS-CANT-LEIDAS.
           DISPLAY 'RETENCIONES DEL PERIODO   : ' WS-CANT-DEL-MES.
           DISPLAY 'CERTIFICADOS EMITIDOS     : '
              WS-CANT-CERTIFICADOS.
           DISPLAY 'COMERCIOS FUERA DEL MAESTRO: '
              WS-CANT-SIN-MAESTRO.

           IF WS-CANT-SIN-MAESTRO GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-GRABAR-TOTAL-MES.
           MOVE SPACES TO FD-RESUMEN-TOTAL.
           MOVE 'TOTAL RETENIDO DEL IMPUESTO;' TO FD-RTO-LEYENDA.
           MOVE WS-TMS-ITEM-IMPUESTO(WS-INDICE-TMS) TO FD-RTO-IMPUESTO.
           MOVE ';' TO FD-RTO-SEP-01 FD-RTO-SEP-02.
           MOVE WS-TMS-ITEM-MONEDA(WS-INDICE-TMS) TO FD-RTO-MONEDA.
           MOVE WS-TMS-ITEM-IMPORTE(WS-INDICE-TMS) TO FD-RTO-IMPORTE.
           WRITE FD-RESUMEN-TOTAL.

       4100-GRABAR-TOTAL-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02CERTR.
