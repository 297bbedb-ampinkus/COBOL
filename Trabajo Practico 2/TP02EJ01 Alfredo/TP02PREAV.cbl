      ******************************************************************
      * Author: Gauchos con COBOL
      * Date: 15/10/2026
      * Purpose: TP02PREAV.CBL - Preaviso de aumentos de tasas y
      *          cargos. La norma de defensa del consumidor exige
      *          avisar al titular con al menos 60 dias de
      *          anticipacion cualquier suba de tasas o cargos.
      *          TP02PARAM deja en AUMENTOS_PREAVISO.TXT cada version
      *          futura de PRODUCTOS.TXT o CARGOS.TXT que es un
      *          aumento (y no la carga si su vigencia esta a menos
      *          de 60 dias). Este lote diario toma las entradas
      *          pendientes y manda la carta a cada tarjeta activa
      *          del producto afectado (TARJETAS_EXPORT.TXT) por su
      *          canal de envio, con las mismas reglas que TP02ENVIO:
      *          PREAVISOS_PAPEL.TXT para la imprenta y
      *          PREAVISOS_EMAIL.CSV para la plataforma de correo.
      *          Cada aviso queda asentado en PREAVISOS_ENVIADOS.TXT
      *          con la fecha, hora, canal y destino, como constancia
      *          ante el regulador. La entrada de la cola pasa a N.
      *          Si el aviso sale con menos de 60 dias hasta la
      *          vigencia, antes de mandarlo se corre la vigencia de
      *          la version en PRODUCTOS.TXT o CARGOS.TXT a la fecha
      *          del aviso mas 60 dias (asentado en PARAM_AUDIT.TXT),
      *          la carta sale con la fecha nueva y la entrada pasa a
      *          T. Si la version no se puede correr no se avisa: la
      *          entrada queda pendiente y el lote termina con 99.
      *          Uso: TP02PREAV
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP02PREAV.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cola de aumentos: se lee entera y se regraba al final
           SELECT ENT-AUMENTOS
           ASSIGN TO '../AUMENTOS_PREAVISO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-AUMENTOS.

           SELECT SAL-AUMENTOS
           ASSIGN TO '../AUMENTOS_PREAVISO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUMENTOS.

           SELECT ENT-TARJETAS
           ASSIGN TO '../TARJETAS_EXPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TARJETAS.

           SELECT SAL-PAPEL
           ASSIGN TO '../PREAVISOS_PAPEL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PAPEL.

           SELECT SAL-EMAIL
           ASSIGN TO '../PREAVISOS_EMAIL.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-EMAIL.

      *    Constancia de avisos enviados (se agrega al final)
           SELECT SAL-ENVIADOS
           ASSIGN TO '../PREAVISOS_ENVIADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-ENVIADOS.

      *    Tabla de la version a postergar (PRODUCTOS.TXT o
      *    CARGOS.TXT): se lee entera y se regraba con la vigencia
      *    corrida
           SELECT ENT-TABLA
           ASSIGN TO DYNAMIC WS-NOMBRE-TABLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-TABLA.

           SELECT SAL-TABLA
           ASSIGN TO DYNAMIC WS-NOMBRE-TABLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-TABLA.

      *    Auditoria de las tablas de parametros (la de TP02PARAM)
           SELECT SAL-AUDITORIA
           ASSIGN TO '../PARAM_AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-AUDITORIA.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       FD ENT-AUMENTOS.
           COPY AUMENTO.

       FD SAL-AUMENTOS.
       01 FD-AUMENTO-LINEA             PIC X(211).

       FD ENT-TARJETAS.
           COPY EXPTARJ.

       FD SAL-PAPEL.
       01 FD-PAPEL-LINEA               PIC X(90).

       FD SAL-EMAIL.
       01 FD-EMAIL-LINEA.
          05 FD-EML-TARJETA            PIC X(19).
          05 FD-EML-SEP-01             PIC X(01).
          05 FD-EML-EMAIL              PIC X(40).
          05 FD-EML-SEP-02             PIC X(01).
          05 FD-EML-TEXTO              PIC X(90).

       FD SAL-ENVIADOS.
           COPY PREAVISO.

       FD ENT-TABLA.
       01 FD-ENT-TABLA                 PIC X(80).

       FD SAL-TABLA.
       01 FD-SAL-TABLA                 PIC X(80).

       FD SAL-AUDITORIA.
       01 FD-AUDIT-PARAM.
          05 FD-AUD-FECHA              PIC 9(08).
          05 FD-AUD-SEP-01             PIC X(01).
          05 FD-AUD-OPERADOR           PIC X(08).
          05 FD-AUD-SEP-02             PIC X(01).
          05 FD-AUD-TABLA              PIC X(10).
          05 FD-AUD-SEP-03             PIC X(01).
          05 FD-AUD-RESULTADO          PIC X(24).
          05 FD-AUD-SEP-04             PIC X(01).
          05 FD-AUD-REGISTRO           PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-STATUS.
          05 FS-ENT-AUMENTOS                   PIC X(2).
             88 FS-ENT-AUMENTOS-OK                 VALUE '00'.
             88 FS-ENT-AUMENTOS-EOF                VALUE '10'.
             88 FS-ENT-AUMENTOS-NFD                VALUE '35'.
          05 FS-SAL-AUMENTOS                   PIC X(2).
             88 FS-SAL-AUMENTOS-OK                 VALUE '00'.
          05 FS-ENT-TARJETAS                   PIC X(2).
             88 FS-ENT-TARJETAS-OK                 VALUE '00'.
             88 FS-ENT-TARJETAS-EOF                VALUE '10'.
             88 FS-ENT-TARJETAS-NFD                VALUE '35'.
          05 FS-SAL-PAPEL                      PIC X(2).
             88 FS-SAL-PAPEL-OK                    VALUE '00'.
          05 FS-SAL-EMAIL                      PIC X(2).
             88 FS-SAL-EMAIL-OK                    VALUE '00'.
          05 FS-SAL-ENVIADOS                   PIC X(2).
             88 FS-SAL-ENVIADOS-OK                 VALUE '00'.
             88 FS-SAL-ENVIADOS-NFD                VALUE '35'.
          05 FS-ENT-TABLA                      PIC X(2).
             88 FS-ENT-TABLA-OK                    VALUE '00'.
             88 FS-ENT-TABLA-EOF                   VALUE '10'.
          05 FS-SAL-TABLA                      PIC X(2).
             88 FS-SAL-TABLA-OK                    VALUE '00'.
          05 FS-SAL-AUDITORIA                  PIC X(2).
             88 FS-SAL-AUDITORIA-OK                VALUE '00'.
             88 FS-SAL-AUDITORIA-NFD               VALUE '35'.

      * Rutina de fechas
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Fecha y hora del proceso
       01 WS-FECHA-PROCESO                     PIC 9(8).
       01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
          05 WS-FP-ANIO                PIC 9(04).
          05 WS-FP-MES                 PIC 9(02).
          05 WS-FP-DIA                 PIC 9(02).
       01 WS-HORA-PROCESO                      PIC 9(8) VALUE 0.
       01 WS-FECHA-HOY.
          05 WS-HOY-ANIO               PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-MES                PIC 9(02).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-HOY-DIA                PIC 9(02).

      * Anticipacion minima que exige la norma
       77 WS-DIAS-PREAVISO                     PIC 9(03) VALUE 60.

      * Switches de fin de archivo
       01 WS-AUMENTOS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-AUMENTOS-EOF-YES                   VALUE 'TRUE'.
          88 WS-AUMENTOS-EOF-NO                    VALUE 'FALSE'.
       01 WS-TARJETAS-EOF                      PIC X(5) VALUE 'FALSE'.
          88 WS-TARJETAS-EOF-YES                   VALUE 'TRUE'.
          88 WS-TARJETAS-EOF-NO                    VALUE 'FALSE'.

      * Cola de aumentos en memoria (se regraba completa)
       77 WS-INDICE-AUM                        PIC 9(04) VALUE 1.
       77 WS-CANT-AUM                          PIC 9(04) VALUE 0.
       77 WS-CANT-PENDIENTES                   PIC 9(04) VALUE 0.
       01 WS-TABLA-AUMENTOS.
          05 WS-AUM-LINEA OCCURS 500 TIMES     PIC X(211).

      * Tarjetas activas con sus datos de envio
       77 WS-INDICE-TAR                        PIC 9(04) VALUE 1.
       77 WS-CANT-TAR                          PIC 9(04) VALUE 0.
       01 WS-TABLA-TARJETAS.
          05 WS-TAR-ITEM OCCURS 2000 TIMES.
             10 WS-TAR-ITEM-CUENTA        PIC 9(10).
             10 WS-TAR-ITEM-TARJETA       PIC X(19).
             10 WS-TAR-ITEM-APELLIDO      PIC X(20).
             10 WS-TAR-ITEM-NOMBRE        PIC X(20).
             10 WS-TAR-ITEM-DIRECCION     PIC X(40).
             10 WS-TAR-ITEM-CODIGO        PIC 9(04).
             10 WS-TAR-ITEM-PRODUCTO      PIC X(01).
             10 WS-TAR-ITEM-ENVIO         PIC X(01).
             10 WS-TAR-ITEM-EMAIL         PIC X(40).
             10 WS-TAR-ITEM-DOMDEV        PIC X(01).

      * Aumento que se esta avisando, con las vistas de la version
      * anterior y la nueva segun la tabla
       01 WS-AUMENTO-ACTUAL.
          05 WS-AUM-TABLA              PIC X(10).
          05 WS-AUM-VIGENCIA           PIC X(10).
          05 WS-AUM-FECHA-CARGA        PIC 9(08).
          05 WS-AUM-OPERADOR           PIC X(08).
          05 WS-AUM-REG-ANTERIOR       PIC X(80).
          05 WS-AUM-REG-NUEVO          PIC X(80).
          05 WS-AUM-ESTADO             PIC X(01).
          05 WS-AUM-FECHA-AVISO        PIC 9(08).
          05 WS-AUM-CANT-AVISOS        PIC 9(06).
       01 WS-AUMENTO-PRODUCTOS REDEFINES WS-AUMENTO-ACTUAL.
          05 FILLER                    PIC X(36).
          05 WS-APR-ANTERIOR.
             10 WS-APR-ANT-CODIGO      PIC X(01).
             10 WS-APR-ANT-DESCRIPCION PIC X(10).
             10 WS-APR-ANT-MINIMO      PIC 9V9(2).
             10 WS-APR-ANT-PUNIT       PIC 9V9(3).
             10 WS-APR-ANT-RECARGO     PIC 9V9(3).
             10 FILLER                 PIC X(58).
          05 WS-APR-NUEVO.
             10 WS-APR-NUE-CODIGO      PIC X(01).
             10 WS-APR-NUE-DESCRIPCION PIC X(10).
             10 WS-APR-NUE-MINIMO      PIC 9V9(2).
             10 WS-APR-NUE-PUNIT       PIC 9V9(3).
             10 WS-APR-NUE-RECARGO     PIC 9V9(3).
             10 FILLER                 PIC X(58).
          05 FILLER                    PIC X(15).
       01 WS-AUMENTO-CARGOS REDEFINES WS-AUMENTO-ACTUAL.
          05 FILLER                    PIC X(36).
          05 WS-ACG-ANTERIOR.
             10 WS-ACG-ANT-CODIGO      PIC X(04).
             10 WS-ACG-ANT-DESCRIPCION PIC X(30).
             10 WS-ACG-ANT-PERIODICIDAD PIC X(01).
             10 WS-ACG-ANT-MES         PIC 9(02).
             10 WS-ACG-ANT-PRODUCTO    PIC X(01).
             10 WS-ACG-ANT-MONEDA      PIC X(03).
             10 WS-ACG-ANT-IMPORTE     PIC 9(8)V9(2).
             10 FILLER                 PIC X(29).
          05 WS-ACG-NUEVO.
             10 WS-ACG-NUE-CODIGO      PIC X(04).
             10 WS-ACG-NUE-DESCRIPCION PIC X(30).
             10 WS-ACG-NUE-PERIODICIDAD PIC X(01).
             10 WS-ACG-NUE-MES         PIC 9(02).
             10 WS-ACG-NUE-PRODUCTO    PIC X(01).
             10 WS-ACG-NUE-MONEDA      PIC X(03).
             10 WS-ACG-NUE-IMPORTE     PIC 9(8)V9(2).
             10 FILLER                 PIC X(29).
          05 FILLER                    PIC X(15).

      * Postergacion de un aumento que se avisa fuera de termino:
      * la tabla de la version se carga entera y se regraba con la
      * vigencia corrida a hoy mas los dias de preaviso
       77 WS-NOMBRE-TABLA                      PIC X(30) VALUE SPACES.
       77 WS-POS-VIGENCIA                      PIC 9(02) VALUE 0.
       77 WS-VIGENCIA-ANTERIOR                 PIC X(10) VALUE SPACES.
       77 WS-VIGENCIA-NUEVA                    PIC X(10) VALUE SPACES.
       77 WS-INDICE-VER                        PIC 9(04) VALUE 1.
       77 WS-CANT-VER                          PIC 9(04) VALUE 0.
       77 WS-CANT-CORRIDAS                     PIC 9(04) VALUE 0.
       01 WS-TABLA-VERSIONES.
          05 WS-VER-LINEA OCCURS 2000 TIMES    PIC X(80).
       01 WS-TABLA-EOF                         PIC X(5) VALUE 'FALSE'.
          88 WS-TABLA-EOF-YES                      VALUE 'TRUE'.
          88 WS-TABLA-EOF-NO                       VALUE 'FALSE'.
       01 WS-TABLA-LLENA                       PIC X(01) VALUE 'N'.
          88 WS-TABLA-LLENA-SI                     VALUE 'S'.
          88 WS-TABLA-LLENA-NO                     VALUE 'N'.
       01 WS-POSTERGADA                        PIC X(01) VALUE 'N'.
          88 WS-POSTERGADA-SI                      VALUE 'S'.
          88 WS-POSTERGADA-NO                      VALUE 'N'.

      * Producto afectado y codigo de cargo (blanco para PRODUCTOS)
       77 WS-PRODUCTO-AUMENTO                  PIC X(01) VALUE SPACE.
       77 WS-CODIGO-AUMENTO                    PIC X(04) VALUE SPACES.
       77 WS-PRODUCTO-TARJETA                  PIC X(01) VALUE SPACE.
       77 WS-AVISOS-AUMENTO                    PIC 9(06) VALUE 0.

      * Carta armada para el aumento actual
       77 WS-INDICE-CARTA                      PIC 9(02) VALUE 1.
       77 WS-CANT-CARTA                        PIC 9(02) VALUE 0.
       01 WS-TABLA-CARTA.
          05 WS-CARTA-LINEA OCCURS 12 TIMES    PIC X(90).
       01 WS-LINEA-ARMADA                      PIC X(90) VALUE SPACES.

      * Campos editados para la carta
       01 WS-PORC-CALCULO                      PIC 9(03)V9(1).
       01 WS-PORC-ANTERIOR-ED                  PIC ZZ9,9.
       01 WS-PORC-NUEVO-ED                     PIC ZZ9,9.
       01 WS-IMPORTE-ANTERIOR-ED               PIC ZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-NUEVO-ED                  PIC ZZ.ZZZ.ZZ9,99.
       01 WS-PERIODICIDAD-TEXTO                PIC X(09) VALUE SPACES.

      * Canal de la tarjeta que se esta avisando
       77 WS-ENVIO-ACTUAL                      PIC X(01) VALUE 'P'.
       77 WS-EMAIL-ACTUAL                      PIC X(40) VALUE SPACES.

      * Salto de hoja para la imprenta
       01 WS-SALTO-PAGINA.
          05 WS-SALTO-FF               PIC X(01).
          05 FILLER                    PIC X(89) VALUE SPACES.

      * Contadores
       01 WS-CONTADORES.
          05 WS-CANT-AVISADOS                  PIC 9(05) VALUE 0.
          05 WS-CANT-FUERA-TERMINO             PIC 9(05) VALUE 0.
          05 WS-CARTAS-PAPEL                   PIC 9(06) VALUE 0.
          05 WS-CARTAS-EMAIL                   PIC 9(06) VALUE 0.
          05 WS-CARTAS-RETENIDAS               PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2100-PROCESAR-AUMENTO
              THRU 2100-PROCESAR-AUMENTO-EXIT
              VARYING WS-INDICE-AUM FROM 1 BY 1
              UNTIL WS-INDICE-AUM GREATER THAN WS-CANT-AUM.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO FROM TIME.
           MOVE WS-FP-ANIO TO WS-HOY-ANIO.
           MOVE WS-FP-MES  TO WS-HOY-MES.
           MOVE WS-FP-DIA  TO WS-HOY-DIA.

           PERFORM 1100-CARGAR-AUMENTOS
              THRU 1100-CARGAR-AUMENTOS-EXIT.

           IF WS-CANT-PENDIENTES EQUAL 0
              DISPLAY 'NO HAY AUMENTOS PENDIENTES DE PREAVISO'
              STOP RUN
           END-IF.

           PERFORM 1200-CARGAR-TARJETAS
              THRU 1200-CARGAR-TARJETAS-EXIT.

           OPEN OUTPUT SAL-PAPEL.
           IF NOT FS-SAL-PAPEL-OK
              DISPLAY 'ERROR AL ABRIR PREAVISOS_PAPEL.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-PAPEL
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-EMAIL.
           IF NOT FS-SAL-EMAIL-OK
              DISPLAY 'ERROR AL ABRIR PREAVISOS_EMAIL.CSV'
              DISPLAY 'FILE STATUS: ' FS-SAL-EMAIL
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-ENVIADOS.
           IF FS-SAL-ENVIADOS-NFD
              OPEN OUTPUT SAL-ENVIADOS
           END-IF.
           IF NOT FS-SAL-ENVIADOS-OK
              DISPLAY 'ERROR AL ABRIR PREAVISOS_ENVIADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-ENVIADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-AUMENTOS.
           OPEN INPUT ENT-AUMENTOS.
           EVALUATE TRUE
               WHEN FS-ENT-AUMENTOS-OK
                   PERFORM 1110-LEER-AUMENTO
                      THRU 1110-LEER-AUMENTO-EXIT
                      UNTIL WS-AUMENTOS-EOF-YES
                   CLOSE ENT-AUMENTOS
               WHEN FS-ENT-AUMENTOS-NFD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AUMENTOS_PREAVISO.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-AUMENTOS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-CARGAR-AUMENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La cola se regraba completa: si no entra en la tabla no se
      * puede seguir sin perder entradas.
       1110-LEER-AUMENTO.
           READ ENT-AUMENTOS
               AT END
                   SET WS-AUMENTOS-EOF-YES TO TRUE
                   GO TO 1110-LEER-AUMENTO-EXIT
           END-READ.

           IF WS-CANT-AUM NOT LESS THAN 500
              DISPLAY 'AUMENTOS_PREAVISO.TXT TIENE MAS DE 500 '
                 'LINEAS: NO SE PUEDE REGRABAR SIN PERDER AUMENTOS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-AUM.
           MOVE REG-AUMENTO TO WS-AUM-LINEA(WS-CANT-AUM).
           IF REG-AUM-PENDIENTE
              ADD 1 TO WS-CANT-PENDIENTES
           END-IF.

       1110-LEER-AUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin el export del master no se sabe a quien avisar: el aviso
      * no puede darse por enviado, asi que es un error fatal.
       1200-CARGAR-TARJETAS.
           OPEN INPUT ENT-TARJETAS.
           EVALUATE TRUE
               WHEN FS-ENT-TARJETAS-OK
                   PERFORM 1210-LEER-TARJETA
                      THRU 1210-LEER-TARJETA-EXIT
                      UNTIL WS-TARJETAS-EOF-YES
                   CLOSE ENT-TARJETAS
               WHEN FS-ENT-TARJETAS-NFD
                   DISPLAY 'NO SE ENCUENTRA TARJETAS_EXPORT.TXT: '
                      'CORRER LA EXPORTACION DEL MASTER ANTES'
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR TARJETAS_EXPORT.TXT'
                   DISPLAY 'FILE STATUS: ' FS-ENT-TARJETAS
                   MOVE 99 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-CARGAR-TARJETAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo las tarjetas activas reciben el aviso. Si el export no
      * entra en la tabla habria titulares sin avisar, asi que no se
      * sigue.
       1210-LEER-TARJETA.
           READ ENT-TARJETAS
               AT END
                   SET WS-TARJETAS-EOF-YES TO TRUE
                   GO TO 1210-LEER-TARJETA-EXIT
           END-READ.

           IF REG-EXPORT-ESTADO NOT EQUAL 'A'
              GO TO 1210-LEER-TARJETA-EXIT
           END-IF.

           IF WS-CANT-TAR NOT LESS THAN 2000
              DISPLAY 'TARJETAS_EXPORT.TXT TIENE MAS DE 2000 '
                 'TARJETAS ACTIVAS: NO SE PUEDE AVISAR A TODAS'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-TAR.
           MOVE REG-EXPORT-NUMERO-CUENTA
             TO WS-TAR-ITEM-CUENTA(WS-CANT-TAR).
           MOVE REG-EXPORT-NUMERO-TARJETA
             TO WS-TAR-ITEM-TARJETA(WS-CANT-TAR).
           MOVE REG-EXPORT-APELLIDO
             TO WS-TAR-ITEM-APELLIDO(WS-CANT-TAR).
           MOVE REG-EXPORT-NOMBRE
             TO WS-TAR-ITEM-NOMBRE(WS-CANT-TAR).
           MOVE REG-EXPORT-DIRECCION
             TO WS-TAR-ITEM-DIRECCION(WS-CANT-TAR).
           MOVE REG-EXPORT-CODIGO
             TO WS-TAR-ITEM-CODIGO(WS-CANT-TAR).
           MOVE REG-EXPORT-PRODUCTO
             TO WS-TAR-ITEM-PRODUCTO(WS-CANT-TAR).
           MOVE REG-EXPORT-ENVIO
             TO WS-TAR-ITEM-ENVIO(WS-CANT-TAR).
           MOVE REG-EXPORT-EMAIL
             TO WS-TAR-ITEM-EMAIL(WS-CANT-TAR).
           MOVE REG-EXPORT-DOMDEV
             TO WS-TAR-ITEM-DOMDEV(WS-CANT-TAR).

       1210-LEER-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un aumento pendiente: se controla la anticipacion (corriendo
      * la vigencia si no alcanza), se arma la carta, se manda a cada
      * tarjeta activa del producto y se marca la entrada.
       2100-PROCESAR-AUMENTO.
           MOVE WS-AUM-LINEA(WS-INDICE-AUM) TO WS-AUMENTO-ACTUAL.
           IF WS-AUM-ESTADO NOT EQUAL 'P'
              GO TO 2100-PROCESAR-AUMENTO-EXIT
           END-IF.

           IF WS-AUM-TABLA EQUAL 'PRODUCTOS '
              MOVE WS-APR-NUE-CODIGO TO WS-PRODUCTO-AUMENTO
              MOVE SPACES            TO WS-CODIGO-AUMENTO
           ELSE
              MOVE WS-ACG-NUE-PRODUCTO TO WS-PRODUCTO-AUMENTO
              MOVE WS-ACG-NUE-CODIGO   TO WS-CODIGO-AUMENTO
           END-IF.

      * Dias que quedan entre el aviso y la vigencia del aumento.
      * Con menos de los que exige la norma el aumento no puede regir
      * en esa fecha: antes de avisar se corre la version en su
      * tabla, y la carta sale con la vigencia nueva. Si no se puede
      * correr no se avisa y la entrada queda pendiente.
           INITIALIZE WS-FECHAS.
           SET LK-FEC-DIFERENCIA-F TO TRUE.
           MOVE WS-FECHA-HOY    TO LK-FEC-FECHA-1.
           MOVE WS-AUM-VIGENCIA TO LK-FEC-FECHA-2.
           CALL 'CLFECHAS' USING WS-FECHAS.

           IF LK-FEC-RETORNO-OK
              AND LK-FEC-DIFERENCIA NOT LESS THAN WS-DIAS-PREAVISO
              MOVE 'N' TO WS-AUM-ESTADO
           ELSE
              PERFORM 2150-POSTERGAR-VERSION
                 THRU 2150-POSTERGAR-VERSION-EXIT
              IF WS-POSTERGADA-NO
                 DISPLAY 'NO SE PUDO POSTERGAR EL AUMENTO DE '
                    WS-AUM-TABLA ' PRODUCTO ' WS-PRODUCTO-AUMENTO
                    ' ' WS-CODIGO-AUMENTO ' VIGENCIA ' WS-AUM-VIGENCIA
                 DISPLAY 'QUEDA PENDIENTE Y SIN AVISAR'
                 MOVE 99 TO RETURN-CODE
                 GO TO 2100-PROCESAR-AUMENTO-EXIT
              END-IF
              MOVE 'T' TO WS-AUM-ESTADO
              ADD 1 TO WS-CANT-FUERA-TERMINO
              DISPLAY 'AVISO FUERA DE TERMINO (MENOS DE 60 DIAS): '
                 WS-AUM-TABLA ' PRODUCTO ' WS-PRODUCTO-AUMENTO
                 ' ' WS-CODIGO-AUMENTO ' VIGENCIA '
                 WS-VIGENCIA-ANTERIOR ' POSTERGADA AL '
                 WS-AUM-VIGENCIA
              IF RETURN-CODE LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 2200-ARMAR-CARTA
              THRU 2200-ARMAR-CARTA-EXIT.

           MOVE 0 TO WS-AVISOS-AUMENTO.
           PERFORM 2300-AVISAR-TARJETA
              THRU 2300-AVISAR-TARJETA-EXIT
              VARYING WS-INDICE-TAR FROM 1 BY 1
              UNTIL WS-INDICE-TAR GREATER THAN WS-CANT-TAR.

           MOVE WS-FECHA-PROCESO  TO WS-AUM-FECHA-AVISO.
           MOVE WS-AVISOS-AUMENTO TO WS-AUM-CANT-AVISOS.
           MOVE WS-AUMENTO-ACTUAL TO WS-AUM-LINEA(WS-INDICE-AUM).
           ADD 1 TO WS-CANT-AVISADOS.

       2100-PROCESAR-AUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Corre la vigencia de la version avisada fuera de termino a hoy
      * mas los dias de preaviso. La version se ubica en su tabla por
      * el registro completo que quedo en la cola; se regraba la
      * tabla entera y se asienta el cambio en PARAM_AUDIT.TXT. La
      * cola queda con la vigencia nueva.
       2150-POSTERGAR-VERSION.
           SET WS-POSTERGADA-NO TO TRUE.

           INITIALIZE WS-FECHAS.
           SET LK-FEC-SUMAR-DIAS TO TRUE.
           MOVE WS-FECHA-HOY     TO LK-FEC-FECHA-1.
           MOVE WS-DIAS-PREAVISO TO LK-FEC-DIAS.
           CALL 'CLFECHAS' USING WS-FECHAS.
           IF NOT LK-FEC-RETORNO-OK
              DISPLAY 'ERROR AL CALCULAR LA VIGENCIA POSTERGADA'
              GO TO 2150-POSTERGAR-VERSION-EXIT
           END-IF.
           MOVE LK-FEC-RESULTADO TO WS-VIGENCIA-NUEVA.

           IF WS-AUM-TABLA EQUAL 'PRODUCTOS '
              MOVE '../PRODUCTOS.TXT' TO WS-NOMBRE-TABLA
              MOVE 26 TO WS-POS-VIGENCIA
           ELSE
              MOVE '../CARGOS.TXT' TO WS-NOMBRE-TABLA
              MOVE 55 TO WS-POS-VIGENCIA
           END-IF.

           MOVE 0 TO WS-CANT-VER.
           SET WS-TABLA-EOF-NO TO TRUE.
           SET WS-TABLA-LLENA-NO TO TRUE.
           OPEN INPUT ENT-TABLA.
           IF NOT FS-ENT-TABLA-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-TABLA
              DISPLAY 'FILE STATUS: ' FS-ENT-TABLA
              GO TO 2150-POSTERGAR-VERSION-EXIT
           END-IF.
           PERFORM 2160-LEER-VERSION
              THRU 2160-LEER-VERSION-EXIT
              UNTIL WS-TABLA-EOF-YES.
           CLOSE ENT-TABLA.
           IF WS-TABLA-LLENA-SI
              DISPLAY WS-NOMBRE-TABLA ' TIENE MAS DE 2000 LINEAS: '
                 'NO SE PUEDE REGRABAR'
              GO TO 2150-POSTERGAR-VERSION-EXIT
           END-IF.

           MOVE 0 TO WS-CANT-CORRIDAS.
           PERFORM 2170-CORRER-VERSION
              THRU 2170-CORRER-VERSION-EXIT
              VARYING WS-INDICE-VER FROM 1 BY 1
              UNTIL WS-INDICE-VER GREATER THAN WS-CANT-VER.
           IF WS-CANT-CORRIDAS EQUAL 0
              DISPLAY 'LA VERSION YA NO ESTA EN ' WS-NOMBRE-TABLA
              GO TO 2150-POSTERGAR-VERSION-EXIT
           END-IF.

           OPEN OUTPUT SAL-TABLA.
           IF NOT FS-SAL-TABLA-OK
              DISPLAY 'ERROR AL REGRABAR ' WS-NOMBRE-TABLA
              DISPLAY 'FILE STATUS: ' FS-SAL-TABLA
              GO TO 2150-POSTERGAR-VERSION-EXIT
           END-IF.
           PERFORM 2180-GRABAR-VERSION
              THRU 2180-GRABAR-VERSION-EXIT
              VARYING WS-INDICE-VER FROM 1 BY 1
              UNTIL WS-INDICE-VER GREATER THAN WS-CANT-VER.
           CLOSE SAL-TABLA.

           SET WS-POSTERGADA-SI TO TRUE.
           MOVE WS-AUM-VIGENCIA   TO WS-VIGENCIA-ANTERIOR.
           MOVE WS-VIGENCIA-NUEVA TO WS-AUM-VIGENCIA.
           MOVE WS-VIGENCIA-NUEVA
             TO WS-AUM-REG-NUEVO(WS-POS-VIGENCIA:10).

           PERFORM 2190-GRABAR-AUDITORIA
              THRU 2190-GRABAR-AUDITORIA-EXIT.

       2150-POSTERGAR-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2160-LEER-VERSION.
           READ ENT-TABLA
               AT END
                   SET WS-TABLA-EOF-YES TO TRUE
                   GO TO 2160-LEER-VERSION-EXIT
           END-READ.

           IF WS-CANT-VER NOT LESS THAN 2000
              SET WS-TABLA-LLENA-SI TO TRUE
              SET WS-TABLA-EOF-YES TO TRUE
              GO TO 2160-LEER-VERSION-EXIT
           END-IF.
           ADD 1 TO WS-CANT-VER.
           MOVE FD-ENT-TABLA TO WS-VER-LINEA(WS-CANT-VER).

       2160-LEER-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2170-CORRER-VERSION.
           IF WS-VER-LINEA(WS-INDICE-VER) EQUAL WS-AUM-REG-NUEVO
              MOVE WS-VIGENCIA-NUEVA
                TO WS-VER-LINEA(WS-INDICE-VER)(WS-POS-VIGENCIA:10)
              ADD 1 TO WS-CANT-CORRIDAS
           END-IF.

       2170-CORRER-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2180-GRABAR-VERSION.
           WRITE FD-SAL-TABLA FROM WS-VER-LINEA(WS-INDICE-VER).

       2180-GRABAR-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mismo renglon que deja TP02PARAM al cargar la version, con la
      * version ya corrida
       2190-GRABAR-AUDITORIA.
           OPEN EXTEND SAL-AUDITORIA.
           IF FS-SAL-AUDITORIA-NFD
              OPEN OUTPUT SAL-AUDITORIA
           END-IF.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR PARAM_AUDIT.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
              GO TO 2190-GRABAR-AUDITORIA-EXIT
           END-IF.

           MOVE ';' TO FD-AUD-SEP-01 FD-AUD-SEP-02 FD-AUD-SEP-03
                       FD-AUD-SEP-04.
           MOVE WS-FECHA-PROCESO      TO FD-AUD-FECHA.
           MOVE 'PREAVISO'            TO FD-AUD-OPERADOR.
           MOVE WS-AUM-TABLA          TO FD-AUD-TABLA.
           MOVE 'VIGENCIA POSTERGADA' TO FD-AUD-RESULTADO.
           MOVE WS-AUM-REG-NUEVO      TO FD-AUD-REGISTRO.
           WRITE FD-AUDIT-PARAM.
           IF NOT FS-SAL-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR PARAM_AUDIT.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUDITORIA
           END-IF.
           CLOSE SAL-AUDITORIA.

       2190-GRABAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Texto de la carta. En PRODUCTOS se informan las tasas que
      * cambian (antes y despues); en CARGOS el importe anterior y el
      * nuevo, o el cargo que se incorpora. Siempre se informa el
      * derecho a rescindir sin costo.
       2200-ARMAR-CARTA.
           MOVE SPACES TO WS-TABLA-CARTA.
           MOVE 0 TO WS-CANT-CARTA.

           MOVE 'AVISO DE MODIFICACION DE LAS CONDICIONES DE SU TARJETA'
             TO WS-LINEA-ARMADA.
           PERFORM 2290-AGREGAR-LINEA
              THRU 2290-AGREGAR-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-ARMADA.
           PERFORM 2290-AGREGAR-LINEA
              THRU 2290-AGREGAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA-ARMADA.
           STRING 'LE INFORMAMOS QUE A PARTIR DEL ' DELIMITED BY SIZE
                  WS-AUM-VIGENCIA                   DELIMITED BY SIZE
                  ' SE MODIFICAN LAS SIGUIENTES CONDICIONES:'
                                                    DELIMITED BY SIZE
             INTO WS-LINEA-ARMADA
           END-STRING.
           PERFORM 2290-AGREGAR-LINEA
              THRU 2290-AGREGAR-LINEA-EXIT.

           IF WS-AUM-TABLA EQUAL 'PRODUCTOS '
              PERFORM 2210-CARTA-PRODUCTO
                 THRU 2210-CARTA-PRODUCTO-EXIT
           ELSE
              PERFORM 2220-CARTA-CARGO
                 THRU 2220-CARTA-CARGO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA-ARMADA.
           PERFORM 2290-AGREGAR-LINEA
              THRU 2290-AGREGAR-LINEA-EXIT.
           MOVE 'SI NO ACEPTA LA MODIFICACION PUEDE RESCINDIR EL '
             TO WS-LINEA-ARMADA.
           MOVE 'CONTRATO SIN CARGO ALGUNO ANTES DE LA FECHA EN QUE '
             TO WS-LINEA-ARMADA(49:).
           PERFORM 2290-AGREGAR-LINEA
              THRU 2290-AGREGAR-LINEA-EXIT.
           MOVE 'RIGE, COMUNICANDOSE CON NOSOTROS POR CUALQUIERA DE '
             TO WS-LINEA-ARMADA.
           MOVE 'NUESTROS CANALES.' TO WS-LINEA-ARMADA(52:).
           PERFORM 2290-AGREGAR-LINEA
              THRU 2290-AGREGAR-LINEA-EXIT.

       2200-ARMAR-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-CARTA-PRODUCTO.
           IF WS-APR-NUE-MINIMO NOT EQUAL WS-APR-ANT-MINIMO
              COMPUTE WS-PORC-CALCULO = WS-APR-ANT-MINIMO * 100
              MOVE WS-PORC-CALCULO TO WS-PORC-ANTERIOR-ED
              COMPUTE WS-PORC-CALCULO = WS-APR-NUE-MINIMO * 100
              MOVE WS-PORC-CALCULO TO WS-PORC-NUEVO-ED
              MOVE SPACES TO WS-LINEA-ARMADA
              STRING '  PAGO MINIMO SOBRE EL SALDO: ' DELIMITED BY SIZE
                     WS-PORC-ANTERIOR-ED             DELIMITED BY SIZE
                     ' % PASA A '                    DELIMITED BY SIZE
                     WS-PORC-NUEVO-ED                DELIMITED BY SIZE
                     ' %'                            DELIMITED BY SIZE
                INTO WS-LINEA-ARMADA
              END-STRING
              PERFORM 2290-AGREGAR-LINEA
                 THRU 2290-AGREGAR-LINEA-EXIT
           END-IF.

           IF WS-APR-NUE-PUNIT NOT EQUAL WS-APR-ANT-PUNIT
              COMPUTE WS-PORC-CALCULO = WS-APR-ANT-PUNIT * 100
              MOVE WS-PORC-CALCULO TO WS-PORC-ANTERIOR-ED
              COMPUTE WS-PORC-CALCULO = WS-APR-NUE-PUNIT * 100
              MOVE WS-PORC-CALCULO TO WS-PORC-NUEVO-ED
              MOVE SPACES TO WS-LINEA-ARMADA
              STRING '  TASA DE INTERES PUNITORIO: ' DELIMITED BY SIZE
                     WS-PORC-ANTERIOR-ED             DELIMITED BY SIZE
                     ' % PASA A '                    DELIMITED BY SIZE
                     WS-PORC-NUEVO-ED                DELIMITED BY SIZE
                     ' %'                            DELIMITED BY SIZE
                INTO WS-LINEA-ARMADA
              END-STRING
              PERFORM 2290-AGREGAR-LINEA
                 THRU 2290-AGREGAR-LINEA-EXIT
           END-IF.

           IF WS-APR-NUE-RECARGO NOT EQUAL WS-APR-ANT-RECARGO
              COMPUTE WS-PORC-CALCULO = WS-APR-ANT-RECARGO * 100
              MOVE WS-PORC-CALCULO TO WS-PORC-ANTERIOR-ED
              COMPUTE WS-PORC-CALCULO = WS-APR-NUE-RECARGO * 100
              MOVE WS-PORC-CALCULO TO WS-PORC-NUEVO-ED
              MOVE SPACES TO WS-LINEA-ARMADA
              STRING '  TASA DE RECARGO FINANCIERO: ' DELIMITED BY SIZE
                     WS-PORC-ANTERIOR-ED              DELIMITED BY SIZE
                     ' % PASA A '                     DELIMITED BY SIZE
                     WS-PORC-NUEVO-ED                 DELIMITED BY SIZE
                     ' %'                             DELIMITED BY SIZE
                INTO WS-LINEA-ARMADA
              END-STRING
              PERFORM 2290-AGREGAR-LINEA
                 THRU 2290-AGREGAR-LINEA-EXIT
           END-IF.

       2210-CARTA-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2220-CARTA-CARGO.
           IF WS-ACG-NUE-PERIODICIDAD EQUAL 'A'
              MOVE 'ANUAL'   TO WS-PERIODICIDAD-TEXTO
           ELSE
              MOVE 'MENSUAL' TO WS-PERIODICIDAD-TEXTO
           END-IF.
           MOVE WS-ACG-NUE-IMPORTE TO WS-IMPORTE-NUEVO-ED.

           MOVE SPACES TO WS-LINEA-ARMADA.
           IF WS-AUM-REG-ANTERIOR EQUAL SPACES
              STRING '  SE INCORPORA EL CARGO ' DELIMITED BY SIZE
                     WS-ACG-NUE-DESCRIPCION     DELIMITED BY '  '
                     ' (' DELIMITED BY SIZE
                     WS-PERIODICIDAD-TEXTO      DELIMITED BY SPACE
                     ') DE ' DELIMITED BY SIZE
                     WS-ACG-NUE-MONEDA          DELIMITED BY SIZE
                     WS-IMPORTE-NUEVO-ED        DELIMITED BY SIZE
                INTO WS-LINEA-ARMADA
              END-STRING
           ELSE
              MOVE WS-ACG-ANT-IMPORTE TO WS-IMPORTE-ANTERIOR-ED
              STRING '  ' DELIMITED BY SIZE
                     WS-ACG-NUE-DESCRIPCION     DELIMITED BY '  '
                     ' (' DELIMITED BY SIZE
                     WS-PERIODICIDAD-TEXTO      DELIMITED BY SPACE
                     '): ' DELIMITED BY SIZE
                     WS-ACG-ANT-MONEDA          DELIMITED BY SIZE
                     WS-IMPORTE-ANTERIOR-ED     DELIMITED BY SIZE
                     ' PASA A ' DELIMITED BY SIZE
                     WS-ACG-NUE-MONEDA          DELIMITED BY SIZE
                     WS-IMPORTE-NUEVO-ED        DELIMITED BY SIZE
                INTO WS-LINEA-ARMADA
              END-STRING
           END-IF.
           PERFORM 2290-AGREGAR-LINEA
              THRU 2290-AGREGAR-LINEA-EXIT.

       2220-CARTA-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2290-AGREGAR-LINEA.
           IF WS-CANT-CARTA LESS THAN 12
              ADD 1 TO WS-CANT-CARTA
              MOVE WS-LINEA-ARMADA TO WS-CARTA-LINEA(WS-CANT-CARTA)
           END-IF.

       2290-AGREGAR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Manda la carta a una tarjeta si es del producto afectado (el
      * producto en blanco es Clasica) y deja la constancia del envio,
      * tambien cuando queda retenida.
       2300-AVISAR-TARJETA.
           MOVE WS-TAR-ITEM-PRODUCTO(WS-INDICE-TAR)
             TO WS-PRODUCTO-TARJETA.
           IF WS-PRODUCTO-TARJETA EQUAL SPACE
              MOVE 'C' TO WS-PRODUCTO-TARJETA
           END-IF.
           IF WS-PRODUCTO-TARJETA NOT EQUAL WS-PRODUCTO-AUMENTO
              GO TO 2300-AVISAR-TARJETA-EXIT
           END-IF.

           PERFORM 2310-DEFINIR-CANAL
              THRU 2310-DEFINIR-CANAL-EXIT.

           INITIALIZE REG-PREAVISO.
           MOVE WS-FECHA-PROCESO          TO REG-PRV-FECHA.
           MOVE WS-HORA-PROCESO(1:6)      TO REG-PRV-HORA.
           MOVE WS-TAR-ITEM-CUENTA(WS-INDICE-TAR)  TO REG-PRV-CUENTA.
           MOVE WS-TAR-ITEM-TARJETA(WS-INDICE-TAR) TO REG-PRV-TARJETA.
           MOVE WS-ENVIO-ACTUAL           TO REG-PRV-CANAL.
           MOVE WS-AUM-TABLA              TO REG-PRV-TABLA.
           MOVE WS-PRODUCTO-AUMENTO       TO REG-PRV-PRODUCTO.
           MOVE WS-CODIGO-AUMENTO         TO REG-PRV-CODIGO.
           MOVE WS-AUM-VIGENCIA           TO REG-PRV-VIGENCIA.

           IF WS-ENVIO-ACTUAL EQUAL 'P' OR 'A'
              MOVE WS-TAR-ITEM-DIRECCION(WS-INDICE-TAR)
                TO REG-PRV-DESTINO(1:40)
              MOVE WS-TAR-ITEM-CODIGO(WS-INDICE-TAR)
                TO REG-PRV-DESTINO(41:4)
              PERFORM 2320-GRABAR-PAPEL
                 THRU 2320-GRABAR-PAPEL-EXIT
           END-IF.

           IF WS-ENVIO-ACTUAL EQUAL 'E' OR 'A'
              IF WS-ENVIO-ACTUAL EQUAL 'E'
                 MOVE WS-EMAIL-ACTUAL TO REG-PRV-DESTINO
              END-IF
              PERFORM 2330-GRABAR-EMAIL
                 THRU 2330-GRABAR-EMAIL-EXIT
           END-IF.

           IF WS-ENVIO-ACTUAL EQUAL 'R'
              ADD 1 TO WS-CARTAS-RETENIDAS
              DISPLAY 'PREAVISO RETENIDO POR DOMICILIO DEVUELTO: '
                 WS-TAR-ITEM-TARJETA(WS-INDICE-TAR)
           ELSE
              ADD 1 TO WS-AVISOS-AUMENTO
           END-IF.

           WRITE REG-PREAVISO.
           IF NOT FS-SAL-ENVIADOS-OK
              DISPLAY 'ERROR AL GRABAR PREAVISOS_ENVIADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-ENVIADOS
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       2300-AVISAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Mismas reglas de canal que el resumen (TP02ENVIO): canal en
      * blanco es papel, email sin correo cae a papel, y con el
      * domicilio devuelto el papel pasa a email o queda retenido.
       2310-DEFINIR-CANAL.
           MOVE WS-TAR-ITEM-ENVIO(WS-INDICE-TAR) TO WS-ENVIO-ACTUAL.
           MOVE WS-TAR-ITEM-EMAIL(WS-INDICE-TAR) TO WS-EMAIL-ACTUAL.

           IF WS-ENVIO-ACTUAL EQUAL SPACE
              MOVE 'P' TO WS-ENVIO-ACTUAL
           END-IF.
           IF WS-ENVIO-ACTUAL EQUAL 'E'
              AND WS-EMAIL-ACTUAL EQUAL SPACES
              MOVE 'P' TO WS-ENVIO-ACTUAL
           END-IF.

           IF WS-TAR-ITEM-DOMDEV(WS-INDICE-TAR) EQUAL 'S'
              AND (WS-ENVIO-ACTUAL EQUAL 'P' OR 'A')
              IF WS-EMAIL-ACTUAL NOT EQUAL SPACES
                 MOVE 'E' TO WS-ENVIO-ACTUAL
              ELSE
                 MOVE 'R' TO WS-ENVIO-ACTUAL
              END-IF
           END-IF.

       2310-DEFINIR-CANAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Carta en papel: hoja nueva, destinatario y texto
       2320-GRABAR-PAPEL.
           ADD 1 TO WS-CARTAS-PAPEL.
           MOVE SPACES TO WS-SALTO-PAGINA.
           MOVE X'0C' TO WS-SALTO-FF.
           WRITE FD-PAPEL-LINEA FROM WS-SALTO-PAGINA.

           MOVE SPACES TO WS-LINEA-ARMADA.
           STRING WS-TAR-ITEM-APELLIDO(WS-INDICE-TAR) DELIMITED BY '  '
                  ', '                                DELIMITED BY SIZE
                  WS-TAR-ITEM-NOMBRE(WS-INDICE-TAR)   DELIMITED BY '  '
             INTO WS-LINEA-ARMADA
           END-STRING.
           WRITE FD-PAPEL-LINEA FROM WS-LINEA-ARMADA.

           MOVE SPACES TO WS-LINEA-ARMADA.
           MOVE WS-TAR-ITEM-DIRECCION(WS-INDICE-TAR) TO WS-LINEA-ARMADA.
           WRITE FD-PAPEL-LINEA FROM WS-LINEA-ARMADA.

           MOVE SPACES TO WS-LINEA-ARMADA.
           STRING '(' DELIMITED BY SIZE
                  WS-TAR-ITEM-CODIGO(WS-INDICE-TAR) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO WS-LINEA-ARMADA
           END-STRING.
           WRITE FD-PAPEL-LINEA FROM WS-LINEA-ARMADA.

           MOVE SPACES TO WS-LINEA-ARMADA.
           STRING 'TARJETA ' DELIMITED BY SIZE
                  WS-TAR-ITEM-TARJETA(WS-INDICE-TAR) DELIMITED BY SIZE
             INTO WS-LINEA-ARMADA
           END-STRING.
           WRITE FD-PAPEL-LINEA FROM WS-LINEA-ARMADA.

           MOVE SPACES TO FD-PAPEL-LINEA.
           WRITE FD-PAPEL-LINEA.

           PERFORM 2321-GRABAR-LINEA-PAPEL
              THRU 2321-GRABAR-LINEA-PAPEL-EXIT
              VARYING WS-INDICE-CARTA FROM 1 BY 1
              UNTIL WS-INDICE-CARTA GREATER THAN WS-CANT-CARTA.

       2320-GRABAR-PAPEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2321-GRABAR-LINEA-PAPEL.
           WRITE FD-PAPEL-LINEA FROM WS-CARTA-LINEA(WS-INDICE-CARTA).

       2321-GRABAR-LINEA-PAPEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Carta por email: una linea por renglon, con la tarjeta y el
      * correo del titular
       2330-GRABAR-EMAIL.
           ADD 1 TO WS-CARTAS-EMAIL.
           PERFORM 2331-GRABAR-LINEA-EMAIL
              THRU 2331-GRABAR-LINEA-EMAIL-EXIT
              VARYING WS-INDICE-CARTA FROM 1 BY 1
              UNTIL WS-INDICE-CARTA GREATER THAN WS-CANT-CARTA.

       2330-GRABAR-EMAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2331-GRABAR-LINEA-EMAIL.
           MOVE ';' TO FD-EML-SEP-01 FD-EML-SEP-02.
           MOVE WS-TAR-ITEM-TARJETA(WS-INDICE-TAR) TO FD-EML-TARJETA.
           MOVE WS-EMAIL-ACTUAL TO FD-EML-EMAIL.
           MOVE WS-CARTA-LINEA(WS-INDICE-CARTA) TO FD-EML-TEXTO.
           WRITE FD-EMAIL-LINEA.

       2331-GRABAR-LINEA-EMAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR.
           CLOSE SAL-PAPEL
                 SAL-EMAIL
                 SAL-ENVIADOS.

           PERFORM 3100-REGRABAR-COLA
              THRU 3100-REGRABAR-COLA-EXIT.

           DISPLAY 'AUMENTOS AVISADOS     : ' WS-CANT-AVISADOS.
           DISPLAY 'AUMENTOS POSTERGADOS  : ' WS-CANT-FUERA-TERMINO.
           DISPLAY 'CARTAS A PAPEL        : ' WS-CARTAS-PAPEL.
           DISPLAY 'CARTAS A EMAIL        : ' WS-CARTAS-EMAIL.
           DISPLAY 'CARTAS RETENIDAS      : ' WS-CARTAS-RETENIDAS.

       3000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-REGRABAR-COLA.
           OPEN OUTPUT SAL-AUMENTOS.
           IF NOT FS-SAL-AUMENTOS-OK
              DISPLAY 'ERROR AL REGRABAR AUMENTOS_PREAVISO.TXT'
              DISPLAY 'FILE STATUS: ' FS-SAL-AUMENTOS
              DISPLAY 'LOS AVISOS YA SALIERON: MARCAR LAS ENTRADAS A '
                 'MANO PARA NO REPETIRLOS'
              MOVE 99 TO RETURN-CODE
              GO TO 3100-REGRABAR-COLA-EXIT
           END-IF.

           PERFORM 3110-GRABAR-AUMENTO
              THRU 3110-GRABAR-AUMENTO-EXIT
              VARYING WS-INDICE-AUM FROM 1 BY 1
              UNTIL WS-INDICE-AUM GREATER THAN WS-CANT-AUM.

           CLOSE SAL-AUMENTOS.

       3100-REGRABAR-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3110-GRABAR-AUMENTO.
           WRITE FD-AUMENTO-LINEA FROM WS-AUM-LINEA(WS-INDICE-AUM).

       3110-GRABAR-AUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       END PROGRAM TP02PREAV.
