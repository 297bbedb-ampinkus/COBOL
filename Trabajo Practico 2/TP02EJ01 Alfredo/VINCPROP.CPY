      ******************************************************************
      * CPY del archivo de PROPUESTAS_VINCULOS.TXT: las claves de
      * tarjeta, banco, agenda y legajo que todavia no estan atadas
      * a un cliente, agrupadas por apellido y nombre, que arma
      * TP02VINCU PROPONER para que un operador las revise. El
      * operador marca S en REG-PRO-CONFIRMA (y completa el documento
      * si no vino precargado) o N para descartar la linea; TP02VINCU
      * CONFIRMAR graba los vinculos marcados y deja en el archivo
      * solo lo que falta decidir. Campos separados por punto y coma.
      ******************************************************************
       01 REG-PROPUESTA.
      * Grupo: las lineas con el mismo apellido y nombre normalizados
      * comparten numero y van juntas
          05 REG-PRO-GRUPO             PIC 9(05).
          05 REG-PRO-SEP-01            PIC X(01).
      * Origen (T tarjeta, B banco, A agenda, E empleado) y clave
          05 REG-PRO-ORIGEN            PIC X(01).
          05 REG-PRO-SEP-02            PIC X(01).
          05 REG-PRO-REFERENCIA        PIC X(22).
          05 REG-PRO-SEP-03            PIC X(01).
          05 REG-PRO-APELLIDO          PIC X(25).
          05 REG-PRO-SEP-04            PIC X(01).
          05 REG-PRO-NOMBRE            PIC X(25).
          05 REG-PRO-SEP-05            PIC X(01).
      * Coincidencia encontrada:
      *   C - un unico cliente con ese nombre: documento precargado
      *   V - varios clientes con ese nombre: el operador elige
      *   G - sin cliente, pero el nombre se repite en otros sistemas
      *   U - sin cliente y sin otras apariciones del nombre
          05 REG-PRO-COINCIDENCIA      PIC X(01).
             88 REG-PRO-CLIENTE-UNICO      VALUE 'C'.
             88 REG-PRO-VARIOS-CLIENTES    VALUE 'V'.
             88 REG-PRO-GRUPO-SIN-CLIENTE  VALUE 'G'.
             88 REG-PRO-SIN-COINCIDENCIA   VALUE 'U'.
          05 REG-PRO-SEP-06            PIC X(01).
      * Documento propuesto o completado por el operador; en una
      * linea confirmada sin documento rige el de la linea anterior
      * confirmada del mismo grupo
          05 REG-PRO-TIPO-DOC          PIC X(04).
          05 REG-PRO-SEP-07            PIC X(01).
          05 REG-PRO-NUMERO-DOC        PIC 9(11).
          05 REG-PRO-SEP-08            PIC X(01).
      * Decision del operador: S confirma, N descarta, blanco pendiente
          05 REG-PRO-CONFIRMA          PIC X(01).
             88 REG-PRO-CONFIRMADA         VALUE 'S'.
             88 REG-PRO-DESCARTADA         VALUE 'N'.
