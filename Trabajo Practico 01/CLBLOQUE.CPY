      ******************************************************************
      * CPY de la estructura de comunicacion con la rutina CLBLOQUE,
      * el servicio de bloqueo de los archivos compartidos. Cada
      * programa que abre para grabar un archivo que otros lotes
      * tambien graban o leen (CONSUMOS.SEQ, TRANSFERENCIAS.TXT,
      * PENDIENTES_TRANSFER.TXT) lo toma antes del OPEN y lo libera
      * al terminar. Los bloqueos vigentes quedan en BLOQUEOS.TXT
      * (BLOQUEOS.CPY); TP02BLOQS los lista.
      * Funciones:
      *   T - Tomar LK-BLQ-ARCHIVO para LK-BLQ-PROGRAMA en el modo
      *       LK-BLQ-MODO: E escritura (exclusivo) o L lectura
      *       (compartido con otros lectores). Si esta tomado espera
      *       hasta LK-BLQ-ESPERA segundos; si sigue tomado devuelve
      *       quien lo tiene en LK-BLQ-TENEDOR-*
      *   L - Liberar LK-BLQ-ARCHIVO (los bloqueos de este proceso)
      *   V - Verificar si el proceso LK-BLQ-TENEDOR-PID sigue vivo
      *       (00 vivo, 11 ya no corre)
      *   H - Liberar los bloqueos huerfanos de LK-BLQ-ARCHIVO (los
      *       de procesos que ya no corren); cuantos en
      *       LK-BLQ-CANT-LIBERADOS. Los de procesos vivos quedan.
      * Retorno: 00 OK, 10 archivo en uso, 11 bloqueo huerfano (lo
      * dejo un proceso que ya no corre), 20 funcion desconocida,
      * 99 error del registro de bloqueos
      ******************************************************************
       02 LK-BLQ-I.
          05 LK-BLQ-FUNCION            PIC X(01).
              88 LK-BLQ-TOMAR               VALUE 'T'.
              88 LK-BLQ-LIBERAR             VALUE 'L'.
              88 LK-BLQ-VERIFICAR           VALUE 'V'.
              88 LK-BLQ-LIBERAR-HUERFANOS   VALUE 'H'.
          05 LK-BLQ-ARCHIVO            PIC X(30).
          05 LK-BLQ-PROGRAMA           PIC X(10).
          05 LK-BLQ-MODO               PIC X(01).
              88 LK-BLQ-ESCRITURA           VALUE 'E'.
              88 LK-BLQ-LECTURA             VALUE 'L'.
          05 LK-BLQ-ESPERA             PIC 9(04).

       02 LK-BLQ-O.
          05 LK-BLQ-TENEDOR-PROGRAMA   PIC X(10).
          05 LK-BLQ-TENEDOR-MODO       PIC X(01).
          05 LK-BLQ-TENEDOR-PID        PIC 9(09).
          05 LK-BLQ-TENEDOR-FECHA      PIC 9(08).
          05 LK-BLQ-TENEDOR-HORA       PIC 9(06).
          05 LK-BLQ-CANT-LIBERADOS     PIC 9(03).
          05 LK-BLQ-RETORNO            PIC X(02).
              88 LK-BLQ-RETORNO-OK          VALUE '00'.
              88 LK-BLQ-EN-USO              VALUE '10'.
              88 LK-BLQ-HUERFANO            VALUE '11'.
              88 LK-BLQ-FUNCION-INVALIDA    VALUE '20'.
              88 LK-BLQ-ERROR               VALUE '99'.
