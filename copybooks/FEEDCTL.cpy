      *> programas que leen o escriben controlfeed.dat: el posteo por
      *> lotes (que valida y asienta la secuencia aceptada de cada
      *> emisor), la reparación de suspensos (que asigna secuencia a
      *> los lotes reencolados del emisor VENTANIL), la liquidación
      *> de salientes, que numera sus archivos bajo el emisor
      *> SISTBANC, el extracto de avisos a clientes, que numera los
      *> suyos bajo el emisor SBALERTA, y la presentación al canje de
      *> cheques, que numera los suyos bajo el emisor SBCHEQUE. Un
      *> registro por emisor.
       01  FeedControlRecord.
           05  FC-Sender            PIC X(8).       *> Emisor del feed (clave del control).
           05  FC-Last-Assigned     PIC 9(6).       *> Última secuencia de archivo asignada por este lado
