      *> declarado contra este registro en vez de contra nada. Una
      *> caja por cajero por fecha de proceso; el saldo físico es
      *> fondo + ingresos - egresos + recibido de bóveda - enviado a
      *> bóveda. Los cheques recibidos quedan en la caja pero no son
      *> efectivo: se llevan aparte y no entran al saldo físico.
       01  DrawerRecord.
           05  Drawer-Key.
               10  Drawer-Date      PIC 9(8).       *> Fecha de proceso de la caja (AAAAMMDD).
           05  Drawer-Cash-Out      PIC 9(9)V99.    *> Efectivo pagado en retiros del día.
           05  Drawer-Vault-In      PIC 9(9)V99.    *> Efectivo recibido de la bóveda.
           05  Drawer-Vault-Out     PIC 9(9)V99.    *> Efectivo enviado a la bóveda.
           05  Drawer-Cheque-Count  PIC 9(5).       *> Cheques recibidos en depósito en el día.
           05  Drawer-Cheques-In    PIC 9(9)V99.    *> Total de esos cheques; no suma al efectivo.
