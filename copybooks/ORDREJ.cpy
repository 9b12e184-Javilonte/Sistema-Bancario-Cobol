      *> Registro de orden permanente rechazada, compartido por el
      *> proceso diario de órdenes permanentes, que agrega a
      *> ordenes_rechazadas.dat cada orden vencida que no pudo
      *> ejecutar, y el extracto diario de avisos a clientes, que le
      *> avisa al titular de la cuenta origen cuando la orden falló
      *> por falta de fondos. El archivo es secuencial y solo crece.
       01  OrderRejectRecord.
           05  Rej-Order-ID         PIC 9(5).       *> Orden rechazada en ordenes.dat.
           05  Rej-Source-ID        PIC 9(5).       *> Cuenta origen del débito.
           05  Rej-Dest-ID          PIC 9(5).       *> Cuenta destino del crédito.
           05  Rej-Amount           PIC 9(7)V99.    *> Monto que no se transfirió.
           05  Rej-Date             PIC 9(8).       *> Fecha de proceso del rechazo (AAAAMMDD).
           05  Rej-Reason           PIC X(1).       *> Motivo del rechazo.
               88 Rej-No-Source      VALUE 'O'.      *> La cuenta origen no existe.
               88 Rej-Dormant        VALUE 'I'.      *> La cuenta origen está inactiva.
               88 Rej-No-Funds       VALUE 'F'.      *> Fondos insuficientes aun con el descubierto.
               88 Rej-No-Dest        VALUE 'D'.      *> La cuenta destino no existe.
