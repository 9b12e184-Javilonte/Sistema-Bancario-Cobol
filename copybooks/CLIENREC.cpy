      *> Registro de cliente compartido por los programas que leen o
      *> escriben clientes.dat (el maestro de clientes). Una misma
      *> persona puede tener varias cuentas en cuentas.dat, todas
      *> enlazadas por Account-Client-ID a este registro. El cliente
      *> elige qué avisos por SMS o e-mail no quiere recibir; el
      *> extracto diario de avisos los respeta.
       01  ClientRecord.
           05  Client-ID            PIC 9(5).       *> ID del cliente (clave del maestro).
           05  Client-Name          PIC X(30).      *> Nombre completo del cliente.
           05  Client-Tax-ID        PIC X(15).      *> Documento / identificación fiscal.
           05  Client-Address       PIC X(40).      *> Domicilio del cliente.
           05  Client-Phone         PIC X(15).      *> Teléfono de contacto.
           05  Client-Alert-Opt-Outs.               *> Avisos que el cliente no quiere recibir.
               10  Client-Opt-Out   PIC X(1) OCCURS 6 TIMES. *> 'S' = no enviar; 'N' = enviar.
      *>           Un indicador por evento, en este orden: 1 bloqueo por
      *>           PIN, 2 cuenta en descubierto, 3 transferencia
      *>           devuelta, 4 cuenta marcada inactiva, 5 orden
      *>           permanente sin fondos, 6 retiro importante.
