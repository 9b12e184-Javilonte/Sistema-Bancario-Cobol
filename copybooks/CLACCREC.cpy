      *> Registro de cuenta archivada, compartido por los programas que
      *> leen o escriben cuentas_cerradas.dat (el cierre de cuentas, la
      *> conciliación diaria y el reporte mensual de cartera por
      *> producto).
       01  ClosedAccountRecord.
           05  CA-Account-ID            PIC 9(5).      *> ID de la cuenta cerrada.
           05  CA-Account-Holder        PIC X(30).     *> Nombre del titular.
           05  CA-Account-Credit-Limit  PIC 9(7)V99.   *> Límite de descubierto que tenía la cuenta.
           05  CA-Account-PIN           PIC 9(4).      *> PIN que tenía la cuenta.
           05  CA-Closed-Date-Time      PIC 9(14).     *> Fecha y hora del cierre (AAAAMMDDHHMMSS).
           05  CA-Account-Product-Code  PIC X(4).      *> Producto que tenía la cuenta (blanco si se cerró
                                                        *> antes de registrarse).
