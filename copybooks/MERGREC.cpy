      *> Registro de fusión de clientes duplicados fusiones.dat,
      *> compartido por el programa interactivo, que lo graba al
      *> fusionar un cliente duplicado en el que sobrevive, y el
      *> reporte de clientes duplicados, que lista las fusiones ya
      *> hechas. Guarda la imagen completa del cliente dado de baja
      *> (que se borra de clientes.dat) y cuántas cuentas, plazos
      *> fijos y préstamos pasaron al cliente que sobrevive. El
      *> archivo es secuencial y solo crece.
       01  MergeRecord.
           05  Merge-Survivor-ID    PIC 9(5).       *> Cliente que sobrevive y recibe las cuentas.
           05  Merge-Duplicate-ID   PIC 9(5).       *> Cliente duplicado dado de baja.
           05  Merge-Duplicate-Name PIC X(30).      *> Datos que tenía el duplicado.
           05  Merge-Duplicate-Tax-ID PIC X(15).
           05  Merge-Duplicate-Address PIC X(40).
           05  Merge-Duplicate-Phone PIC X(15).
           05  Merge-Accounts-Moved PIC 9(5).       *> Cuentas reasignadas al que sobrevive.
           05  Merge-Terms-Moved    PIC 9(5).       *> Plazos fijos reasignados.
           05  Merge-Loans-Moved    PIC 9(5).       *> Préstamos reasignados.
           05  Merge-Operator-ID    PIC X(8).       *> Operador que hizo la fusión.
           05  Merge-Approver-ID    PIC X(8).       *> Supervisor que la aprobó.
           05  Merge-Date-Time      PIC 9(14).      *> Fecha de proceso y hora real (AAAAMMDDHHMMSS).
