      *> Registro de auditoría de mantenimiento compartido por el
      *> programa interactivo, que agrega un registro a auditoria.dat
      *> por cada campo que cambia en el mantenimiento de clientes,
      *> cuentas, productos, órdenes permanentes y retenciones, con la
      *> imagen anterior y la posterior del campo, y el reporte diario
      *> de auditoría, que los lista por archivo y operador y marca los
      *> cambios sensibles para el visto del supervisor. Un alta deja
      *> la imagen anterior en blanco; la baja de un cliente fusionado
      *> deja el cliente que sobrevive como imagen posterior. El PIN
      *> nunca se graba: su blanqueo queda enmascarado. El archivo es
      *> secuencial y solo crece.
       01  AuditRecord.
           05  Aud-File             PIC X(8).       *> Archivo maestro tocado (CLIENTES, CUENTAS...).
           05  Aud-Key              PIC X(16).      *> Clave del registro en ese archivo.
           05  Aud-Action           PIC X(1).       *> Tipo de mantenimiento.
               88 Aud-Added          VALUE 'A'.      *> Alta del registro.
               88 Aud-Modified       VALUE 'M'.      *> Modificación de un registro existente.
               88 Aud-Removed        VALUE 'B'.      *> Baja del registro (cliente fusionado).
           05  Aud-Field            PIC X(16).      *> Campo que cambió.
           05  Aud-Before           PIC X(40).      *> Valor anterior (en blanco en un alta).
           05  Aud-After            PIC X(40).      *> Valor nuevo.
           05  Aud-Operator-ID      PIC X(8).       *> Operador en sesión que hizo el cambio.
           05  Aud-Approver-ID      PIC X(8).       *> Supervisor que lo aprobó, si la opción lo exige.
           05  Aud-Date-Time        PIC 9(14).      *> Fecha de proceso y hora real (AAAAMMDDHHMMSS).
           05  Aud-Sensitive        PIC X(1).       *> Marca de cambio sensible.
               88 Aud-Needs-Signoff  VALUE 'S'.      *> Documento fiscal, descubierto o tasas: requiere
                                                      *> el visto del supervisor en el reporte diario.
