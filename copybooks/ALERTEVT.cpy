      *> Tabla de eventos de aviso a clientes, compartida por el
      *> programa interactivo (donde el cliente elige qué avisos no
      *> quiere recibir) y el extracto diario de avisos para el
      *> proveedor de SMS y e-mail. El orden de la tabla es el de los
      *> indicadores Client-Opt-Out del maestro de clientes: la
      *> posición de un evento acá es la posición de su indicador.
       01  Alert-Event-Values.
           05  FILLER               PIC X(33)
               VALUE "BLQCUENTA BLOQUEADA POR PIN      ".
           05  FILLER               PIC X(33)
               VALUE "DESCUENTA EN DESCUBIERTO         ".
           05  FILLER               PIC X(33)
               VALUE "DEVTRANSFERENCIA DEVUELTA        ".
           05  FILLER               PIC X(33)
               VALUE "INACUENTA MARCADA INACTIVA       ".
           05  FILLER               PIC X(33)
               VALUE "ORDORDEN PERMANENTE SIN FONDOS   ".
           05  FILLER               PIC X(33)
               VALUE "RETRETIRO IMPORTANTE             ".
       01  Alert-Event-Table REDEFINES Alert-Event-Values.
           05  Alert-Event OCCURS 6 TIMES.
               10  Alert-Event-Code PIC X(3).       *> Código de evento en el archivo del proveedor.
               10  Alert-Event-Desc PIC X(30).      *> Descripción del evento.
