      *> Registro de operador compartido por los programas que leen o
      *> escriben operadores.dat (el maestro de operadores): el
      *> programa interactivo, que valida el ingreso de cada sesión
      *> contra este maestro, toma de acá el rol que habilita las
      *> opciones de supervisor y registra las altas, bajas y
      *> blanqueos de clave desde su pantalla de mantenimiento. El ID
      *> de operador es el mismo Teller-ID que queda en cada
      *> transacción, caja y evento de seguridad.
       01  OperatorRecord.
           05  Oper-ID              PIC X(8).       *> ID del operador (clave del maestro).
           05  Oper-Name            PIC X(30).      *> Nombre completo del operador.
           05  Oper-Password        PIC X(8).       *> Clave de ingreso del operador.
           05  Oper-Role            PIC X(1).       *> Rol que habilita las opciones del menú.
               88 Oper-Teller        VALUE 'C'.      *> Cajero: opciones de ventanilla.
               88 Oper-Supervisor    VALUE 'S'.      *> Supervisor: aprueba las opciones de supervisor.
               88 Oper-Operations    VALUE 'O'.      *> Operaciones: trastienda, sin caja de efectivo.
           05  Oper-Status          PIC X(1).       *> Estado del operador.
               88 Oper-Active        VALUE 'A'.      *> Habilitado para ingresar.
               88 Oper-Disabled      VALUE 'I'.      *> Deshabilitado: se rechaza su ingreso.
           05  Oper-Password-Reset  PIC X(1).       *> 'R' = clave blanqueada; se cambia al ingresar.
               88 Oper-Must-Change   VALUE 'R'.
           05  Oper-Last-Change     PIC 9(8).       *> Fecha de proceso del último alta/baja/blanqueo.
           05  Oper-Changed-By      PIC X(8).       *> Supervisor que hizo el último cambio.
