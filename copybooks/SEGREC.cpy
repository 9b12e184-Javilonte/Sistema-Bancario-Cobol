      *> Registro del log de seguridad compartido por el programa
      *> interactivo (que graba en seguridad.dat cada intento de PIN
      *> fallido, bloqueo y desbloqueo, cada ingreso de operador y
      *> cada aprobación de supervisor con quién la dio), la revisión
      *> mensual de inactivas (que graba cada cuenta que marca), el
      *> reporte diario de seguridad para auditoría y el extracto
      *> diario de avisos a clientes.
       01  SecurityLogRecord.
           05  Sec-Account-ID       PIC 9(5).       *> Cuenta sobre la que ocurrió el evento (0 si no aplica).
           05  Sec-Teller-ID        PIC X(8).       *> Cajero/terminal donde ocurrió (en el mantenimiento de
                                                      *> operadores, el operador afectado).
           05  Sec-Event            PIC X(1).       *> Tipo de evento registrado.
               88 Sec-Failed-PIN     VALUE 'F'.      *> Intento de PIN fallido.
               88 Sec-Locked         VALUE 'L'.      *> Cuenta bloqueada al tercer intento.
               88 Sec-Unlocked       VALUE 'U'.      *> Desbloqueo por supervisor.
               88 Sec-Reactivated    VALUE 'R'.      *> Reactivación de cuenta inactiva por supervisor.
               88 Sec-Signed-On      VALUE 'E'.      *> Ingreso de operador aceptado.
               88 Sec-Signon-Rejected VALUE 'N'.     *> Ingreso rechazado (desconocido, deshabilitado o clave).
               88 Sec-Approval-Rejected VALUE 'K'.   *> Aprobación de supervisor rechazada.
               88 Sec-Reversal-Approved VALUE 'V'.   *> Reverso de transacción aprobado.
               88 Sec-Product-Approved VALUE 'P'.    *> Ingreso al catálogo de productos aprobado.
               88 Sec-Operator-Changed VALUE 'M'.    *> Alta, baja o blanqueo de un operador.
               88 Sec-Term-Cancelled VALUE 'C'.      *> Cancelación anticipada de un plazo fijo aprobada.
               88 Sec-Dormant-Marked VALUE 'D'.      *> Cuenta marcada inactiva por la revisión mensual.
               88 Sec-Maint-Approved VALUE 'A'.      *> Ingreso al mantenimiento de cuentas aprobado.
               88 Sec-Merge-Approved VALUE 'G'.      *> Fusión de clientes aprobada.
               88 Sec-Loan-Approved  VALUE 'O'.      *> Otorgamiento de préstamo aprobado.
           05  Sec-Date-Time        PIC 9(14).      *> Fecha y hora del evento (AAAAMMDDHHMMSS).
           05  Sec-Approver-ID      PIC X(8).       *> Supervisor que aprobó (espacios si no requiere).
