       IDENTIFICATION DIVISION.
       PROGRAM-ID. Security-Report.

      *> Reporte diario de seguridad para auditoría: recorre
      *> seguridad.dat e imprime cada evento de la fecha pedida
      *> (intento de PIN fallido, bloqueo, desbloqueo, reactivación,
      *> ingresos de operador aceptados y rechazados, aprobaciones de
      *> supervisor, mantenimiento de operadores y de cuentas,
      *> fusiones de clientes, préstamos otorgados, cancelaciones
      *> anticipadas de plazos fijos y cuentas marcadas inactivas por
      *> la revisión mensual) con cuenta, cajero, hora y el supervisor
      *> que aprobó, más los totales del día. Es
      *> el respaldo que los auditores pidieron frente al reintento
      *> ilimitado de PIN y a la clave de supervisor compartida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  Locked-Count         PIC 9(7) VALUE 0.      *> Bloqueos de la fecha.
       01  Unlocked-Count       PIC 9(7) VALUE 0.      *> Desbloqueos de la fecha.
       01  Reactivated-Count    PIC 9(7) VALUE 0.      *> Reactivaciones de cuentas inactivas de la fecha.
       01  Signon-Count         PIC 9(7) VALUE 0.      *> Ingresos de operador aceptados de la fecha.
       01  Signon-Rejected-Count PIC 9(7) VALUE 0.     *> Ingresos de operador rechazados de la fecha.
       01  Approval-Rejected-Count PIC 9(7) VALUE 0.   *> Aprobaciones de supervisor rechazadas.
       01  Reversal-Count       PIC 9(7) VALUE 0.      *> Reversos aprobados de la fecha.
       01  Product-Access-Count PIC 9(7) VALUE 0.      *> Ingresos aprobados al catálogo de productos.
       01  Operator-Change-Count PIC 9(7) VALUE 0.     *> Altas, bajas y blanqueos de operadores.
       01  Term-Cancel-Count    PIC 9(7) VALUE 0.      *> Cancelaciones anticipadas de plazos fijos.
       01  Dormant-Marked-Count PIC 9(7) VALUE 0.      *> Cuentas marcadas inactivas de la fecha.
       01  Account-Maint-Count  PIC 9(7) VALUE 0.      *> Ingresos aprobados al mantenimiento de cuentas.
       01  Client-Merge-Count   PIC 9(7) VALUE 0.      *> Fusiones de clientes aprobadas.
       01  Loan-Approved-Count  PIC 9(7) VALUE 0.      *> Préstamos otorgados con aprobación.
       01  Event-Description    PIC X(20).             *> Descripción legible del evento.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== REPORTE DE SEGURIDAD ====="
           DISPLAY "Ingrese fecha del reporte (AAAAMMDD):"
           ACCEPT Report-Date
           OPEN INPUT SecurityFile
           DISPLAY "Cuentas bloqueadas: " Locked-Count
           DISPLAY "Desbloqueos: " Unlocked-Count
           DISPLAY "Reactivaciones: " Reactivated-Count
           DISPLAY "Ingresos de operador: " Signon-Count
           DISPLAY "Ingresos rechazados: " Signon-Rejected-Count
           DISPLAY "Aprobaciones rechazadas: " Approval-Rejected-Count
           DISPLAY "Reversos aprobados: " Reversal-Count
           DISPLAY "Ingresos al catálogo: " Product-Access-Count
           DISPLAY "Cambios de operadores: " Operator-Change-Count
           DISPLAY "Plazos cancelados: " Term-Cancel-Count
           DISPLAY "Marcadas inactivas: " Dormant-Marked-Count
           DISPLAY "Mantenimiento de cuentas: " Account-Maint-Count
           DISPLAY "Fusiones de clientes: " Client-Merge-Count
           DISPLAY "Préstamos otorgados: " Loan-Approved-Count
           STOP RUN.

       Print-Security-Event.
                   " Cajero: " Sec-Teller-ID
                   " Evento: " Event-Description
                   " Fecha: " Sec-Date-Time
                   " Aprobó: " Sec-Approver-ID
           END-IF.

       Describe-Security-Event.
               WHEN Sec-Reactivated
                   MOVE "REACTIVACION" TO Event-Description
                   ADD 1 TO Reactivated-Count
               WHEN Sec-Signed-On
                   MOVE "INGRESO OPERADOR" TO Event-Description
                   ADD 1 TO Signon-Count
               WHEN Sec-Signon-Rejected
                   MOVE "INGRESO RECHAZADO" TO Event-Description
                   ADD 1 TO Signon-Rejected-Count
               WHEN Sec-Approval-Rejected
                   MOVE "APROBACION RECHAZADA" TO Event-Description
                   ADD 1 TO Approval-Rejected-Count
               WHEN Sec-Reversal-Approved
                   MOVE "REVERSO APROBADO" TO Event-Description
                   ADD 1 TO Reversal-Count
               WHEN Sec-Product-Approved
                   MOVE "CATALOGO PRODUCTOS" TO Event-Description
                   ADD 1 TO Product-Access-Count
               WHEN Sec-Operator-Changed
                   MOVE "CAMBIO DE OPERADOR" TO Event-Description
                   ADD 1 TO Operator-Change-Count
               WHEN Sec-Term-Cancelled
                   MOVE "CANCELACION PLAZO" TO Event-Description
                   ADD 1 TO Term-Cancel-Count
               WHEN Sec-Dormant-Marked
                   MOVE "MARCADA INACTIVA" TO Event-Description
                   ADD 1 TO Dormant-Marked-Count
               WHEN Sec-Maint-Approved
                   MOVE "MANTENIMIENTO CUENTA" TO Event-Description
                   ADD 1 TO Account-Maint-Count
               WHEN Sec-Merge-Approved
                   MOVE "FUSION DE CLIENTES" TO Event-Description
                   ADD 1 TO Client-Merge-Count
               WHEN Sec-Loan-Approved
                   MOVE "PRESTAMO OTORGADO" TO Event-Description
                   ADD 1 TO Loan-Approved-Count
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO Event-Description
           END-EVALUATE.
