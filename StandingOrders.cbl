      *> la transferencia con una referencia compartida tomada de
      *> translogseq.dat, igual que la transferencia de ventanilla.
      *> Las órdenes que no pueden ejecutarse (cuenta inexistente o
      *> fondos insuficientes aun con el descubierto) se reportan,
      *> se agregan con su motivo a ordenes_rechazadas.dat (de donde
      *> el extracto diario de avisos le avisa al cliente las que
      *> fallaron por fondos) y quedan para que ventanilla las
      *> resuelva con el cliente. Una
      *> orden con día 29, 30 o 31 solo vence en los meses que tienen
      *> ese día.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.
           SELECT OPTIONAL OrderRejectFile
               ASSIGN TO "ordenes_rechazadas.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HoldFile.
           COPY HOLDREC.

       FD  OrderRejectFile.
           COPY ORDREJ.

       WORKING-STORAGE SECTION.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Order-File-Status    PIC X(2).             *> Código de estado de E/S de OrderFile.
       01  Holds-Account-ID     PIC 9(5).              *> Cuenta cuyas retenciones se suman.
       01  Open-Holds-Total     PIC 9(9)V99.           *> Suma de retenciones abiertas de la cuenta.
       01  End-Of-Holds         PIC X.                 *> Fin del recorrido de retenciones de la cuenta.
       01  Reject-Reason        PIC X(1).              *> Motivo del rechazo de la orden actual.

       PROCEDURE DIVISION.
       Main-Logic.
               INVALID KEY
                   DISPLAY "Orden " Order-ID " cuenta origen "
                       Order-Source-ID " no existe"
                   MOVE 'O' TO Reject-Reason
                   PERFORM Record-Order-Rejection
               NOT INVALID KEY
                   IF Account-Dormant                   *> Una cuenta inactiva no admite el débito de la orden.
                       DISPLAY "Orden " Order-ID " cuenta origen "
                           Order-Source-ID " inactiva"
                       MOVE 'I' TO Reject-Reason
                       PERFORM Record-Order-Rejection
                   ELSE
                       PERFORM Validate-Order-Funds
                   END-IF
                  - Open-Holds-Total                   *> El descubierto cuenta como fondos, neto de retenciones.
               DISPLAY "Orden " Order-ID " cuenta origen "
                   Order-Source-ID " sin fondos suficientes"
               MOVE 'F' TO Reject-Reason
               PERFORM Record-Order-Rejection
           ELSE
               PERFORM Validate-Order-Destination
           END-IF.

       Record-Order-Rejection.
           MOVE Order-ID TO Rej-Order-ID
           MOVE Order-Source-ID TO Rej-Source-ID
           MOVE Order-Dest-ID TO Rej-Dest-ID
           MOVE Order-Amount TO Rej-Amount
           MOVE Run-Date TO Rej-Date
           MOVE Reject-Reason TO Rej-Reason
           OPEN EXTEND OrderRejectFile
           WRITE OrderRejectRecord
           CLOSE OrderRejectFile
           ADD 1 TO Orders-Rejected.

       Open-Hold-File.
           OPEN INPUT HoldFile                         *> Solo se consultan; el alta es de ventanilla.
           IF Hold-File-Status = '35'
               INVALID KEY
                   DISPLAY "Orden " Order-ID " cuenta destino "
                       Order-Dest-ID " no existe"
                   MOVE 'D' TO Reject-Reason
                   PERFORM Record-Order-Rejection
               NOT INVALID KEY
                   PERFORM Post-Order-Legs
           END-READ.
