       IDENTIFICATION DIVISION.
       PROGRAM-ID. Alert-Extract.

      *> Extracto diario de avisos a clientes para el proveedor de SMS
      *> y e-mail: junta los eventos de la fecha de proceso que el
      *> cliente tiene que conocer sin esperar a la ventanilla o al
      *> resumen y arma el archivo fechado alertas_AAAAMMDD.dat, una
      *> línea por evento con el código del evento, el cliente, la
      *> cuenta, el teléfono de clientes.dat, el monto y un texto.
      *> Los eventos salen de:
      *>   - seguridad.dat: cuentas bloqueadas por PIN (BLQ) y cuentas
      *>     marcadas inactivas por la revisión mensual (INA);
      *>   - transacciones.dat: retiros de Large-Withdrawal-Threshold
      *>     o más (RET) y transferencias interbancarias devueltas
      *>     (DEV, con el banco destino de transf_salida.dat);
      *>   - cuentas.dat: cuentas que empezaron el día con saldo
      *>     positivo o cero y lo terminan en descubierto (DES);
      *>   - ordenes_rechazadas.dat: órdenes permanentes rechazadas
      *>     por falta de fondos (ORD).
      *> No se le avisa al cliente que rechazó ese evento en sus
      *> preferencias, ni al que no tiene teléfono cargado; ambos se
      *> cuentan aparte. El archivo lleva cabecera (emisor SBALERTA,
      *> fecha y secuencia) y cola (cantidad y suma de montos) como
      *> las demás interfaces, y se genera siempre, aun sin avisos.
      *> La secuencia se toma de controlfeed.dat y se confirma recién
      *> al terminar, así una corrida caída y relanzada regenera el
      *> archivo con la misma secuencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Account-ID
               FILE STATUS IS Account-File-Status.
           SELECT OPTIONAL ClientFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Client-ID
               FILE STATUS IS Client-File-Status.
           SELECT OPTIONAL OutboundFile ASSIGN TO "transf_salida.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Out-Ref
               FILE STATUS IS Outbound-File-Status.
           SELECT OPTIONAL SecurityFile ASSIGN TO "seguridad.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OrderRejectFile
               ASSIGN TO "ordenes_rechazadas.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AlertFile ASSIGN USING Alert-File-Name
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FeedControlFile ASSIGN TO "controlfeed.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-Sender
               FILE STATUS IS Feed-Control-File-Status.
           SELECT OPTIONAL ProcDateFile ASSIGN TO "fechaproc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Proc-Key
               FILE STATUS IS Proc-Date-File-Status.
           SELECT OPTIONAL RunControlFile ASSIGN TO "runcontrol.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-Key
               FILE STATUS IS Run-Control-File-Status.
           SELECT SortWork ASSIGN TO "sortwork.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
           COPY ACCTREC.

       FD  ClientFile.
           COPY CLIENREC.

       FD  OutboundFile.
           COPY OUTREC.

       FD  SecurityFile.
           COPY SEGREC.

       FD  TransactionFile.
           COPY TRANREC.

       FD  OrderRejectFile.
           COPY ORDREJ.

       FD  AlertFile.
       01  AlertRecord          PIC X(86).        *> Línea del archivo de avisos para el proveedor.

       FD  FeedControlFile.
           COPY FEEDCTL.

       FD  ProcDateFile.
           COPY PROCDATE.

       FD  RunControlFile.
           COPY RUNCTL.

       SD  SortWork.
       01  Sort-Record.
           05  Sort-Account-ID      PIC 9(5).        *> Clave de ordenamiento: la cuenta.
           05  Sort-Amount          PIC S9(7)V99.    *> Movimiento firmado del día.

       WORKING-STORAGE SECTION.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Client-File-Status   PIC X(2).             *> Código de estado de E/S de ClientFile.
       01  Outbound-File-Status PIC X(2).             *> Código de estado de E/S de OutboundFile.
       01  Feed-Control-File-Status PIC X(2).         *> Código de estado de E/S de FeedControlFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Run-Control-File-Status PIC X(2).          *> Código de estado de E/S de RunControlFile.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso de la corrida.
       01  Already-Run          PIC X.                 *> 'Y' si este ciclo ya fue extraído antes.
       01  Run-Control-Job      PIC X(8) VALUE "ALERTAS ". *> Nombre de este trabajo en el control.
       01  Alert-Sender         PIC X(8) VALUE "SBALERTA". *> Nuestro código de emisor en la cabecera.
       01  Large-Withdrawal-Threshold PIC 9(7)V99 VALUE 5000.00. *> Retiro desde el que se avisa.
       01  Masters-Open         PIC X VALUE 'N'.       *> 'Y' si cuentas.dat y clientes.dat existen.
       01  Outbound-File-Open   PIC X VALUE 'N'.       *> 'Y' si transf_salida.dat existe y está abierto.
       01  End-Of-Log           PIC X VALUE 'N'.       *> Fin del recorrido del log de seguridad.
       01  End-Of-Trans         PIC X VALUE 'N'.       *> Fin del recorrido del log de transacciones.
       01  End-Of-Rejects       PIC X VALUE 'N'.       *> Fin del recorrido de órdenes rechazadas.
       01  Sort-Status          PIC X VALUE 'N'.       *> 'Y' cuando RETURN llega al final.
       01  Current-Account-ID   PIC 9(5).              *> Cuenta del corte en el control de descubierto.
       01  Day-Net              PIC S9(9)V99.          *> Neto de los movimientos del día de la cuenta.
           COPY ALERTEVT.
       01  Alert-Sub            PIC 9(1).              *> Evento del aviso que se está emitiendo.
       01  Alert-Account-ID     PIC 9(5).              *> Cuenta del aviso que se está emitiendo.
       01  Alert-Amount         PIC 9(7)V99.           *> Monto del aviso (0 si no aplica).
       01  Alert-Message        PIC X(40).             *> Texto del aviso para el cliente.
       01  Alert-Ref-Edit       PIC Z(8)9.             *> Número de orden o cuenta para el texto.
       01  Event-Count-Table.                          *> Resultado por evento para el resumen.
           05  Event-Count OCCURS 6 TIMES.
               10  Event-Sent       PIC 9(7).           *> Avisos escritos en el archivo.
               10  Event-Opted-Out  PIC 9(7).           *> Avisos que el cliente rechazó.
       01  Alerts-Written       PIC 9(7) VALUE 0.      *> Líneas de detalle del archivo.
       01  Alerts-Opted-Out     PIC 9(7) VALUE 0.      *> Avisos no enviados por preferencia del cliente.
       01  Alerts-No-Contact    PIC 9(7) VALUE 0.      *> Avisos sin cliente o sin teléfono.
       01  Alert-Amount-Total   PIC S9(9)V99 VALUE 0.  *> Suma de control de los montos.
       01  Alert-File-Seq       PIC 9(6).              *> Secuencia de archivo asignada a esta salida.
       01  Alert-File-Name.                            *> Nombre del archivo de avisos del día.
           05  FILLER           PIC X(8)
               VALUE "alertas_".
           05  Alert-File-Date  PIC 9(8).
           05  FILLER           PIC X(4) VALUE ".dat".

       01  Alert-Header-Line.                          *> Cabecera, igual a la de las demás interfaces.
           05  AH-Record-Type   PIC X(1) VALUE 'H'.
           05  AH-Sender        PIC X(8).
           05  AH-File-Date     PIC 9(8).
           05  AH-File-Seq      PIC 9(6).
           05  FILLER           PIC X(63) VALUE SPACES.

       01  Alert-Detail-Line.                          *> Un aviso por línea.
           05  AD-Record-Type   PIC X(1) VALUE 'D'.
           05  AD-Event-Code    PIC X(3).
           05  AD-Client-ID     PIC 9(5).
           05  AD-Account-ID    PIC 9(5).
           05  AD-Phone         PIC X(15).
           05  AD-Amount        PIC 9(7)V99.
           05  AD-Event-Date    PIC 9(8).
           05  AD-Message       PIC X(40).

       01  Alert-Trailer-Line.                         *> Cola con los totales de control.
           05  AT-Record-Type   PIC X(1) VALUE 'T'.
           05  AT-Rec-Count     PIC 9(7).
           05  AT-Amount-Hash   PIC S9(9)V99.
           05  FILLER           PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== EXTRACTO DE AVISOS A CLIENTES ====="
           PERFORM Get-Business-Date
           DISPLAY "Fecha de proceso: " Business-Date
           PERFORM Check-Run-Control
           IF Already-Run = 'Y'
               DISPLAY "El extracto de avisos ya fue generado para el"
                   " ciclo " Business-Date "; corrida rechazada."
           ELSE
               PERFORM Run-Alert-Extract
           END-IF
           CLOSE RunControlFile
           GOBACK.

       Run-Alert-Extract.
           INITIALIZE Event-Count-Table
           PERFORM Get-Alert-File-Seq
           MOVE Business-Date TO Alert-File-Date
           OPEN OUTPUT AlertFile
           MOVE Alert-Sender TO AH-Sender
           MOVE Business-Date TO AH-File-Date
           MOVE Alert-File-Seq TO AH-File-Seq
           WRITE AlertRecord FROM Alert-Header-Line
           PERFORM Open-Master-Files
           IF Masters-Open = 'Y'
               PERFORM Scan-Security-Log
               SORT SortWork
                   ON ASCENDING KEY Sort-Account-ID
                   INPUT PROCEDURE IS Scan-Day-Transactions
                   OUTPUT PROCEDURE IS Check-Overdrafts
               PERFORM Scan-Order-Rejects
               PERFORM Close-Master-Files
           END-IF
           MOVE Alerts-Written TO AT-Rec-Count
           MOVE Alert-Amount-Total TO AT-Amount-Hash
           WRITE AlertRecord FROM Alert-Trailer-Line
           CLOSE AlertFile
           PERFORM Show-Alert-Summary
           DISPLAY "Archivo generado: " Alert-File-Name
           PERFORM Commit-Alert-File-Seq
           PERFORM Mark-Run-Complete.

       Open-Master-Files.
           OPEN INPUT AccountFile
           OPEN INPUT ClientFile
           IF Account-File-Status = '35' OR Client-File-Status = '35'
               DISPLAY "No existe cuentas.dat o clientes.dat;"
                   " extracto vacío."
               IF Account-File-Status NOT = '35'
                   CLOSE AccountFile
               END-IF
               IF Client-File-Status NOT = '35'
                   CLOSE ClientFile
               END-IF
           ELSE
               MOVE 'Y' TO Masters-Open
               OPEN INPUT OutboundFile
               IF Outbound-File-Status NOT = '35'
                   MOVE 'Y' TO Outbound-File-Open
               END-IF
           END-IF.

       Close-Master-Files.
           IF Outbound-File-Open = 'Y'
               CLOSE OutboundFile
           END-IF
           CLOSE ClientFile
           CLOSE AccountFile.

       Scan-Security-Log.
           OPEN INPUT SecurityFile
           PERFORM UNTIL End-Of-Log = 'Y'
               READ SecurityFile
                   AT END
                       MOVE 'Y' TO End-Of-Log
                   NOT AT END
                       PERFORM Check-Security-Event
               END-READ
           END-PERFORM
           CLOSE SecurityFile.

       Check-Security-Event.
           IF Sec-Date-Time(1:8) = Business-Date         *> Solo los eventos de la fecha de proceso.
               MOVE Sec-Account-ID TO Alert-Account-ID
               MOVE 0 TO Alert-Amount
               EVALUATE TRUE
                   WHEN Sec-Locked
                       MOVE 1 TO Alert-Sub
                       MOVE "CUENTA BLOQUEADA; ACERQUESE A SUCURSAL"
                           TO Alert-Message
                       PERFORM Emit-Alert
                   WHEN Sec-Dormant-Marked
                       MOVE 4 TO Alert-Sub
                       MOVE "CUENTA INACTIVA; ACERQUESE A SUCURSAL"
                           TO Alert-Message
                       PERFORM Emit-Alert
                   WHEN OTHER
                       CONTINUE                         *> Los demás eventos no se avisan.
               END-EVALUATE
           END-IF.

       Scan-Day-Transactions.
      *>   Cada movimiento del día va al ordenamiento por cuenta para
      *>   el control de descubierto; de paso se avisan los retiros
      *>   importantes y las transferencias devueltas.
           OPEN INPUT TransactionFile
           PERFORM UNTIL End-Of-Trans = 'Y'
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO End-Of-Trans
                   NOT AT END
                       PERFORM Check-Day-Transaction
               END-READ
           END-PERFORM
           CLOSE TransactionFile.

       Check-Day-Transaction.
           IF Trans-Date-Time(1:8) = Business-Date
               MOVE Trans-Account-ID TO Sort-Account-ID
               MOVE Trans-Amount TO Sort-Amount
               RELEASE Sort-Record
               MOVE Trans-Account-ID TO Alert-Account-ID
               EVALUATE TRUE
                   WHEN Withdraw
                       IF Trans-Amount * -1 >=
                          Large-Withdrawal-Threshold
                           MOVE 6 TO Alert-Sub
                           COMPUTE Alert-Amount = Trans-Amount * -1
                           MOVE "RETIRO REGISTRADO EN SU CUENTA"
                               TO Alert-Message
                           PERFORM Emit-Alert
                       END-IF
                   WHEN Outbound-Return-Entry
                       MOVE 3 TO Alert-Sub
                       MOVE Trans-Amount TO Alert-Amount
                       PERFORM Describe-Returned-Transfer
                       PERFORM Emit-Alert
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       Describe-Returned-Transfer.
           MOVE "TRANSFERENCIA DEVUELTA Y REACREDITADA"
               TO Alert-Message
           IF Outbound-File-Open = 'Y'
               MOVE Trans-Reference TO Out-Ref          *> La devolución lleva la referencia de la salida.
               READ OutboundFile
                   NOT INVALID KEY
                       MOVE SPACES TO Alert-Message
                       STRING "TRANSF. DEVUELTA POR BANCO "
                           Out-Dest-Bank
                           DELIMITED BY SIZE INTO Alert-Message
               END-READ
           END-IF.

       Check-Overdrafts.
      *>   Con los movimientos del día agrupados por cuenta, el saldo
      *>   al abrir el día es el saldo actual menos el neto del día.
      *>   Se avisa solo a la cuenta que abrió sin deuda y cerró en
      *>   descubierto; la que ya venía en descubierto fue avisada el
      *>   día que entró.
           MOVE 0 TO Current-Account-ID
           MOVE 0 TO Day-Net
           PERFORM UNTIL Sort-Status = 'Y'
               RETURN SortWork
                   AT END
                       MOVE 'Y' TO Sort-Status
                   NOT AT END
                       PERFORM Add-Account-Movement
               END-RETURN
           END-PERFORM
           IF Current-Account-ID NOT = 0
               PERFORM Check-Account-Overdraft
           END-IF.

       Add-Account-Movement.
           IF Sort-Account-ID NOT = Current-Account-ID   *> Corte por cuenta.
               IF Current-Account-ID NOT = 0
                   PERFORM Check-Account-Overdraft
               END-IF
               MOVE Sort-Account-ID TO Current-Account-ID
               MOVE 0 TO Day-Net
           END-IF
           ADD Sort-Amount TO Day-Net.

       Check-Account-Overdraft.
           MOVE Current-Account-ID TO Account-ID
           READ AccountFile
               INVALID KEY
                   CONTINUE                             *> Cuenta cerrada en el día: nada que avisar.
               NOT INVALID KEY
                   IF Account-Balance < 0 AND
                      Account-Balance - Day-Net >= 0
                       MOVE 2 TO Alert-Sub
                       MOVE Current-Account-ID TO Alert-Account-ID
                       COMPUTE Alert-Amount = Account-Balance * -1
                       MOVE "SU CUENTA QUEDO EN DESCUBIERTO"
                           TO Alert-Message
                       PERFORM Emit-Alert
                   END-IF
           END-READ.

       Scan-Order-Rejects.
           OPEN INPUT OrderRejectFile
           PERFORM UNTIL End-Of-Rejects = 'Y'
               READ OrderRejectFile
                   AT END
                       MOVE 'Y' TO End-Of-Rejects
                   NOT AT END
                       PERFORM Check-Order-Reject
               END-READ
           END-PERFORM
           CLOSE OrderRejectFile.

       Check-Order-Reject.
           IF Rej-Date = Business-Date AND Rej-No-Funds   *> Solo la falta de fondos se avisa.
               MOVE 5 TO Alert-Sub
               MOVE Rej-Source-ID TO Alert-Account-ID
               MOVE Rej-Amount TO Alert-Amount
               MOVE Rej-Order-ID TO Alert-Ref-Edit
               MOVE SPACES TO Alert-Message
               STRING "ORDEN " Alert-Ref-Edit
                   " NO EJECUTADA POR FONDOS"
                   DELIMITED BY SIZE INTO Alert-Message
               PERFORM Emit-Alert
           END-IF.

       Emit-Alert.
      *>   Busca el titular de la cuenta y su teléfono, respeta sus
      *>   preferencias y escribe la línea del aviso.
           MOVE Alert-Account-ID TO Account-ID
           READ AccountFile
               INVALID KEY
                   MOVE 0 TO Client-ID
               NOT INVALID KEY
                   MOVE Account-Client-ID TO Client-ID
           END-READ
           IF Client-ID = 0
               ADD 1 TO Alerts-No-Contact                *> Cuenta sin cliente en el maestro.
           ELSE
               READ ClientFile
                   INVALID KEY
                       ADD 1 TO Alerts-No-Contact
                   NOT INVALID KEY
                       PERFORM Write-Client-Alert
               END-READ
           END-IF.

       Write-Client-Alert.
           IF Client-Phone = SPACES
               ADD 1 TO Alerts-No-Contact                *> Sin teléfono no hay a dónde avisar.
           ELSE
               IF Client-Opt-Out(Alert-Sub) = 'S'
                   ADD 1 TO Alerts-Opted-Out
                   ADD 1 TO Event-Opted-Out(Alert-Sub)
               ELSE
                   MOVE Alert-Event-Code(Alert-Sub) TO AD-Event-Code
                   MOVE Client-ID TO AD-Client-ID
                   MOVE Alert-Account-ID TO AD-Account-ID
                   MOVE Client-Phone TO AD-Phone
                   MOVE Alert-Amount TO AD-Amount
                   MOVE Business-Date TO AD-Event-Date
                   MOVE Alert-Message TO AD-Message
                   WRITE AlertRecord FROM Alert-Detail-Line
                   ADD 1 TO Alerts-Written
                   ADD 1 TO Event-Sent(Alert-Sub)
                   ADD Alert-Amount TO Alert-Amount-Total
               END-IF
           END-IF.

       Show-Alert-Summary.
           DISPLAY "-------- AVISOS POR EVENTO --------"
           PERFORM VARYING Alert-Sub FROM 1 BY 1
                   UNTIL Alert-Sub > 6
               DISPLAY Alert-Event-Code(Alert-Sub) " "
                   Alert-Event-Desc(Alert-Sub)
                   " Enviados: " Event-Sent(Alert-Sub)
                   " Rechazados: " Event-Opted-Out(Alert-Sub)
           END-PERFORM
           DISPLAY "Avisos en el archivo: " Alerts-Written
           DISPLAY "No enviados por preferencia: " Alerts-Opted-Out
           DISPLAY "Sin cliente o sin teléfono: " Alerts-No-Contact.

       Get-Alert-File-Seq.
      *>   Solo lee la próxima secuencia; se confirma al terminar, así
      *>   el relanzamiento de una corrida caída la vuelve a usar.
           OPEN I-O FeedControlFile
           IF Feed-Control-File-Status = '35'
               OPEN OUTPUT FeedControlFile
               CLOSE FeedControlFile
               OPEN I-O FeedControlFile
           END-IF
           MOVE Alert-Sender TO FC-Sender
           READ FeedControlFile
               INVALID KEY
                   MOVE 0 TO FC-Last-Assigned            *> Primer extracto del emisor SBALERTA.
                   MOVE 0 TO FC-Last-Accepted
                   WRITE FeedControlRecord
           END-READ
           COMPUTE Alert-File-Seq = FC-Last-Assigned + 1
           CLOSE FeedControlFile.

       Commit-Alert-File-Seq.
           OPEN I-O FeedControlFile
           MOVE Alert-Sender TO FC-Sender
           READ FeedControlFile
               NOT INVALID KEY
                   MOVE Alert-File-Seq TO FC-Last-Assigned
                   REWRITE FeedControlRecord
           END-READ
           CLOSE FeedControlFile.

       Get-Business-Date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Business-Date
           OPEN INPUT ProcDateFile
           MOVE '1' TO Proc-Key
           READ ProcDateFile
               INVALID KEY
                   DISPLAY "Sin fecha de proceso; usando fecha real."
               NOT INVALID KEY
                   MOVE Proc-Date TO Business-Date
           END-READ
           CLOSE ProcDateFile.

       Check-Run-Control.
           OPEN I-O RunControlFile
           IF Run-Control-File-Status = '35'
               OPEN OUTPUT RunControlFile
               CLOSE RunControlFile
               OPEN I-O RunControlFile
           END-IF
           MOVE Run-Control-Job TO RC-Job
           MOVE Business-Date TO RC-Cycle
           READ RunControlFile
               INVALID KEY
                   MOVE 'N' TO Already-Run
               NOT INVALID KEY
                   MOVE 'Y' TO Already-Run
           END-READ.

       Mark-Run-Complete.
           MOVE Run-Control-Job TO RC-Job            *> El ciclo queda marcado recién al completar bien.
           MOVE Business-Date TO RC-Cycle
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-Run-Date-Time
           WRITE RunControlRecord
               INVALID KEY
                   DISPLAY "Advertencia: no se pudo grabar el control"
                       " de corrida."
           END-WRITE.
