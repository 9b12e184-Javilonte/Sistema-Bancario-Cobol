       IDENTIFICATION DIVISION.
       PROGRAM-ID. Loan-Collection.

      *> Proceso batch diario de cobro de cuotas de préstamos: recorre
      *> prestamos.dat y, para cada préstamo vigente:
      *>   1. emite las cuotas cuyo vencimiento llegó a la fecha de
      *>      proceso (una por mes; si la cadena estuvo parada emite
      *>      todas las atrasadas), dividiendo cada cuota fija en el
      *>      interés del mes sobre el capital adeudado y el resto como
      *>      amortización de capital; la última cuota ajusta el
      *>      capital que falte;
      *>   2. debita de la cuenta de cobro lo emitido e impago, hasta
      *>      donde alcanzan los fondos disponibles (saldo más
      *>      descubierto autorizado, menos las retenciones abiertas),
      *>      aplicando primero al interés ('K') y después al capital
      *>      ('A'); si no alcanza cobra lo que hay (pago parcial);
      *>   3. calcula los días de atraso desde el vencimiento de la
      *>      cuota impaga más vieja, que el reporte de mora agrupa en
      *>      tramos de 30, 60 y 90 días.
      *> Cada cuota emitida y cada cobro quedan en pagos_prestamos.dat
      *> para el historial por préstamo, y todos los movimientos llevan
      *> el número de préstamo como referencia. El préstamo pagado por
      *> completo queda cancelado. Una cuenta de cobro inexistente se
      *> informa y el préstamo sigue envejeciendo. Corre en la cadena
      *> nocturna antes de la conciliación y del extracto para el
      *> mayor, para que los cobros entren en el log del día.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LoanFile ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-ID
               FILE STATUS IS Loan-File-Status.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Account-ID
               FILE STATUS IS Account-File-Status.
           SELECT OPTIONAL HoldFile ASSIGN TO "retenciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LoanPaymentFile
               ASSIGN TO "pagos_prestamos.dat"
               ORGANIZATION IS SEQUENTIAL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
           COPY LOANREC.

       FD  AccountFile.
           COPY ACCTREC.

       FD  HoldFile.
           COPY HOLDREC.

       FD  TransactionFile.
           COPY TRANREC.

       FD  LoanPaymentFile.
           COPY LOANPAY.

       FD  ProcDateFile.
           COPY PROCDATE.

       FD  RunControlFile.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  Loan-File-Status     PIC X(2).             *> Código de estado de E/S de LoanFile.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Hold-File-Status     PIC X(2).             *> Código de estado de E/S de HoldFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Run-Control-File-Status PIC X(2).          *> Código de estado de E/S de RunControlFile.
       01  Hold-File-Open       PIC X VALUE 'N'.       *> 'Y' si retenciones.dat existe y está abierto.
       01  Holds-Account-ID     PIC 9(5).              *> Cuenta cuyas retenciones se suman.
       01  Open-Holds-Total     PIC 9(9)V99.           *> Suma de retenciones abiertas de la cuenta.
       01  End-Of-Holds         PIC X.                 *> Fin del recorrido de retenciones de la cuenta.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso de la corrida.
       01  Already-Run          PIC X.                 *> 'Y' si este ciclo ya fue completado antes.
       01  Run-Control-Job      PIC X(8) VALUE "PRESTAMO". *> Nombre de este trabajo en el control.
       01  Batch-Teller-ID      PIC X(8) VALUE "BATCHPRE". *> Origen batch de los cobros de cuotas.
       01  End-Of-Loans         PIC X VALUE 'N'.       *> Fin del recorrido de préstamos.
       01  Bill-Interest        PIC S9(7)V99.          *> Interés de la cuota que se emite.
       01  Bill-Principal       PIC S9(7)V99.          *> Capital de la cuota que se emite.
       01  Unbilled-Principal   PIC S9(7)V99.          *> Capital adeudado todavía no emitido.
       01  Amount-Due           PIC 9(7)V99.           *> Cuotas emitidas e impagas del préstamo.
       01  Available-Funds      PIC S9(9)V99.          *> Disponible de la cuenta de cobro.
       01  Collect-Amount       PIC 9(7)V99.           *> Lo que se debita en esta corrida.
       01  Interest-Paid        PIC 9(7)V99.           *> Parte del cobro aplicada al interés.
       01  Principal-Paid       PIC 9(7)V99.           *> Parte del cobro aplicada al capital.
       01  Unpaid-Count         PIC 9(3).              *> Cuotas impagas, para ubicar la más vieja.
       01  Past-Due-Days        PIC S9(7).             *> Días de atraso calculados.
       01  Due-Date-Work.                              *> Vencimiento que se corre de a un mes.
           05  Due-Year         PIC 9(4).
           05  Due-Month        PIC 9(2).
           05  Due-Day          PIC 9(2).
       01  Loans-Reviewed       PIC 9(7) VALUE 0.      *> Préstamos vigentes revisados.
       01  Installments-Issued  PIC 9(7) VALUE 0.      *> Cuotas emitidas en la corrida.
       01  Full-Collections     PIC 9(7) VALUE 0.      *> Préstamos cobrados por completo.
       01  Partial-Collections  PIC 9(7) VALUE 0.      *> Préstamos con cobro parcial.
       01  Loans-Unpaid         PIC 9(7) VALUE 0.      *> Préstamos con cuotas impagas tras el cobro.
       01  Loans-Paid-Off       PIC 9(7) VALUE 0.      *> Préstamos cancelados en la corrida.
       01  Loans-No-Account     PIC 9(7) VALUE 0.      *> Préstamos sin cuenta de cobro.
       01  Total-Principal-Paid PIC 9(11)V99 VALUE 0.  *> Capital cobrado en la corrida.
       01  Total-Interest-Paid  PIC 9(11)V99 VALUE 0.  *> Interés cobrado en la corrida.
       01  Total-Arrears        PIC 9(11)V99 VALUE 0.  *> Cuotas impagas al cierre de la corrida.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== COBRO DIARIO DE CUOTAS DE PRÉSTAMOS ====="
           PERFORM Get-Business-Date
           PERFORM Check-Run-Control
           IF Already-Run = 'Y'
               DISPLAY "El cobro de cuotas ya fue completado para el"
                   " ciclo " Business-Date "; corrida rechazada."
           ELSE
               PERFORM Run-Loan-Collection
           END-IF
           CLOSE RunControlFile
           GOBACK.

       Run-Loan-Collection.
           OPEN I-O LoanFile
           IF Loan-File-Status = '35'
               DISPLAY "No existe prestamos.dat; nada que cobrar."
           ELSE
               OPEN I-O AccountFile
               PERFORM Open-Hold-File
               MOVE 'N' TO End-Of-Loans
               PERFORM UNTIL End-Of-Loans = 'Y'
                   READ LoanFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Loans
                       NOT AT END
                           PERFORM Review-Loan
                   END-READ
               END-PERFORM
               IF Hold-File-Open = 'Y'
                   CLOSE HoldFile
               END-IF
               CLOSE AccountFile
               CLOSE LoanFile
           END-IF
           PERFORM Mark-Run-Complete            *> Sin préstamos el día igual queda cerrado.
           DISPLAY "Préstamos vigentes revisados: " Loans-Reviewed
           DISPLAY "Cuotas emitidas: " Installments-Issued
           DISPLAY "Cobros completos: " Full-Collections
           DISPLAY "Cobros parciales: " Partial-Collections
           DISPLAY "Préstamos con cuotas impagas: " Loans-Unpaid
           DISPLAY "Préstamos cancelados: " Loans-Paid-Off
           DISPLAY "Préstamos sin cuenta de cobro: " Loans-No-Account
           DISPLAY "Capital cobrado: " Total-Principal-Paid
           DISPLAY "Interés cobrado: " Total-Interest-Paid
           DISPLAY "Cuotas impagas al cierre: " Total-Arrears.

       Open-Hold-File.
           OPEN INPUT HoldFile                         *> Solo se consultan; el alta es de ventanilla.
           IF Hold-File-Status = '35'
               MOVE 'N' TO Hold-File-Open              *> Sin archivo de retenciones: nada que restar.
           ELSE
               MOVE 'Y' TO Hold-File-Open
           END-IF.

       Review-Loan.
           IF Loan-Active
               ADD 1 TO Loans-Reviewed
               PERFORM Bill-Installment
                   UNTIL Loan-Next-Due-Date > Business-Date
                      OR Loan-Installments-Billed >= Loan-Term
               MOVE 0 TO Collect-Amount
               COMPUTE Amount-Due =
                   Loan-Due-Principal + Loan-Due-Interest
               IF Amount-Due > 0
                   MOVE Loan-Account-ID TO Account-ID
                   READ AccountFile
                       INVALID KEY
                           DISPLAY "SIN CUENTA: préstamo " Loan-ID
                               " cuenta " Loan-Account-ID
                           ADD 1 TO Loans-No-Account
                       NOT INVALID KEY
                           PERFORM Collect-Installments
                   END-READ
               END-IF
               PERFORM Compute-Days-Past-Due
               IF Collect-Amount > 0
                   MOVE 'C' TO Pay-Event
                   MOVE Principal-Paid TO Pay-Principal
                   MOVE Interest-Paid TO Pay-Interest
                   PERFORM Write-Payment-History
               END-IF
               IF Loan-Balance = 0 AND Loan-Due-Interest = 0
                   MOVE 'C' TO Loan-Status               *> Capital e interés pagados: préstamo cancelado.
                   ADD 1 TO Loans-Paid-Off
                   DISPLAY "Cancelado: préstamo " Loan-ID
                       " cuenta " Loan-Account-ID
               END-IF
               REWRITE LoanRecord
           END-IF.

       Bill-Installment.
      *>   Sistema francés: el interés del mes es el capital adeudado
      *>   por la tasa mensual y el resto de la cuota fija amortiza
      *>   capital. La última cuota toma todo el capital que falte.
           COMPUTE Bill-Interest ROUNDED = Loan-Balance * Loan-Rate
           COMPUTE Bill-Principal = Loan-Installment - Bill-Interest
           COMPUTE Unbilled-Principal =
               Loan-Balance - Loan-Due-Principal
           IF Bill-Principal < 0
               MOVE 0 TO Bill-Principal           *> Con mucho atraso el interés puede superar la cuota.
           END-IF
           IF Bill-Principal > Unbilled-Principal OR
              Loan-Installments-Billed + 1 >= Loan-Term
               MOVE Unbilled-Principal TO Bill-Principal
           END-IF
           ADD Bill-Principal TO Loan-Due-Principal
           ADD Bill-Interest TO Loan-Due-Interest
           ADD 1 TO Loan-Installments-Billed
           ADD 1 TO Installments-Issued
           MOVE Loan-Next-Due-Date TO Due-Date-Work
           ADD 1 TO Due-Month                            *> La próxima cuota vence el mismo día del mes siguiente.
           IF Due-Month > 12
               MOVE 1 TO Due-Month
               ADD 1 TO Due-Year
           END-IF
           MOVE Due-Date-Work TO Loan-Next-Due-Date
           MOVE 'F' TO Pay-Event
           MOVE Bill-Principal TO Pay-Principal
           MOVE Bill-Interest TO Pay-Interest
           PERFORM Write-Payment-History.

       Collect-Installments.
           MOVE Loan-Account-ID TO Holds-Account-ID
           PERFORM Sum-Open-Holds                      *> Las retenciones abiertas restan del disponible.
           COMPUTE Available-Funds =
               Account-Balance + Account-Credit-Limit
               - Open-Holds-Total                      *> El descubierto cuenta como fondos, neto de retenciones.
           IF Available-Funds >= Amount-Due
               MOVE Amount-Due TO Collect-Amount
               ADD 1 TO Full-Collections
           ELSE IF Available-Funds > 0
               MOVE Available-Funds TO Collect-Amount    *> Cobra lo que hay: pago parcial.
               ADD 1 TO Partial-Collections
           END-IF
           END-IF
           IF Collect-Amount > 0
               IF Collect-Amount > Loan-Due-Interest     *> Primero el interés, después el capital.
                   MOVE Loan-Due-Interest TO Interest-Paid
               ELSE
                   MOVE Collect-Amount TO Interest-Paid
               END-IF
               COMPUTE Principal-Paid = Collect-Amount - Interest-Paid
               SUBTRACT Interest-Paid FROM Loan-Due-Interest
               SUBTRACT Principal-Paid FROM Loan-Due-Principal
               SUBTRACT Principal-Paid FROM Loan-Balance
               SUBTRACT Collect-Amount FROM Account-Balance
               REWRITE AccountRecord
               IF Interest-Paid > 0
                   MOVE 'K' TO Trans-Type
                   COMPUTE Trans-Amount = Interest-Paid * -1
                   PERFORM Post-Loan-Transaction
               END-IF
               IF Principal-Paid > 0
                   MOVE 'A' TO Trans-Type
                   COMPUTE Trans-Amount = Principal-Paid * -1
                   PERFORM Post-Loan-Transaction
               END-IF
               ADD Interest-Paid TO Total-Interest-Paid
               ADD Principal-Paid TO Total-Principal-Paid
           END-IF.

       Compute-Days-Past-Due.
      *>   La cuota impaga más vieja se ubica contando hacia atrás,
      *>   desde la próxima a emitir, tantos meses como cuotas enteras
      *>   o parciales quedan impagas.
           COMPUTE Amount-Due = Loan-Due-Principal + Loan-Due-Interest
           IF Amount-Due = 0
               MOVE 0 TO Loan-Oldest-Due-Date
               MOVE 0 TO Loan-Days-Past-Due
           ELSE
               COMPUTE Unpaid-Count =
                   (Amount-Due + Loan-Installment - 0.01)
                   / Loan-Installment
               IF Unpaid-Count > Loan-Installments-Billed
                   MOVE Loan-Installments-Billed TO Unpaid-Count
               END-IF
               IF Unpaid-Count = 0
                   MOVE 1 TO Unpaid-Count
               END-IF
               MOVE Loan-Next-Due-Date TO Due-Date-Work
               PERFORM Step-Back-One-Month Unpaid-Count TIMES
               MOVE Due-Date-Work TO Loan-Oldest-Due-Date
               COMPUTE Past-Due-Days =
                   FUNCTION INTEGER-OF-DATE(Business-Date)
                   - FUNCTION INTEGER-OF-DATE(Loan-Oldest-Due-Date)
               IF Past-Due-Days < 0
                   MOVE 0 TO Past-Due-Days
               END-IF
               IF Past-Due-Days > 9999
                   MOVE 9999 TO Past-Due-Days
               END-IF
               MOVE Past-Due-Days TO Loan-Days-Past-Due
               ADD 1 TO Loans-Unpaid
               ADD Amount-Due TO Total-Arrears
               DISPLAY "IMPAGO: préstamo " Loan-ID
                   " cuenta " Loan-Account-ID
                   " adeudado " Amount-Due
                   " atraso " Loan-Days-Past-Due " días"
           END-IF.

       Step-Back-One-Month.
           IF Due-Month = 1
               MOVE 12 TO Due-Month
               SUBTRACT 1 FROM Due-Year
           ELSE
               SUBTRACT 1 FROM Due-Month
           END-IF.

       Write-Payment-History.
           MOVE Loan-ID TO Pay-Loan-ID
           MOVE Business-Date TO Pay-Date
           MOVE Loan-Balance TO Pay-Balance-After
           COMPUTE Pay-Arrears-After =
               Loan-Due-Principal + Loan-Due-Interest
           MOVE Loan-Days-Past-Due TO Pay-Days-Past-Due
           OPEN EXTEND LoanPaymentFile
           WRITE LoanPaymentRecord
           CLOSE LoanPaymentFile.

       Post-Loan-Transaction.
           MOVE Account-ID TO Trans-Account-ID
           MOVE Loan-ID TO Trans-Reference               *> Todos los movimientos apuntan al préstamo.
           MOVE Batch-Teller-ID TO Trans-Teller-ID
           MOVE Business-Date TO Trans-Date-Time(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO Trans-Date-Time(9:6)
           OPEN EXTEND TransactionFile
           WRITE TransactionRecord
           CLOSE TransactionFile.

       Sum-Open-Holds.
           MOVE 0 TO Open-Holds-Total
           IF Hold-File-Open = 'Y'
               MOVE 'N' TO End-Of-Holds
               MOVE Holds-Account-ID TO Hold-Account-ID
               MOVE 0 TO Hold-Seq
               START HoldFile KEY >= Hold-Key          *> Se posiciona en la primera retención de la cuenta.
                   INVALID KEY
                       MOVE 'Y' TO End-Of-Holds
               END-START
               PERFORM UNTIL End-Of-Holds = 'Y'
                   READ HoldFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Holds
                       NOT AT END
                           PERFORM Add-Open-Hold
                   END-READ
               END-PERFORM
           END-IF.

       Add-Open-Hold.
           IF Hold-Account-ID NOT = Holds-Account-ID   *> Se terminaron las retenciones de la cuenta.
               MOVE 'Y' TO End-Of-Holds
           ELSE
               IF Hold-Open AND Hold-Expiry-Date >= Business-Date
                   ADD Hold-Amount TO Open-Holds-Total *> Solo las abiertas y no vencidas restan.
               END-IF
           END-IF.

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
