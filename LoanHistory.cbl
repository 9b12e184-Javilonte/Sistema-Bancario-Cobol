       IDENTIFICATION DIVISION.
       PROGRAM-ID. Loan-History.

      *> Historial de pagos por préstamo: pide el número de préstamo,
      *> muestra sus condiciones y su situación actual de prestamos.dat
      *> y lista en orden cronológico los eventos de
      *> pagos_prestamos.dat (desembolso, cada cuota emitida a su
      *> vencimiento y cada cobro, total o parcial, con su división en
      *> capital e interés, el saldo que quedó, lo impago y los días de
      *> atraso), con los totales cobrados, para contestarle al
      *> cliente o a cobranzas sin reconstruir la cuenta a mano. Es
      *> una consulta: no modifica ningún archivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LoanFile ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-ID
               FILE STATUS IS Loan-File-Status.
           SELECT OPTIONAL LoanPaymentFile
               ASSIGN TO "pagos_prestamos.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
           COPY LOANREC.

       FD  LoanPaymentFile.
           COPY LOANPAY.

       WORKING-STORAGE SECTION.
       01  Loan-File-Status     PIC X(2).             *> Código de estado de E/S de LoanFile.
       01  Loan-Search-ID       PIC 9(9).              *> Préstamo pedido por el operador.
       01  Found-Loan           PIC X VALUE 'N'.       *> 'Y' si el préstamo existe en el maestro.
       01  End-Of-Payments      PIC X VALUE 'N'.       *> Fin del recorrido del historial.
       01  Event-Description    PIC X(13).             *> Tipo de evento en palabras.
       01  Events-Listed        PIC 9(5) VALUE 0.      *> Eventos del préstamo listados.
       01  Total-Principal-Paid PIC 9(9)V99 VALUE 0.   *> Capital cobrado en toda la vida del préstamo.
       01  Total-Interest-Paid  PIC 9(9)V99 VALUE 0.   *> Interés cobrado en toda la vida del préstamo.
       01  Prompt-Loan-ID       PIC X(32)
       VALUE "Ingrese número de préstamo:".

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== HISTORIAL DE PAGOS DE PRÉSTAMO ====="
           DISPLAY Prompt-Loan-ID
           ACCEPT Loan-Search-ID
           OPEN INPUT LoanFile
           IF Loan-File-Status = '35'
               DISPLAY "No existe prestamos.dat; no hay préstamos."
           ELSE
               MOVE Loan-Search-ID TO Loan-ID
               READ LoanFile
                   INVALID KEY
                       DISPLAY "Préstamo no encontrado."
                   NOT INVALID KEY
                       MOVE 'Y' TO Found-Loan
               END-READ
               CLOSE LoanFile
           END-IF
           IF Found-Loan = 'Y'
               PERFORM Show-Loan-Terms
               PERFORM List-Loan-Events
           END-IF
           STOP RUN.

       Show-Loan-Terms.
           DISPLAY "Préstamo " Loan-ID
               " Cuenta " Loan-Account-ID
               " Cliente " Loan-Client-ID
           DISPLAY "  Capital: " Loan-Principal
               " Tasa mensual: " Loan-Rate
               " Cuota: " Loan-Installment
               " x " Loan-Term
           DISPLAY "  Desembolso: " Loan-Disbursed-Date
               " por " Loan-Disbursed-By
               " aprobó " Loan-Approver-ID
           DISPLAY "  Saldo: " Loan-Balance
               " Impago: " Loan-Due-Principal " + " Loan-Due-Interest
               " Atraso: " Loan-Days-Past-Due " días"
           DISPLAY "  Cuotas emitidas: " Loan-Installments-Billed
               " Próx.venc.: " Loan-Next-Due-Date
               " Estado: " Loan-Status.

       List-Loan-Events.
           DISPLAY "-------- MOVIMIENTOS DEL PRÉSTAMO --------"
           OPEN INPUT LoanPaymentFile
           PERFORM UNTIL End-Of-Payments = 'Y'
               READ LoanPaymentFile
                   AT END
                       MOVE 'Y' TO End-Of-Payments
                   NOT AT END
                       IF Pay-Loan-ID = Loan-Search-ID
                           PERFORM Show-Loan-Event
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanPaymentFile
           DISPLAY "Eventos listados: " Events-Listed
           DISPLAY "Capital cobrado: " Total-Principal-Paid
           DISPLAY "Interés cobrado: " Total-Interest-Paid.

       Show-Loan-Event.
           EVALUATE TRUE
               WHEN Pay-Disbursement
                   MOVE "DESEMBOLSO" TO Event-Description
               WHEN Pay-Billing
                   MOVE "CUOTA EMITIDA" TO Event-Description
               WHEN Pay-Collection
                   MOVE "COBRO" TO Event-Description
                   ADD Pay-Principal TO Total-Principal-Paid
                   ADD Pay-Interest TO Total-Interest-Paid
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO Event-Description
           END-EVALUATE
           DISPLAY Pay-Date " " Event-Description
               " Capital " Pay-Principal
               " Interés " Pay-Interest
               " Saldo " Pay-Balance-After
               " Impago " Pay-Arrears-After
               " Atraso " Pay-Days-Past-Due
           ADD 1 TO Events-Listed.
