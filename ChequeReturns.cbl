       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cheque-Returns.

      *> Proceso de rechazos y liberación de cheques al canje: lee el
      *> archivo de cheques rechazados que manda la cámara
      *> compensadora (cheques_rechazados.dat, una línea por cheque
      *> con su referencia y el motivo), debita de vuelta cada monto a
      *> la cuenta que lo depositó con una transacción 'H' que lleva
      *> en Trans-Reference la referencia del cheque, levanta la
      *> retención del cheque y lo marca como rechazado en
      *> cheques.dat. El débito se asienta aunque deje la cuenta por
      *> debajo del descubierto o la cuenta esté inactiva: el crédito
      *> original no tuvo fondos detrás; esos casos se listan para que
      *> ventanilla los gestione. Un rechazo que llega después de que
      *> el cheque quedó firme también se debita y se reporta como
      *> rechazo tardío. Después libera las retenciones de los
      *> cheques presentados cuyo plazo de canje ya venció sin rechazo
      *> y los marca firmes. Solo se procesan cheques en estado
      *> presentado o firme: un rechazo repetido o un relanzamiento no
      *> debitan dos veces, porque el cheque ya quedó marcado; puede
      *> correr varias veces en el día sin daño.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RejectFile ASSIGN TO "cheques_rechazados.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ChequeFile ASSIGN TO "cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chq-Ref
               FILE STATUS IS Cheque-File-Status.
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
           SELECT OPTIONAL ProcDateFile ASSIGN TO "fechaproc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Proc-Key
               FILE STATUS IS Proc-Date-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RejectFile.
       01  RejectRecord.
           05  Rej-Chq-Ref      PIC 9(9).         *> Referencia del cheque que la cámara rechazó.
           05  Rej-Reason       PIC X(20).        *> Motivo del rechazo según la cámara.

       FD  ChequeFile.
           COPY CHEQREC.

       FD  AccountFile.
           COPY ACCTREC.

       FD  HoldFile.
           COPY HOLDREC.

       FD  TransactionFile.
           COPY TRANREC.

       FD  ProcDateFile.
           COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  Cheque-File-Status   PIC X(2).             *> Código de estado de E/S de ChequeFile.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Hold-File-Status     PIC X(2).             *> Código de estado de E/S de HoldFile.
       01  Hold-File-Open       PIC X VALUE 'N'.       *> 'Y' si retenciones.dat existe y está abierto.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso de la corrida.
       01  End-Of-Rejects       PIC X VALUE 'N'.       *> Fin del recorrido de rechazos.
       01  End-Of-Cheques       PIC X VALUE 'N'.       *> Fin del recorrido de cheques a liberar.
       01  Rejects-Debited      PIC 9(7) VALUE 0.      *> Rechazos debitados a la cuenta.
       01  Rejects-Late         PIC 9(7) VALUE 0.      *> De esos, cheques que ya estaban firmes.
       01  Rejects-Skipped      PIC 9(7) VALUE 0.      *> Rechazos ya procesados antes.
       01  Rejects-Failed       PIC 9(7) VALUE 0.      *> Rechazos que no pudieron aplicarse.
       01  Cheques-Cleared      PIC 9(7) VALUE 0.      *> Cheques que quedaron firmes en esta corrida.
       01  Overdrawn-Limit      PIC S9(9)V99.          *> Saldo mínimo permitido: menos el descubierto.
       01  Batch-Teller-ID      PIC X(8) VALUE "BATCHCHQ".

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== RECHAZOS Y LIBERACIÓN DE CHEQUES ====="
           PERFORM Get-Business-Date
           DISPLAY "Fecha de proceso: " Business-Date
           OPEN I-O ChequeFile
           IF Cheque-File-Status = '35'
               DISPLAY "No existe cheques.dat; nada que aplicar."
           ELSE
               OPEN I-O AccountFile
               PERFORM Open-Hold-File
               PERFORM Apply-Rejects
               PERFORM Release-Cleared-Cheques
               IF Hold-File-Open = 'Y'
                   CLOSE HoldFile
               END-IF
               CLOSE AccountFile
               CLOSE ChequeFile
           END-IF
           DISPLAY "Rechazos debitados: " Rejects-Debited
           DISPLAY "  (de cheques ya firmes: " Rejects-Late ")"
           DISPLAY "Rechazos ya procesados: " Rejects-Skipped
           DISPLAY "Rechazos con error: " Rejects-Failed
           DISPLAY "Cheques firmes liberados: " Cheques-Cleared
           STOP RUN.

       Open-Hold-File.
           OPEN I-O HoldFile
           IF Hold-File-Status = '35'
               MOVE 'N' TO Hold-File-Open                *> Sin retenciones: no hay nada que levantar.
           ELSE
               MOVE 'Y' TO Hold-File-Open
           END-IF.

       Apply-Rejects.
           OPEN INPUT RejectFile
           PERFORM UNTIL End-Of-Rejects = 'Y'
               READ RejectFile
                   AT END
                       MOVE 'Y' TO End-Of-Rejects
                   NOT AT END
                       PERFORM Apply-Reject
               END-READ
           END-PERFORM
           CLOSE RejectFile.

       Apply-Reject.
           MOVE Rej-Chq-Ref TO Chq-Ref
           READ ChequeFile
               INVALID KEY
                   DISPLAY "Rechazo ref " Rej-Chq-Ref
                       " sin cheque registrado; revisar con la"
                       " cámara."
                   ADD 1 TO Rejects-Failed
               NOT INVALID KEY
                   PERFORM Check-Reject-Status
           END-READ.

       Check-Reject-Status.
           EVALUATE TRUE
               WHEN Chq-Returned
                   ADD 1 TO Rejects-Skipped              *> Ya debitado en una corrida anterior.
               WHEN Chq-Pending
                   DISPLAY "Rechazo ref " Rej-Chq-Ref
                       " de un cheque aún no presentado; revisar."
                   ADD 1 TO Rejects-Failed
               WHEN Chq-Presented
                   PERFORM Debit-Reject
               WHEN Chq-Cleared
                   DISPLAY "Rechazo ref " Rej-Chq-Ref
                       " TARDÍO: el cheque ya estaba firme."
                   ADD 1 TO Rejects-Late
                   PERFORM Debit-Reject
               WHEN OTHER
                   DISPLAY "Rechazo ref " Rej-Chq-Ref
                       " con estado desconocido; revisar."
                   ADD 1 TO Rejects-Failed
           END-EVALUATE.

       Debit-Reject.
           MOVE Chq-Account-ID TO Account-ID
           READ AccountFile
               INVALID KEY
                   DISPLAY "Rechazo ref " Rej-Chq-Ref " cuenta "
                       Chq-Account-ID " no existe; revisar."
                   ADD 1 TO Rejects-Failed
               NOT INVALID KEY
                   SUBTRACT Chq-Amount FROM Account-Balance  *> Se deshace el crédito del cheque.
                   REWRITE AccountRecord
                   PERFORM Post-Reject-Transaction
                   PERFORM Lift-Cheque-Hold
                   MOVE 'D' TO Chq-Status                 *> Rechazado: no se debita dos veces.
                   REWRITE ChequeRecord
                   DISPLAY "Rechazo ref " Rej-Chq-Ref
                       " debitado a la cuenta " Chq-Account-ID
                       " cheque " Chq-Number
                       " motivo " Rej-Reason
                   PERFORM Report-Reject-Exposure
                   ADD 1 TO Rejects-Debited
           END-READ.

       Report-Reject-Exposure.
           COMPUTE Overdrawn-Limit = Account-Credit-Limit * -1
           IF Account-Balance < Overdrawn-Limit          *> El débito pasó el descubierto autorizado.
               DISPLAY "  Cuenta " Account-ID
                   " excede el descubierto; saldo: "
                   Account-Balance
           END-IF
           IF Account-Dormant
               DISPLAY "  Cuenta " Account-ID
                   " inactiva; debitada igual por el rechazo."
           END-IF.

       Post-Reject-Transaction.
           MOVE Chq-Account-ID TO Trans-Account-ID
           MOVE 'H' TO Trans-Type
           COMPUTE Trans-Amount = Chq-Amount * -1        *> Débito por el monto del cheque.
           MOVE Chq-Ref TO Trans-Reference               *> Rastreable hasta el cheque original.
           MOVE Batch-Teller-ID TO Trans-Teller-ID
           MOVE Business-Date TO Trans-Date-Time(1:8)    *> El rechazo lleva la fecha de proceso...
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO Trans-Date-Time(9:6)                    *> ...y la hora real de la corrida.
           OPEN EXTEND TransactionFile
           WRITE TransactionRecord
           CLOSE TransactionFile.

       Lift-Cheque-Hold.
           IF Hold-File-Open = 'Y' AND Chq-Hold-Seq > 0
               MOVE Chq-Account-ID TO Hold-Account-ID
               MOVE Chq-Hold-Seq TO Hold-Seq
               READ HoldFile
                   INVALID KEY
                       DISPLAY "  Retención " Chq-Account-ID "/"
                           Chq-Hold-Seq " del cheque no existe."
                   NOT INVALID KEY
                       IF Hold-Open
                           MOVE 'L' TO Hold-Status        *> Levantada: deja de restar fondos.
                           REWRITE HoldRecord
                       END-IF
               END-READ
           END-IF.

       Release-Cleared-Cheques.
      *>   Un cheque presentado cuyo plazo de canje llegó sin rechazo
      *>   queda firme: se levanta su retención y se marca firme.
           MOVE 0 TO Chq-Ref
           START ChequeFile KEY >= Chq-Ref
               INVALID KEY
                   MOVE 'Y' TO End-Of-Cheques
           END-START
           PERFORM UNTIL End-Of-Cheques = 'Y'
               READ ChequeFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Cheques
                   NOT AT END
                       PERFORM Release-If-Cleared
               END-READ
           END-PERFORM.

       Release-If-Cleared.
           IF Chq-Presented AND Chq-Clear-Date <= Business-Date
               PERFORM Lift-Cheque-Hold
               MOVE 'C' TO Chq-Status                    *> Firme: el rechazo tardío igual se debita.
               REWRITE ChequeRecord
               ADD 1 TO Cheques-Cleared
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
