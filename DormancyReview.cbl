      *> carpeta regulatoria. Una cuenta inactiva rechaza retiros y
      *> débitos de órdenes permanentes hasta que un supervisor la
      *> reactiva desde el programa interactivo, donde la reactivación
      *> queda en el log de seguridad. Cada cuenta marcada también queda
      *> en el log de seguridad, de donde la toma el extracto diario de
      *> avisos para avisarle al cliente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-Key
               FILE STATUS IS Run-Control-File-Status.
           SELECT OPTIONAL SecurityFile ASSIGN TO "seguridad.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
           COPY RUNCTL.

       FD  SecurityFile.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Accounts-Reviewed    PIC 9(7) VALUE 0.      *> Total de cuentas revisadas.
       01  Accounts-Marked      PIC 9(7) VALUE 0.      *> Cuentas marcadas inactivas en la corrida.
       01  Already-Dormant      PIC 9(7) VALUE 0.      *> Cuentas que ya estaban marcadas de antes.
       01  Batch-Teller-ID      PIC X(8) VALUE "BATCHINA". *> Terminal con que se registra en el log.

       PROCEDURE DIVISION.
       Main-Logic.
               IF Account-Last-Activity < Dormancy-Limit-Date
                   MOVE 'D' TO Account-Dormant-Status
                   REWRITE AccountRecord
                   PERFORM Log-Dormant-Marked
                   DISPLAY "INACTIVA Cuenta: " Account-ID
                       " Titular: " Account-Holder
                       " Última actividad: " Account-Last-Activity
               END-IF
           END-IF.

       Log-Dormant-Marked.
           MOVE Account-ID TO Sec-Account-ID
           MOVE Batch-Teller-ID TO Sec-Teller-ID
           MOVE 'D' TO Sec-Event
           MOVE Business-Date TO Sec-Date-Time(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO Sec-Date-Time(9:6)
           MOVE SPACES TO Sec-Approver-ID
           OPEN EXTEND SecurityFile
           WRITE SecurityLogRecord
           CLOSE SecurityFile.

       Get-Business-Date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Business-Date
           OPEN INPUT ProcDateFile
