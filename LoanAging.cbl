       IDENTIFICATION DIVISION.
       PROGRAM-ID. Loan-Aging.

      *> Reporte de mora de la cartera de préstamos: recorre
      *> prestamos.dat y agrupa los préstamos vigentes por los días de
      *> atraso que dejó el último cobro diario de cuotas, en los
      *> tramos al día, 1 a 29, 30 a 59, 60 a 89 y 90 o más días, con
      *> la cantidad de préstamos, el capital adeudado y las cuotas
      *> impagas de cada tramo. Después lista los préstamos atrasados,
      *> del más atrasado al menos atrasado, con el nombre y el
      *> teléfono del deudor de clientes.dat, para que cobranzas sepa
      *> a quién llamar primero. Es una consulta: no modifica ningún
      *> archivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LoanFile ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-ID
               FILE STATUS IS Loan-File-Status.
           SELECT OPTIONAL ClientFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Client-ID
               FILE STATUS IS Client-File-Status.
           SELECT OPTIONAL ProcDateFile ASSIGN TO "fechaproc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Proc-Key
               FILE STATUS IS Proc-Date-File-Status.
           SELECT SortWork ASSIGN TO "sortwork.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
           COPY LOANREC.

       FD  ClientFile.
           COPY CLIENREC.

       FD  ProcDateFile.
           COPY PROCDATE.

       SD  SortWork.
       01  Sort-Record.
           05  Sort-Days-Past-Due   PIC 9(4).        *> Clave de ordenamiento: el atraso (descendente).
           05  Sort-Loan-ID         PIC 9(9).
           05  Sort-Account-ID      PIC 9(5).
           05  Sort-Client-ID       PIC 9(5).
           05  Sort-Balance         PIC 9(7)V99.
           05  Sort-Arrears         PIC 9(7)V99.
           05  Sort-Oldest-Due-Date PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Loan-File-Status     PIC X(2).             *> Código de estado de E/S de LoanFile.
       01  Client-File-Status   PIC X(2).             *> Código de estado de E/S de ClientFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso del reporte.
       01  End-Of-Loans         PIC X VALUE 'N'.       *> Fin del recorrido de préstamos.
       01  Sort-Status          PIC X VALUE 'N'.       *> 'Y' cuando RETURN llega al final.
       01  Bucket-Sub           PIC 9(1).              *> Tramo de atraso del préstamo actual.
       01  Loan-Arrears         PIC 9(7)V99.           *> Cuotas impagas del préstamo actual.
       01  Aging-Table.                                *> Acumuladores por tramo de atraso.
           05  Aging-Bucket OCCURS 5 TIMES.
               10  Bucket-Label    PIC X(14).
               10  Bucket-Count    PIC 9(7).
               10  Bucket-Balance  PIC 9(11)V99.        *> Capital adeudado de los préstamos del tramo.
               10  Bucket-Arrears  PIC 9(11)V99.        *> Cuotas impagas de los préstamos del tramo.
       01  Total-Loans          PIC 9(7) VALUE 0.      *> Préstamos vigentes de la cartera.
       01  Total-Balance        PIC 9(11)V99 VALUE 0.  *> Capital adeudado de toda la cartera.
       01  Total-Arrears        PIC 9(11)V99 VALUE 0.  *> Cuotas impagas de toda la cartera.
       01  Report-Client-Name   PIC X(30).             *> Nombre del deudor listado.
       01  Report-Client-Phone  PIC X(15).             *> Teléfono del deudor listado.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== REPORTE DE MORA DE PRÉSTAMOS ====="
           PERFORM Get-Business-Date
           DISPLAY "Fecha de proceso: " Business-Date
           PERFORM Init-Aging-Table
           OPEN INPUT LoanFile
           IF Loan-File-Status = '35'
               DISPLAY "No existe prestamos.dat; no hay préstamos."
           ELSE
               OPEN INPUT ClientFile
               SORT SortWork
                   ON DESCENDING KEY Sort-Days-Past-Due
                   ON ASCENDING KEY Sort-Loan-ID
                   INPUT PROCEDURE IS Age-Loans
                   OUTPUT PROCEDURE IS List-Delinquent-Loans
               CLOSE ClientFile
               CLOSE LoanFile
               PERFORM Show-Aging-Summary
           END-IF
           STOP RUN.

       Init-Aging-Table.
           MOVE "AL DIA" TO Bucket-Label(1)
           MOVE "1-29 DIAS" TO Bucket-Label(2)
           MOVE "30-59 DIAS" TO Bucket-Label(3)
           MOVE "60-89 DIAS" TO Bucket-Label(4)
           MOVE "90 O MAS DIAS" TO Bucket-Label(5)
           PERFORM VARYING Bucket-Sub FROM 1 BY 1
                   UNTIL Bucket-Sub > 5
               MOVE 0 TO Bucket-Count(Bucket-Sub)
               MOVE 0 TO Bucket-Balance(Bucket-Sub)
               MOVE 0 TO Bucket-Arrears(Bucket-Sub)
           END-PERFORM.

       Age-Loans.
           PERFORM UNTIL End-Of-Loans = 'Y'
               READ LoanFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Loans
                   NOT AT END
                       PERFORM Age-Loan
               END-READ
           END-PERFORM.

       Age-Loan.
           IF Loan-Active
               COMPUTE Loan-Arrears =
                   Loan-Due-Principal + Loan-Due-Interest
               EVALUATE TRUE
                   WHEN Loan-Days-Past-Due = 0
                       MOVE 1 TO Bucket-Sub
                   WHEN Loan-Days-Past-Due < 30
                       MOVE 2 TO Bucket-Sub
                   WHEN Loan-Days-Past-Due < 60
                       MOVE 3 TO Bucket-Sub
                   WHEN Loan-Days-Past-Due < 90
                       MOVE 4 TO Bucket-Sub
                   WHEN OTHER
                       MOVE 5 TO Bucket-Sub
               END-EVALUATE
               ADD 1 TO Bucket-Count(Bucket-Sub)
               ADD Loan-Balance TO Bucket-Balance(Bucket-Sub)
               ADD Loan-Arrears TO Bucket-Arrears(Bucket-Sub)
               ADD 1 TO Total-Loans
               ADD Loan-Balance TO Total-Balance
               ADD Loan-Arrears TO Total-Arrears
               IF Loan-Days-Past-Due > 0                 *> Solo los atrasados van al listado.
                   MOVE Loan-Days-Past-Due TO Sort-Days-Past-Due
                   MOVE Loan-ID TO Sort-Loan-ID
                   MOVE Loan-Account-ID TO Sort-Account-ID
                   MOVE Loan-Client-ID TO Sort-Client-ID
                   MOVE Loan-Balance TO Sort-Balance
                   MOVE Loan-Arrears TO Sort-Arrears
                   MOVE Loan-Oldest-Due-Date TO Sort-Oldest-Due-Date
                   RELEASE Sort-Record
               END-IF
           END-IF.

       List-Delinquent-Loans.
           DISPLAY "-------- PRÉSTAMOS ATRASADOS --------"
           PERFORM UNTIL Sort-Status = 'Y'
               RETURN SortWork
                   AT END
                       MOVE 'Y' TO Sort-Status
                   NOT AT END
                       PERFORM Show-Delinquent-Loan
               END-RETURN
           END-PERFORM.

       Show-Delinquent-Loan.
           MOVE Sort-Client-ID TO Client-ID
           READ ClientFile
               INVALID KEY
                   MOVE "(DEUDOR NO ENCONTRADO)" TO Report-Client-Name
                   MOVE SPACES TO Report-Client-Phone
               NOT INVALID KEY
                   MOVE Client-Name TO Report-Client-Name
                   MOVE Client-Phone TO Report-Client-Phone
           END-READ
           DISPLAY "Préstamo " Sort-Loan-ID
               " Cta " Sort-Account-ID
               " Atraso " Sort-Days-Past-Due " días"
               " desde " Sort-Oldest-Due-Date
               " Impago " Sort-Arrears
               " Saldo " Sort-Balance
           DISPLAY "         " Report-Client-Name
               " Tel. " Report-Client-Phone.

       Show-Aging-Summary.
           DISPLAY "-------- CARTERA POR TRAMO DE ATRASO --------"
           PERFORM VARYING Bucket-Sub FROM 1 BY 1
                   UNTIL Bucket-Sub > 5
               DISPLAY Bucket-Label(Bucket-Sub)
                   " Préstamos: " Bucket-Count(Bucket-Sub)
                   " Saldo: " Bucket-Balance(Bucket-Sub)
                   " Impago: " Bucket-Arrears(Bucket-Sub)
           END-PERFORM
           DISPLAY "TOTAL          Préstamos: " Total-Loans
               " Saldo: " Total-Balance
               " Impago: " Total-Arrears.

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
