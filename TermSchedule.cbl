       IDENTIFICATION DIVISION.
       PROGRAM-ID. Term-Schedule.

      *> Reporte de vencimientos próximos de plazos fijos: pide al
      *> operador cuántos días hacia adelante mirar desde la fecha de
      *> proceso, toma de plazos.dat los plazos vigentes que vencen
      *> dentro de esa ventana (y los ya vencidos que la cadena
      *> nocturna todavía no procesó), los ordena por fecha de
      *> vencimiento y los lista con el nombre y el teléfono del
      *> titular de clientes.dat, el interés bruto a pagar y la
      *> instrucción al vencimiento, para que el oficial de cuentas
      *> llame al cliente antes de que el plazo se pague o se renueve
      *> y tesorería sepa cuánto capital vuelve a las cuentas. Es una
      *> consulta: no modifica ningún archivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TermFile ASSIGN TO "plazos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Term-ID
               FILE STATUS IS Term-File-Status.
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
       FD  TermFile.
           COPY TERMREC.

       FD  ClientFile.
           COPY CLIENREC.

       FD  ProcDateFile.
           COPY PROCDATE.

       SD  SortWork.
       01  Sort-Record.
           05  Sort-Maturity-Date   PIC 9(8).        *> Clave de ordenamiento: el vencimiento...
           05  Sort-Term-ID         PIC 9(9).        *> ...y el número de plazo.
           05  Sort-Account-ID      PIC 9(5).
           05  Sort-Client-ID       PIC 9(5).
           05  Sort-Principal       PIC 9(9)V99.
           05  Sort-Interest        PIC 9(9)V99.
           05  Sort-Renewal         PIC X(1).

       WORKING-STORAGE SECTION.
       01  Term-File-Status     PIC X(2).             *> Código de estado de E/S de TermFile.
       01  Client-File-Status   PIC X(2).             *> Código de estado de E/S de ClientFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso desde la que se mira.
       01  Horizon-Days         PIC 9(3).              *> Días hacia adelante pedidos por el operador.
       01  Default-Horizon      PIC 9(3) VALUE 30.     *> Ventana si el operador no indica ninguna.
       01  Horizon-Int          PIC 9(8).              *> Último día de la ventana en días corridos.
       01  Horizon-Date         PIC 9(8).              *> Último día de la ventana (AAAAMMDD).
       01  End-Of-Terms         PIC X VALUE 'N'.       *> Fin del recorrido de plazos fijos.
       01  Sort-Status          PIC X VALUE 'N'.       *> 'Y' cuando RETURN llega al final.
       01  Report-Client-Name   PIC X(30).             *> Nombre del titular del plazo listado.
       01  Report-Client-Phone  PIC X(15).             *> Teléfono del titular del plazo listado.
       01  Renewal-Description  PIC X(14).             *> Instrucción al vencimiento en palabras.
       01  Terms-Listed         PIC 9(7) VALUE 0.      *> Plazos listados en el reporte.
       01  Total-Principal      PIC 9(11)V99 VALUE 0.  *> Capital que vence en la ventana.
       01  Total-Interest       PIC 9(11)V99 VALUE 0.  *> Interés bruto que vence en la ventana.
       01  Total-Payout         PIC 9(11)V99 VALUE 0.  *> Capital de los plazos que se pagan (instrucción P).
       01  Prompt-Horizon       PIC X(50)
       VALUE "Ingrese días hacia adelante (0 = 30 días):".

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== VENCIMIENTOS PRÓXIMOS DE PLAZOS FIJOS ====="
           PERFORM Get-Business-Date
           DISPLAY Prompt-Horizon
           ACCEPT Horizon-Days
           IF Horizon-Days = 0
               MOVE Default-Horizon TO Horizon-Days
           END-IF
           COMPUTE Horizon-Int =
               FUNCTION INTEGER-OF-DATE(Business-Date) + Horizon-Days
           MOVE FUNCTION DATE-OF-INTEGER(Horizon-Int) TO Horizon-Date
           DISPLAY "Fecha de proceso: " Business-Date
               "  Vencimientos hasta: " Horizon-Date
           OPEN INPUT TermFile
           IF Term-File-Status = '35'
               DISPLAY "No existe plazos.dat; no hay plazos fijos."
           ELSE
               OPEN INPUT ClientFile
               SORT SortWork
                   ON ASCENDING KEY Sort-Maturity-Date Sort-Term-ID
                   INPUT PROCEDURE IS Select-Maturing-Terms
                   OUTPUT PROCEDURE IS List-Maturing-Terms
               CLOSE ClientFile
               CLOSE TermFile
               DISPLAY "---------------------------------------------"
               DISPLAY "Plazos que vencen: " Terms-Listed
               DISPLAY "Capital total: " Total-Principal
               DISPLAY "Interés bruto total: " Total-Interest
               DISPLAY "Capital a devolver (instrucción P): "
                   Total-Payout
           END-IF
           STOP RUN.

       Select-Maturing-Terms.
           PERFORM UNTIL End-Of-Terms = 'Y'
               READ TermFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Terms
                   NOT AT END
                       PERFORM Release-If-Maturing
               END-READ
           END-PERFORM.

       Release-If-Maturing.
           IF Term-Active AND
              Term-Maturity-Date <= Horizon-Date         *> Incluye los vencidos aún sin procesar.
               MOVE Term-Maturity-Date TO Sort-Maturity-Date
               MOVE Term-ID TO Sort-Term-ID
               MOVE Term-Account-ID TO Sort-Account-ID
               MOVE Term-Client-ID TO Sort-Client-ID
               MOVE Term-Principal TO Sort-Principal
               COMPUTE Sort-Interest ROUNDED =
                   Term-Principal * Term-Rate * Term-Days / 30  *> Misma fórmula que el vencimiento.
               MOVE Term-Renewal TO Sort-Renewal
               RELEASE Sort-Record
           END-IF.

       List-Maturing-Terms.
           PERFORM UNTIL Sort-Status = 'Y'
               RETURN SortWork
                   AT END
                       MOVE 'Y' TO Sort-Status
                   NOT AT END
                       PERFORM Show-Maturing-Term
               END-RETURN
           END-PERFORM.

       Show-Maturing-Term.
           MOVE Sort-Client-ID TO Client-ID
           READ ClientFile
               INVALID KEY
                   MOVE "(TITULAR NO ENCONTRADO)" TO Report-Client-Name
                   MOVE SPACES TO Report-Client-Phone
               NOT INVALID KEY
                   MOVE Client-Name TO Report-Client-Name
                   MOVE Client-Phone TO Report-Client-Phone
           END-READ
           EVALUATE Sort-Renewal
               WHEN 'C'
                   MOVE "RENUEVA CAPIT." TO Renewal-Description
               WHEN 'T'
                   MOVE "RENUEVA TODO" TO Renewal-Description
               WHEN OTHER
                   MOVE "PAGA A CUENTA" TO Renewal-Description
                   ADD Sort-Principal TO Total-Payout
           END-EVALUATE
           DISPLAY Sort-Maturity-Date " Plazo " Sort-Term-ID
               " Cta " Sort-Account-ID
               " Capital " Sort-Principal
               " Interés " Sort-Interest
               " " Renewal-Description
           DISPLAY "         " Report-Client-Name
               " Tel. " Report-Client-Phone
           ADD 1 TO Terms-Listed
           ADD Sort-Principal TO Total-Principal
           ADD Sort-Interest TO Total-Interest.

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
