       IDENTIFICATION DIVISION.
       PROGRAM-ID. Fee-Assessment.

      *> Proceso batch de cierre de mes para el cobro de comisiones:
      *> recorre cuentas.dat completo y aplica a cada cuenta el cuadro
      *> de comisiones de su producto en productos.dat: la comisión de
      *> mantenimiento mensual, una comisión por cada retiro por
      *> ventanilla que excede el cupo sin cargo del mes, y un cargo
      *> si la cuenta estuvo en descubierto en algún momento del mes.
      *> La actividad del mes sale del histórico histtrans_AAAAMM.dat
      *> (días ya cortados) más el log vivo transacciones.dat (el día
      *> en curso): los retiros 'W' asentados por un cajero, no por un
      *> proceso batch, cuentan contra el cupo; y el saldo corriente
      *> se reconstruye hacia atrás desde el saldo actual para saber
      *> si alguna vez quedó negativo. Cada comisión se asienta como
      *> transacción propia ('M' mantenimiento, 'E' retiros
      *> excedentes, 'G' descubierto) con los mismos controles que las
      *> órdenes permanentes: una cuenta inactiva no se debita, y una
      *> comisión que excede el saldo más el descubierto, neto de
      *> retenciones abiertas, no se cobra y queda en el registro de
      *> comisiones para que ventanilla la resuelva. El ciclo es el
      *> mes (AAAAMM00) y queda marcado en runcontrol.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Account-ID
               FILE STATUS IS Account-File-Status.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ActivityFile
               ASSIGN USING Activity-File-Name
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ProductFile ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-Code
               FILE STATUS IS Product-File-Status.
           SELECT OPTIONAL HoldFile ASSIGN TO "retenciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.
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

       FD  TransactionFile.
           COPY TRANREC.

       FD  ActivityFile.
       01  Activity-Record.                         *> Misma forma que TransactionRecord.
           05  Act-Account-ID       PIC 9(5).
           05  Act-Type             PIC X(1).
           05  Act-Amount           PIC S9(7)V99.
           05  Act-Teller-ID        PIC X(8).
           05  Act-Date-Time        PIC 9(14).
           05  Act-Reference        PIC 9(9).

       FD  ProductFile.
           COPY PRODREC.

       FD  HoldFile.
           COPY HOLDREC.

       FD  ProcDateFile.
           COPY PROCDATE.

       FD  RunControlFile.
           COPY RUNCTL.

       SD  SortWork.
       01  Sort-Record.
           05  Sort-Account-ID      PIC 9(5).        *> Clave de ordenamiento...
           05  Sort-Date-Time       PIC 9(14).       *> ...y orden cronológico dentro de la cuenta.
           05  Sort-Type            PIC X(1).
           05  Sort-Amount          PIC S9(7)V99.
           05  Sort-Teller-ID       PIC X(8).

       WORKING-STORAGE SECTION.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Product-File-Status  PIC X(2).             *> Código de estado de E/S de ProductFile.
       01  Product-File-Open    PIC X VALUE 'N'.       *> 'Y' si productos.dat existe y está abierto.
       01  Hold-File-Status     PIC X(2).             *> Código de estado de E/S de HoldFile.
       01  Hold-File-Open       PIC X VALUE 'N'.       *> 'Y' si retenciones.dat existe y está abierto.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Run-Control-File-Status PIC X(2).          *> Código de estado de E/S de RunControlFile.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso de la corrida.
       01  Run-Cycle            PIC 9(8).              *> Ciclo mensual del control (AAAAMM00).
       01  Already-Run          PIC X.                 *> 'Y' si este mes ya fue cobrado antes.
       01  Run-Control-Job      PIC X(8) VALUE "COMISION". *> Nombre de este trabajo en el control.
       01  Batch-Teller-ID      PIC X(8) VALUE "BATCHCOM".
       01  Activity-File-Name   PIC X(20).             *> Archivo de actividad que se está leyendo.
       01  History-Name-Build.                        *> Nombre del histórico del mes de proceso.
           05  FILLER          PIC X(10) VALUE "histtrans_".
           05  History-Period  PIC 9(6).
           05  FILLER          PIC X(4) VALUE ".dat".
       01  End-Of-Activity      PIC X.                 *> Fin del archivo de actividad en lectura.
       01  End-Of-Accounts      PIC X VALUE 'N'.       *> Fin del recorrido de cuentas.
       01  Sort-Status          PIC X VALUE 'N'.       *> 'Y' cuando RETURN llega al final.
       01  Month-Net            PIC S9(9)V99.          *> Neto de la actividad del mes de la cuenta.
       01  Running-Offset       PIC S9(9)V99.          *> Saldo corriente relativo al inicio del mes.
       01  Lowest-Offset        PIC S9(9)V99.          *> Menor saldo relativo alcanzado en el mes.
       01  Month-Start-Balance  PIC S9(9)V99.          *> Saldo de la cuenta al iniciar el mes.
       01  Teller-Withdrawals   PIC 9(5).              *> Retiros por ventanilla del mes.
       01  Excess-Withdrawals   PIC 9(5).              *> Retiros que exceden el cupo sin cargo.
       01  Was-Overdrawn        PIC X.                 *> 'Y' si la cuenta quedó negativa en el mes.
       01  Holds-Account-ID     PIC 9(5).              *> Cuenta cuyas retenciones se suman.
       01  Open-Holds-Total     PIC 9(9)V99.           *> Suma de retenciones abiertas de la cuenta.
       01  End-Of-Holds         PIC X.                 *> Fin del recorrido de retenciones de la cuenta.
       01  Fee-Sub              PIC 9(1).              *> Entrada de la tabla de comisiones.
       01  Fee-Amount           PIC 9(7)V99.           *> Comisión a cobrar a la cuenta actual.
       01  Fee-Result           PIC X(20).             *> Resultado del cobro para el registro.
       01  Accounts-Processed   PIC 9(7) VALUE 0.      *> Cuentas recorridas.
       01  Accounts-No-Schedule PIC 9(7) VALUE 0.      *> Cuentas sin producto o con producto borrado.

       01  Fee-Table.                                  *> Acumuladores por comisión del registro.
           05  Fee-Entry OCCURS 3 TIMES.
               10  Fee-Trans-Type    PIC X(1).          *> Tipo de transacción con que se asienta.
               10  Fee-Description   PIC X(20).
               10  Fee-Charged-Count PIC 9(7).
               10  Fee-Charged-Total PIC 9(11)V99.
               10  Fee-Missed-Count  PIC 9(7).          *> No cobradas: inactiva o sin fondos.
               10  Fee-Missed-Total  PIC 9(11)V99.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== COBRO DE COMISIONES DE FIN DE MES ====="
           PERFORM Get-Business-Date
           MOVE Business-Date TO Run-Cycle
           MOVE ZEROES TO Run-Cycle(7:2)                  *> El ciclo de comisiones es el mes, no el día.
           DISPLAY "Fecha de proceso: " Business-Date
           PERFORM Check-Run-Control
           IF Already-Run = 'Y'
               DISPLAY "Las comisiones ya fueron cobradas para el"
                   " ciclo " Run-Cycle "; corrida rechazada."
           ELSE
               PERFORM Run-Fee-Assessment
           END-IF
           CLOSE RunControlFile
           STOP RUN.

       Run-Fee-Assessment.
           OPEN I-O AccountFile
           IF Account-File-Status = '35'
               DISPLAY "No existe cuentas.dat; nada que procesar."
           ELSE
               PERFORM Init-Fee-Table
               PERFORM Open-Product-File
               PERFORM Open-Hold-File
               DISPLAY "-------- REGISTRO DE COMISIONES --------"
               SORT SortWork
                   ON ASCENDING KEY Sort-Account-ID Sort-Date-Time
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Load-Month-Activity
                   OUTPUT PROCEDURE IS Assess-All-Accounts
               IF Hold-File-Open = 'Y'
                   CLOSE HoldFile
               END-IF
               IF Product-File-Open = 'Y'
                   CLOSE ProductFile
               END-IF
               CLOSE AccountFile
               PERFORM Print-Fee-Totals
               PERFORM Mark-Run-Complete  *> El ciclo se marca solo si el cobro realmente corrió.
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
           MOVE Run-Cycle TO RC-Cycle
           READ RunControlFile
               INVALID KEY
                   MOVE 'N' TO Already-Run
               NOT INVALID KEY
                   MOVE 'Y' TO Already-Run
           END-READ.

       Mark-Run-Complete.
           MOVE Run-Control-Job TO RC-Job            *> El ciclo queda marcado recién al completar bien.
           MOVE Run-Cycle TO RC-Cycle
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-Run-Date-Time
           WRITE RunControlRecord
               INVALID KEY
                   DISPLAY "Advertencia: no se pudo grabar el control"
                       " de corrida."
           END-WRITE.

       Init-Fee-Table.
           MOVE 'M' TO Fee-Trans-Type(1)
           MOVE "MANTENIMIENTO" TO Fee-Description(1)
           MOVE 'E' TO Fee-Trans-Type(2)
           MOVE "RETIROS EXCEDENTES" TO Fee-Description(2)
           MOVE 'G' TO Fee-Trans-Type(3)
           MOVE "MES EN DESCUBIERTO" TO Fee-Description(3)
           PERFORM VARYING Fee-Sub FROM 1 BY 1
                   UNTIL Fee-Sub > 3
               MOVE 0 TO Fee-Charged-Count(Fee-Sub)
               MOVE 0 TO Fee-Charged-Total(Fee-Sub)
               MOVE 0 TO Fee-Missed-Count(Fee-Sub)
               MOVE 0 TO Fee-Missed-Total(Fee-Sub)
           END-PERFORM.

       Open-Product-File.
           OPEN INPUT ProductFile                        *> Solo se consulta; el alta es de supervisor.
           IF Product-File-Status = '35'
               MOVE 'N' TO Product-File-Open             *> Sin catálogo: ninguna cuenta tiene cuadro.
           ELSE
               MOVE 'Y' TO Product-File-Open
           END-IF.

       Open-Hold-File.
           OPEN INPUT HoldFile                           *> Solo se consultan; el alta es de ventanilla.
           IF Hold-File-Status = '35'
               MOVE 'N' TO Hold-File-Open                *> Sin archivo de retenciones: nada que restar.
           ELSE
               MOVE 'Y' TO Hold-File-Open
           END-IF.

       Load-Month-Activity.
      *>   Los días ya cortados del mes están en el histórico del
      *>   período; el día en curso sigue en el log vivo.
           MOVE Business-Date(1:6) TO History-Period
           MOVE History-Name-Build TO Activity-File-Name
           PERFORM Release-Month-Activity
           MOVE "transacciones.dat" TO Activity-File-Name
           PERFORM Release-Month-Activity.

       Release-Month-Activity.
           MOVE 'N' TO End-Of-Activity
           OPEN INPUT ActivityFile                       *> OPTIONAL: un mes sin histórico se lee vacío.
           PERFORM UNTIL End-Of-Activity = 'Y'
               READ ActivityFile
                   AT END
                       MOVE 'Y' TO End-Of-Activity
                   NOT AT END
                       IF Act-Date-Time(1:6) = Business-Date(1:6)
                           MOVE Act-Account-ID TO Sort-Account-ID
                           MOVE Act-Date-Time TO Sort-Date-Time
                           MOVE Act-Type TO Sort-Type
                           MOVE Act-Amount TO Sort-Amount
                           MOVE Act-Teller-ID TO Sort-Teller-ID
                           RELEASE Sort-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ActivityFile.

       Assess-All-Accounts.
      *>   Apareo de cuentas.dat (en orden de clave) con la actividad
      *>   ordenada por cuenta: toda cuenta vigente se evalúa, tenga o
      *>   no movimientos en el mes; la actividad de cuentas que ya no
      *>   están en cuentas.dat (cerradas) se descarta.
           PERFORM Return-Activity
           PERFORM UNTIL End-Of-Accounts = 'Y'
               READ AccountFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Accounts
                   NOT AT END
                       PERFORM Assess-Account
               END-READ
           END-PERFORM.

       Return-Activity.
           RETURN SortWork
               AT END
                   MOVE 'Y' TO Sort-Status
           END-RETURN.

       Assess-Account.
           ADD 1 TO Accounts-Processed
           MOVE 0 TO Month-Net
           MOVE 0 TO Running-Offset
           MOVE 0 TO Lowest-Offset
           MOVE 0 TO Teller-Withdrawals
           PERFORM UNTIL Sort-Status = 'Y' OR
                         Sort-Account-ID >= Account-ID
               PERFORM Return-Activity                   *> Actividad de una cuenta ya cerrada.
           END-PERFORM
           PERFORM UNTIL Sort-Status = 'Y' OR
                         Sort-Account-ID NOT = Account-ID
               PERFORM Accumulate-Activity
               PERFORM Return-Activity
           END-PERFORM
           COMPUTE Month-Start-Balance = Account-Balance - Month-Net
           IF Month-Start-Balance + Lowest-Offset < 0     *> Negativa al iniciar el mes o en algún momento.
               MOVE 'Y' TO Was-Overdrawn
           ELSE
               MOVE 'N' TO Was-Overdrawn
           END-IF
           PERFORM Get-Fee-Schedule.

       Accumulate-Activity.
           ADD Sort-Amount TO Month-Net
           ADD Sort-Amount TO Running-Offset
           IF Running-Offset < Lowest-Offset
               MOVE Running-Offset TO Lowest-Offset
           END-IF
           IF Sort-Type = 'W' AND
              Sort-Teller-ID(1:5) NOT = "BATCH"           *> Solo los retiros de ventanilla usan el cupo.
               ADD 1 TO Teller-Withdrawals
           END-IF.

       Get-Fee-Schedule.
           IF Product-File-Open = 'Y' AND
              Account-Product-Code NOT = SPACES
               MOVE Account-Product-Code TO Product-Code
               READ ProductFile
                   INVALID KEY
                       ADD 1 TO Accounts-No-Schedule      *> Producto borrado del catálogo: no cobra.
                   NOT INVALID KEY
                       PERFORM Assess-Account-Fees
               END-READ
           ELSE
               ADD 1 TO Accounts-No-Schedule              *> Cuenta vieja sin producto asignado.
           END-IF.

       Assess-Account-Fees.
           MOVE Account-ID TO Holds-Account-ID
           PERFORM Sum-Open-Holds                        *> Las retenciones abiertas restan del disponible.
           MOVE 1 TO Fee-Sub
           MOVE Product-Monthly-Fee TO Fee-Amount
           PERFORM Charge-Fee
           MOVE 2 TO Fee-Sub
           MOVE 0 TO Excess-Withdrawals
           IF Teller-Withdrawals > Product-Free-Withdrawals
               COMPUTE Excess-Withdrawals =
                   Teller-Withdrawals - Product-Free-Withdrawals
           END-IF
           COMPUTE Fee-Amount =
               Excess-Withdrawals * Product-Withdrawal-Fee
           PERFORM Charge-Fee
           MOVE 3 TO Fee-Sub
           MOVE 0 TO Fee-Amount
           IF Was-Overdrawn = 'Y'
               MOVE Product-Overdraft-Fee TO Fee-Amount
           END-IF
           PERFORM Charge-Fee.

       Charge-Fee.
           IF Fee-Amount > 0
               IF Account-Dormant                        *> Una cuenta inactiva no admite el débito.
                   MOVE "NO COBRADA: INACTIVA" TO Fee-Result
                   PERFORM Count-Missed-Fee
               ELSE IF Fee-Amount >
                       Account-Balance + Account-Credit-Limit
                           - Open-Holds-Total           *> El descubierto cuenta, neto de retenciones.
                   MOVE "NO COBRADA: FONDOS" TO Fee-Result
                   PERFORM Count-Missed-Fee
               ELSE
                   SUBTRACT Fee-Amount FROM Account-Balance
                   REWRITE AccountRecord
                   PERFORM Post-Fee-Transaction
                   MOVE "COBRADA" TO Fee-Result
                   ADD 1 TO Fee-Charged-Count(Fee-Sub)
                   ADD Fee-Amount TO Fee-Charged-Total(Fee-Sub)
               END-IF
               END-IF
               DISPLAY "Cuenta: " Account-ID
                   " Producto: " Account-Product-Code
                   " " Fee-Description(Fee-Sub)
                   " Monto: " Fee-Amount
                   " " Fee-Result
           END-IF.

       Count-Missed-Fee.
           ADD 1 TO Fee-Missed-Count(Fee-Sub)
           ADD Fee-Amount TO Fee-Missed-Total(Fee-Sub).

       Post-Fee-Transaction.
           MOVE Account-ID TO Trans-Account-ID
           MOVE Fee-Trans-Type(Fee-Sub) TO Trans-Type
           COMPUTE Trans-Amount = Fee-Amount * -1        *> La comisión es un débito a la cuenta.
           MOVE 0 TO Trans-Reference
           MOVE Batch-Teller-ID TO Trans-Teller-ID
           MOVE Business-Date TO Trans-Date-Time(1:8)    *> La comisión lleva la fecha de proceso...
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO Trans-Date-Time(9:6)                    *> ...y la hora real de la corrida.
           OPEN EXTEND TransactionFile
           WRITE TransactionRecord
           CLOSE TransactionFile.

       Sum-Open-Holds.
           MOVE 0 TO Open-Holds-Total
           IF Hold-File-Open = 'Y'
               MOVE 'N' TO End-Of-Holds
               MOVE Holds-Account-ID TO Hold-Account-ID
               MOVE 0 TO Hold-Seq
               START HoldFile KEY >= Hold-Key            *> Se posiciona en la primera retención de la cuenta.
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
           IF Hold-Account-ID NOT = Holds-Account-ID     *> Se terminaron las retenciones de la cuenta.
               MOVE 'Y' TO End-Of-Holds
           ELSE
               IF Hold-Open AND Hold-Expiry-Date >= Business-Date
                   ADD Hold-Amount TO Open-Holds-Total   *> Solo las abiertas y no vencidas restan.
               END-IF
           END-IF.

       Print-Fee-Totals.
           DISPLAY "---------------------------------------------"
           DISPLAY "Cuentas procesadas: " Accounts-Processed
           DISPLAY "Cuentas sin cuadro de comisiones: "
               Accounts-No-Schedule
           PERFORM VARYING Fee-Sub FROM 1 BY 1
                   UNTIL Fee-Sub > 3
               DISPLAY Fee-Description(Fee-Sub)
                   " cobradas: " Fee-Charged-Count(Fee-Sub)
                   " por " Fee-Charged-Total(Fee-Sub)
                   " no cobradas: " Fee-Missed-Count(Fee-Sub)
                   " por " Fee-Missed-Total(Fee-Sub)
           END-PERFORM.
