       IDENTIFICATION DIVISION.
       PROGRAM-ID. Term-Maturity.

      *> Proceso batch diario de vencimiento de plazos fijos: recorre
      *> plazos.dat y a cada plazo vigente cuyo vencimiento llegó a la
      *> fecha de proceso le acredita a la cuenta de fondeo el interés
      *> del período ('J') con su retención impositiva ('X', misma
      *> alícuota que la acreditación mensual de intereses), y según
      *> la instrucción del cliente:
      *>   P  devuelve el capital a la cuenta ('V') y da el plazo por
      *>      vencido;
      *>   C  renueva el capital por otro período igual;
      *>   T  renueva el capital más el interés neto, que vuelve a
      *>      salir de la cuenta con un débito 'P'.
      *> La renovación toma la tasa vigente de la banda del producto
      *> para el capital renovado (si el producto ya no está en el
      *> catálogo conserva la tasa pactada) y arranca el período nuevo
      *> en el vencimiento anterior, no en la fecha de proceso, para
      *> que una cadena atrasada no le regale días al cliente. Un
      *> plazo cuya cuenta de fondeo no existe se informa y queda como
      *> está, para que el supervisor lo resuelva. Todos los
      *> movimientos llevan el número del plazo como referencia. Corre
      *> en la cadena nocturna antes de la conciliación, para que los
      *> movimientos del vencimiento entren en el log del día.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TermFile ASSIGN TO "plazos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Term-ID
               FILE STATUS IS Term-File-Status.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Account-ID
               FILE STATUS IS Account-File-Status.
           SELECT OPTIONAL ProductFile ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-Code
               FILE STATUS IS Product-File-Status.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
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
       FD  TermFile.
           COPY TERMREC.

       FD  AccountFile.
           COPY ACCTREC.

       FD  ProductFile.
           COPY PRODREC.

       FD  TransactionFile.
           COPY TRANREC.

       FD  ProcDateFile.
           COPY PROCDATE.

       FD  RunControlFile.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  Term-File-Status     PIC X(2).             *> Código de estado de E/S de TermFile.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Product-File-Status  PIC X(2).             *> Código de estado de E/S de ProductFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Run-Control-File-Status PIC X(2).          *> Código de estado de E/S de RunControlFile.
       01  Product-File-Open    PIC X VALUE 'N'.       *> 'Y' si productos.dat existe y está abierto.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso de la corrida.
       01  Already-Run          PIC X.                 *> 'Y' si este ciclo ya fue completado antes.
       01  Run-Control-Job      PIC X(8) VALUE "PLAZOFIJ". *> Nombre de este trabajo en el control.
       01  Batch-Teller-ID      PIC X(8) VALUE "BATCHPLZ". *> Origen batch de los movimientos del plazo.
       01  End-Of-Terms         PIC X VALUE 'N'.       *> Fin del recorrido de plazos fijos.
       01  Withholding-Rate     PIC 9V9999 VALUE 0.1500. *> Alícuota legal de retención sobre el interés.
       01  Term-Interest        PIC 9(9)V99.           *> Interés del período que vence.
       01  Term-Withholding     PIC 9(9)V99.           *> Retención sobre ese interés.
       01  Net-Interest         PIC 9(9)V99.           *> Interés menos retención.
       01  Maturity-Int         PIC 9(8).              *> Vencimiento nuevo en días corridos.
       01  Renewal-Rate         PIC 9V9999.            *> Tasa del período renovado.
       01  Tier-Sub             PIC 9(1).              *> Entrada de la tabla de bandas del producto.
       01  Tier-Found           PIC X.                 *> 'Y' cuando se eligió la banda del capital.
       01  Terms-Reviewed       PIC 9(7) VALUE 0.      *> Plazos vigentes revisados.
       01  Terms-Paid           PIC 9(7) VALUE 0.      *> Plazos pagados a la cuenta de fondeo.
       01  Terms-Renewed        PIC 9(7) VALUE 0.      *> Plazos renovados automáticamente.
       01  Terms-Rejected       PIC 9(7) VALUE 0.      *> Plazos sin cuenta de fondeo, sin tocar.
       01  Rate-Kept            PIC 9(7) VALUE 0.      *> Renovaciones con la tasa pactada por falta de producto.
       01  Total-Interest       PIC 9(11)V99 VALUE 0.  *> Interés bruto pagado en la corrida.
       01  Total-Withheld       PIC 9(11)V99 VALUE 0.  *> Retención practicada en la corrida.
       01  Total-Principal-Paid PIC 9(11)V99 VALUE 0.  *> Capital devuelto a las cuentas.
       01  Total-Reinvested     PIC 9(11)V99 VALUE 0.  *> Interés neto reinvertido en plazos.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== VENCIMIENTO DIARIO DE PLAZOS FIJOS ====="
           PERFORM Get-Business-Date
           PERFORM Check-Run-Control
           IF Already-Run = 'Y'
               DISPLAY "El vencimiento de plazos fijos ya fue"
                   " completado para el ciclo " Business-Date
                   "; corrida rechazada."
           ELSE
               PERFORM Run-Term-Maturity
           END-IF
           CLOSE RunControlFile
           GOBACK.

       Run-Term-Maturity.
           OPEN I-O TermFile
           IF Term-File-Status = '35'
               DISPLAY "No existe plazos.dat; nada que vencer."
           ELSE
               OPEN I-O AccountFile
               PERFORM Open-Product-File
               MOVE 'N' TO End-Of-Terms
               PERFORM UNTIL End-Of-Terms = 'Y'
                   READ TermFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Terms
                       NOT AT END
                           PERFORM Review-Term
                   END-READ
               END-PERFORM
               IF Product-File-Open = 'Y'
                   CLOSE ProductFile
               END-IF
               CLOSE AccountFile
               CLOSE TermFile
           END-IF
           PERFORM Mark-Run-Complete            *> Sin plazos que vencer el día igual queda cerrado.
           DISPLAY "Plazos vigentes revisados: " Terms-Reviewed
           DISPLAY "Plazos pagados: " Terms-Paid
           DISPLAY "Plazos renovados: " Terms-Renewed
           DISPLAY "Renovados con la tasa pactada: " Rate-Kept
           DISPLAY "Plazos sin cuenta de fondeo: " Terms-Rejected
           DISPLAY "Interés bruto pagado: " Total-Interest
           DISPLAY "Retención practicada: " Total-Withheld
           DISPLAY "Capital devuelto: " Total-Principal-Paid
           DISPLAY "Interés neto reinvertido: " Total-Reinvested.

       Open-Product-File.
           OPEN INPUT ProductFile                        *> Solo se consulta para la tasa de renovación.
           IF Product-File-Status = '35'
               MOVE 'N' TO Product-File-Open             *> Sin catálogo: se renueva a la tasa pactada.
           ELSE
               MOVE 'Y' TO Product-File-Open
           END-IF.

       Review-Term.
           IF Term-Active
               ADD 1 TO Terms-Reviewed
               IF Term-Maturity-Date <= Business-Date    *> Llegó (o pasó) el vencimiento del período.
                   MOVE Term-Account-ID TO Account-ID
                   READ AccountFile
                       INVALID KEY
                           DISPLAY "SIN CUENTA: plazo " Term-ID
                               " cuenta " Term-Account-ID
                               " capital " Term-Principal
                           ADD 1 TO Terms-Rejected
                       NOT INVALID KEY
                           PERFORM Mature-Term
                   END-READ
               END-IF
           END-IF.

       Mature-Term.
           COMPUTE Term-Interest ROUNDED =
               Term-Principal * Term-Rate * Term-Days / 30
           COMPUTE Term-Withholding ROUNDED =
               Term-Interest * Withholding-Rate
           COMPUTE Net-Interest = Term-Interest - Term-Withholding
           ADD Net-Interest TO Account-Balance
           IF Term-Interest > 0
               MOVE 'J' TO Trans-Type
               MOVE Term-Interest TO Trans-Amount
               PERFORM Post-Term-Transaction
           END-IF
           IF Term-Withholding > 0
               MOVE 'X' TO Trans-Type
               COMPUTE Trans-Amount = Term-Withholding * -1  *> La retención es un débito a la cuenta.
               PERFORM Post-Term-Transaction
           END-IF
           ADD Term-Interest TO Total-Interest
           ADD Term-Withholding TO Total-Withheld
           EVALUATE TRUE
               WHEN Term-Renew-Principal
                   PERFORM Renew-Term
               WHEN Term-Renew-All
                   PERFORM Reinvest-Interest
                   PERFORM Renew-Term
               WHEN OTHER
                   PERFORM Pay-Out-Term                 *> 'P' y cualquier instrucción dudosa: se paga.
           END-EVALUATE
           REWRITE AccountRecord
           REWRITE TermDepositRecord.

       Pay-Out-Term.
           ADD Term-Principal TO Account-Balance
           MOVE 'V' TO Trans-Type
           MOVE Term-Principal TO Trans-Amount           *> Vuelve el capital a la cuenta de fondeo.
           PERFORM Post-Term-Transaction
           ADD Term-Principal TO Total-Principal-Paid
           MOVE 'V' TO Term-Status
           MOVE Business-Date TO Term-Close-Date
           ADD 1 TO Terms-Paid
           DISPLAY "Pagado: plazo " Term-ID
               " cuenta " Term-Account-ID
               " capital " Term-Principal
               " interés " Term-Interest.

       Reinvest-Interest.
           IF Net-Interest > 0
               SUBTRACT Net-Interest FROM Account-Balance
               MOVE 'P' TO Trans-Type
               COMPUTE Trans-Amount = Net-Interest * -1  *> El interés neto vuelve a inmovilizarse.
               PERFORM Post-Term-Transaction
               ADD Net-Interest TO Term-Principal
               ADD Net-Interest TO Total-Reinvested
           END-IF.

       Renew-Term.
           PERFORM Get-Renewal-Rate
           MOVE Renewal-Rate TO Term-Rate
           MOVE Term-Maturity-Date TO Term-Start-Date    *> El período nuevo arranca en el vencimiento.
           COMPUTE Maturity-Int =
               FUNCTION INTEGER-OF-DATE(Term-Start-Date)
               + Term-Days
           MOVE FUNCTION DATE-OF-INTEGER(Maturity-Int)
               TO Term-Maturity-Date
           ADD 1 TO Term-Renewals
           ADD 1 TO Terms-Renewed
           DISPLAY "Renovado: plazo " Term-ID
               " cuenta " Term-Account-ID
               " capital " Term-Principal
               " tasa " Term-Rate
               " vence " Term-Maturity-Date.

       Get-Renewal-Rate.
           MOVE Term-Rate TO Renewal-Rate                *> Respaldo: la tasa pactada del período anterior.
           MOVE 'N' TO Tier-Found
           IF Product-File-Open = 'Y'
               MOVE Term-Product-Code TO Product-Code
               READ ProductFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Pick-Tier-Rate
               END-READ
           END-IF
           IF Tier-Found = 'N'
               ADD 1 TO Rate-Kept
           END-IF.

       Pick-Tier-Rate.
      *>   Misma regla que la apertura: la primera banda cuyo tope
      *>   cubre el capital; la última cubre todo lo que excede.
           MOVE Tier-Rate(3) TO Renewal-Rate
           PERFORM VARYING Tier-Sub FROM 1 BY 1
                   UNTIL Tier-Sub > 3 OR Tier-Found = 'Y'
               IF Term-Principal <= Tier-Ceiling(Tier-Sub)
                   MOVE Tier-Rate(Tier-Sub) TO Renewal-Rate
                   MOVE 'Y' TO Tier-Found
               END-IF
           END-PERFORM
           MOVE 'Y' TO Tier-Found.                       *> La última banda cubre lo que excede.

       Post-Term-Transaction.
           MOVE Account-ID TO Trans-Account-ID
           MOVE Term-ID TO Trans-Reference               *> Todos los movimientos apuntan al plazo.
           MOVE Batch-Teller-ID TO Trans-Teller-ID
           MOVE Business-Date TO Trans-Date-Time(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO Trans-Date-Time(9:6)
           OPEN EXTEND TransactionFile
           WRITE TransactionRecord
           CLOSE TransactionFile.

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
