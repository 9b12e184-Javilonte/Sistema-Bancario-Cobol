      *> resumen débito/crédito por cada tipo de transacción
      *> (depósitos, retiros, patas de transferencia, intereses,
      *> reversos, retenciones impositivas y transferencias
      *> interbancarias con sus devoluciones, las comisiones de
      *> mantenimiento, retiros excedentes y descubierto, y los
      *> depósitos de cheques con sus rechazos, y los plazos fijos:
      *> constituciones, devoluciones de capital, intereses y
      *> penalidades por cancelación anticipada, y los préstamos:
      *> desembolsos y cobros de capital e interés de las cuotas),
      *> una línea de ingreso por comisiones que suma las tres para
      *> la cuenta de resultados, una de ingreso por intereses de
      *> préstamos, otra con el saldo de capital de la cartera de
      *> préstamos al cierre del día, más un registro de cola con la
      *> cantidad de líneas y los totales de control, para que el
      *> sistema receptor pueda verificar el archivo y casa matriz
      *> deje de retipear cifras a mano desde la pantalla. Todas las
      *> líneas de detalle se emiten siempre, aun en cero, para que
      *> la interfaz sea predecible.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-Key
               FILE STATUS IS Run-Control-File-Status.
           SELECT OPTIONAL LoanFile ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-ID
               FILE STATUS IS Loan-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
           COPY RUNCTL.

       FD  LoanFile.
           COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  Extract-Date         PIC 9(8).              *> Fecha de proceso a extractar.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Already-Run          PIC X.                 *> 'Y' si este ciclo ya fue extractado antes.
       01  Run-Control-Job      PIC X(8) VALUE "GLEXTRAC". *> Nombre de este trabajo en el control.
       01  End-Of-Trans         PIC X VALUE 'N'.       *> Fin del recorrido del log de transacciones.
       01  Type-Sub             PIC 9(2).              *> Entrada de la tabla de tipos; 0 = desconocido.
       01  GL-Type-Entries      PIC 9(2) VALUE 20.     *> Cantidad de tipos en la tabla.
       01  Unknown-Types        PIC 9(7) VALUE 0.      *> Transacciones con tipo fuera de la tabla.
       01  Loan-File-Status     PIC X(2).             *> Código de estado de E/S de LoanFile.
       01  End-Of-Loans         PIC X VALUE 'N'.       *> Fin del recorrido de préstamos.
       01  Loan-Interest-Sub    PIC 9(2) VALUE 20.     *> Entrada del interés cobrado de préstamos.

       01  GL-Type-Table.                              *> Acumuladores por tipo de transacción.
           05  GL-Type-Entry OCCURS 20 TIMES.
               10  GL-Type-Code    PIC X(1).
               10  GL-Type-Count   PIC 9(7).
               10  GL-Type-Debits  PIC 9(13)V99.        *> Débitos del tipo, en valor absoluto.
           05  GLD-Credit-Total PIC 9(13)V99.
           05  FILLER           PIC X(33) VALUE SPACES.

       01  GL-Account-Line.                            *> Línea de resumen por concepto contable.
           05  GLA-Record-Type  PIC X(1) VALUE '2'.
           05  GLA-Extract-Date PIC 9(8).
           05  GLA-Concept      PIC X(4).               *> COMI = ingreso por comisiones;
                                                        *> INTP = ingreso por intereses de préstamos;
                                                        *> SALP = saldo de capital de la cartera.
           05  GLA-Count        PIC 9(7).
           05  GLA-Debit-Total  PIC 9(13)V99.
           05  GLA-Credit-Total PIC 9(13)V99.
           05  FILLER           PIC X(30) VALUE SPACES.

       01  GL-Trailer-Line.                            *> Registro de cola con los totales de control.
           05  GLT-Record-Type  PIC X(1) VALUE '9'.
           05  GLT-Extract-Date PIC 9(8).
           MOVE 'X' TO GL-Type-Code(6)                   *> Retenciones impositivas sobre intereses.
           MOVE 'O' TO GL-Type-Code(7)                   *> Débitos de transferencias a otros bancos.
           MOVE 'B' TO GL-Type-Code(8)                   *> Devoluciones interbancarias acreditadas.
           MOVE 'M' TO GL-Type-Code(9)                   *> Comisiones de mantenimiento mensual.
           MOVE 'E' TO GL-Type-Code(10)                  *> Comisiones por retiros excedentes.
           MOVE 'G' TO GL-Type-Code(11)                  *> Cargos por mes en descubierto.
           MOVE 'Q' TO GL-Type-Code(12)                  *> Depósitos de cheques al canje.
           MOVE 'H' TO GL-Type-Code(13)                  *> Débitos de cheques rechazados.
           MOVE 'P' TO GL-Type-Code(14)                  *> Constituciones de plazo fijo.
           MOVE 'V' TO GL-Type-Code(15)                  *> Capital de plazo fijo devuelto.
           MOVE 'J' TO GL-Type-Code(16)                  *> Intereses de plazo fijo.
           MOVE 'N' TO GL-Type-Code(17)                  *> Penalidades por cancelación de plazo.
           MOVE 'L' TO GL-Type-Code(18)                  *> Desembolsos de préstamos.
           MOVE 'A' TO GL-Type-Code(19)                  *> Capital cobrado de cuotas de préstamos.
           MOVE 'K' TO GL-Type-Code(20)                  *> Interés cobrado de cuotas de préstamos.
           PERFORM VARYING Type-Sub FROM 1 BY 1
                   UNTIL Type-Sub > GL-Type-Entries
               MOVE 0 TO GL-Type-Count(Type-Sub)
               MOVE 0 TO GL-Type-Debits(Type-Sub)
               MOVE 0 TO GL-Type-Credits(Type-Sub)
                   WHEN 'X' MOVE 6 TO Type-Sub
                   WHEN 'O' MOVE 7 TO Type-Sub
                   WHEN 'B' MOVE 8 TO Type-Sub
                   WHEN 'M' MOVE 9 TO Type-Sub
                   WHEN 'E' MOVE 10 TO Type-Sub
                   WHEN 'G' MOVE 11 TO Type-Sub
                   WHEN 'Q' MOVE 12 TO Type-Sub
                   WHEN 'H' MOVE 13 TO Type-Sub
                   WHEN 'P' MOVE 14 TO Type-Sub
                   WHEN 'V' MOVE 15 TO Type-Sub
                   WHEN 'J' MOVE 16 TO Type-Sub
                   WHEN 'N' MOVE 17 TO Type-Sub
                   WHEN 'L' MOVE 18 TO Type-Sub
                   WHEN 'A' MOVE 19 TO Type-Sub
                   WHEN 'K' MOVE 20 TO Type-Sub
                   WHEN OTHER MOVE 0 TO Type-Sub
               END-EVALUATE
               IF Type-Sub = 0
           MOVE 0 TO GLT-Debit-Hash
           MOVE 0 TO GLT-Credit-Hash
           PERFORM VARYING Type-Sub FROM 1 BY 1
                   UNTIL Type-Sub > GL-Type-Entries
               PERFORM Write-Detail-Line
           END-PERFORM
           PERFORM Write-Fee-Income-Line
           PERFORM Write-Loan-Interest-Line
           PERFORM Write-Loan-Balance-Line
           WRITE ExtractRecord FROM GL-Trailer-Line
           CLOSE ExtractFile.

               " Cant: " GLD-Count
               " Débitos: " GLD-Debit-Total
               " Créditos: " GLD-Credit-Total.

       Write-Fee-Income-Line.
      *>   El débito de una comisión en la cuenta del cliente es un
      *>   crédito a ingresos por comisiones; una devolución de
      *>   comisión (crédito al cliente) lo revierte.
           MOVE Extract-Date TO GLA-Extract-Date
           MOVE "COMI" TO GLA-Concept
           MOVE 0 TO GLA-Count
           MOVE 0 TO GLA-Debit-Total
           MOVE 0 TO GLA-Credit-Total
           PERFORM VARYING Type-Sub FROM 9 BY 1
                   UNTIL Type-Sub > 11
               ADD GL-Type-Count(Type-Sub) TO GLA-Count
               ADD GL-Type-Debits(Type-Sub) TO GLA-Credit-Total
               ADD GL-Type-Credits(Type-Sub) TO GLA-Debit-Total
           END-PERFORM
           PERFORM Write-Account-Line.

       Write-Loan-Interest-Line.
      *>   Igual que las comisiones: el débito del interés de la cuota
      *>   en la cuenta del cliente es un crédito a ingresos.
           MOVE Extract-Date TO GLA-Extract-Date
           MOVE "INTP" TO GLA-Concept
           MOVE GL-Type-Count(Loan-Interest-Sub) TO GLA-Count
           MOVE GL-Type-Debits(Loan-Interest-Sub) TO GLA-Credit-Total
           MOVE GL-Type-Credits(Loan-Interest-Sub) TO GLA-Debit-Total
           PERFORM Write-Account-Line.

       Write-Loan-Balance-Line.
      *>   Saldo de capital adeudado de los préstamos vigentes al
      *>   cierre del día (activo del banco, en la columna débito),
      *>   con la cantidad de préstamos vigentes. Se toma del maestro
      *>   de préstamos después del cobro diario de cuotas.
           MOVE Extract-Date TO GLA-Extract-Date
           MOVE "SALP" TO GLA-Concept
           MOVE 0 TO GLA-Count
           MOVE 0 TO GLA-Debit-Total
           MOVE 0 TO GLA-Credit-Total
           OPEN INPUT LoanFile
           IF Loan-File-Status NOT = '35'
               PERFORM UNTIL End-Of-Loans = 'Y'
                   READ LoanFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Loans
                       NOT AT END
                           IF Loan-Active
                               ADD 1 TO GLA-Count
                               ADD Loan-Balance TO GLA-Debit-Total
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LoanFile
           END-IF
           PERFORM Write-Account-Line.

       Write-Account-Line.
           WRITE ExtractRecord FROM GL-Account-Line
           ADD 1 TO GLT-Record-Count
           ADD GLA-Debit-Total TO GLT-Debit-Hash
           ADD GLA-Credit-Total TO GLT-Credit-Hash
           DISPLAY "Concepto " GLA-Concept
               " Cant: " GLA-Count
               " Débitos: " GLA-Debit-Total
               " Créditos: " GLA-Credit-Total.
