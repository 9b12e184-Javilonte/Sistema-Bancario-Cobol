       IDENTIFICATION DIVISION.
       PROGRAM-ID. Integrity-Check.

      *> Control nocturno de integridad entre archivos: la
      *> conciliación compara saldos contra el log, pero nada
      *> comprobaba que los maestros coincidan entre sí. Este paso
      *> recorre cuentas.dat y verifica que cada cuenta tenga su
      *> cliente en clientes.dat, su producto en productos.dat y el
      *> mismo nombre de titular que el cliente; después recorre las
      *> órdenes permanentes activas, las retenciones abiertas, las
      *> transferencias salientes pendientes, los plazos fijos y los
      *> préstamos vigentes y verifica que su cuenta siga en
      *> cuentas.dat (si no está, dice si ya pasó a
      *> cuentas_cerradas.dat o si nunca existió). Las excepciones
      *> salen agrupadas por categoría con la cantidad de cada una.
      *> Las cuentas convertidas que aún no se enlazaron con un
      *> cliente (cliente 0) y las de tasa plana sin producto son
      *> válidas: se listan aparte, solo como información, y no
      *> cuentan como excepción.
      *> Según parametros.dat (que el operador fija desde la cadena
      *> nocturna), con excepciones el paso detiene la cadena sin
      *> marcar su ciclo o solo avisa y la deja seguir. No modifica
      *> ningún maestro: las correcciones las hace el operador.

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
           SELECT OPTIONAL ProductFile ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-Code
               FILE STATUS IS Product-File-Status.
           SELECT OPTIONAL ClosedAccountFile
               ASSIGN TO "cuentas_cerradas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-Account-ID
               FILE STATUS IS Closed-Account-File-Status.
           SELECT OPTIONAL OrderFile ASSIGN TO "ordenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-ID
               FILE STATUS IS Order-File-Status.
           SELECT OPTIONAL HoldFile ASSIGN TO "retenciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.
           SELECT OPTIONAL OutboundFile ASSIGN TO "transf_salida.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Out-Ref
               FILE STATUS IS Outbound-File-Status.
           SELECT OPTIONAL TermFile ASSIGN TO "plazos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Term-ID
               FILE STATUS IS Term-File-Status.
           SELECT OPTIONAL LoanFile ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-ID
               FILE STATUS IS Loan-File-Status.
           SELECT OPTIONAL ParameterFile ASSIGN TO "parametros.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Parm-Key
               FILE STATUS IS Parameter-File-Status.
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

       FD  ProductFile.
           COPY PRODREC.

       FD  ClosedAccountFile.
           COPY CLACCREC.

       FD  OrderFile.
           COPY ORDREC.

       FD  HoldFile.
           COPY HOLDREC.

       FD  OutboundFile.
           COPY OUTREC.

       FD  TermFile.
           COPY TERMREC.

       FD  LoanFile.
           COPY LOANREC.

       FD  ParameterFile.
           COPY PARMREC.

       FD  ProcDateFile.
           COPY PROCDATE.

       FD  RunControlFile.
           COPY RUNCTL.

       SD  SortWork.
       01  Sort-Record.
           05  Sort-Category        PIC 9(2).        *> Clave de ordenamiento: la categoría...
           05  Sort-Seq             PIC 9(7).        *> ...y el orden en que se encontró.
           05  Sort-Detail          PIC X(90).

       WORKING-STORAGE SECTION.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Client-File-Status   PIC X(2).             *> Código de estado de E/S de ClientFile.
       01  Product-File-Status  PIC X(2).             *> Código de estado de E/S de ProductFile.
       01  Closed-Account-File-Status PIC X(2).       *> Código de estado de E/S de ClosedAccountFile.
       01  Order-File-Status    PIC X(2).             *> Código de estado de E/S de OrderFile.
       01  Hold-File-Status     PIC X(2).             *> Código de estado de E/S de HoldFile.
       01  Outbound-File-Status PIC X(2).             *> Código de estado de E/S de OutboundFile.
       01  Term-File-Status     PIC X(2).             *> Código de estado de E/S de TermFile.
       01  Loan-File-Status     PIC X(2).             *> Código de estado de E/S de LoanFile.
       01  Parameter-File-Status PIC X(2).            *> Código de estado de E/S de ParameterFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Run-Control-File-Status PIC X(2).          *> Código de estado de E/S de RunControlFile.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso de la corrida.
       01  Already-Run          PIC X.                 *> 'Y' si este ciclo ya fue completado antes.
       01  Run-Control-Job      PIC X(8) VALUE "INTEGRID". *> Nombre de este trabajo en el control.
       01  Integrity-Action     PIC X VALUE 'A'.       *> 'D' detiene la cadena, 'A' solo avisa.
       01  End-Of-File          PIC X VALUE 'N'.       *> Fin del recorrido del archivo en curso.
       01  Sort-Status          PIC X VALUE 'N'.       *> 'Y' cuando RETURN llega al final.
       01  Check-Account-ID     PIC 9(5).              *> Cuenta referida que se busca.
       01  Account-State        PIC X(10).             *> Dónde quedó la cuenta referida.
       01  Exception-Category   PIC 9(2).              *> Categoría de la excepción encontrada.
       01  Exception-Detail     PIC X(90).             *> Detalle de la excepción encontrada.
       01  Exception-Seq        PIC 9(7) VALUE 0.      *> Orden de hallazgo de las excepciones.
       01  Total-Exceptions     PIC 9(7) VALUE 0.      *> Excepciones de toda la corrida.
       01  Total-Informative    PIC 9(7) VALUE 0.      *> Cuentas listadas solo como información.
       01  Last-Exception-Category PIC 9(2) VALUE 8.   *> Las categorías siguientes son informativas.
       01  Current-Category     PIC 9(2) VALUE 0.      *> Categoría que se está listando.
       01  Category-Sub         PIC 9(2).              *> Entrada de la tabla de categorías.
       01  Category-Table.                             *> Categorías de excepción y sus cantidades.
           05  Category-Entry OCCURS 10 TIMES.
               10  Category-Label  PIC X(34).
               10  Category-Count  PIC 9(7).
       01  Accounts-Checked     PIC 9(7) VALUE 0.      *> Cuentas revisadas.
       01  References-Checked   PIC 9(7) VALUE 0.      *> Órdenes, retenciones, transferencias,
                                                       *> plazos y préstamos revisados.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== CONTROL DE INTEGRIDAD ENTRE ARCHIVOS ====="
           PERFORM Get-Business-Date
           PERFORM Get-Integrity-Action
           PERFORM Check-Run-Control
           IF Already-Run = 'Y'
               DISPLAY "El control de integridad ya fue completado"
                   " para el ciclo " Business-Date "; corrida"
                   " rechazada."
           ELSE
               PERFORM Run-Integrity-Check
           END-IF
           CLOSE RunControlFile
           GOBACK.

       Run-Integrity-Check.
           PERFORM Init-Category-Table
           OPEN INPUT AccountFile
           OPEN INPUT ClientFile
           OPEN INPUT ProductFile
           OPEN INPUT ClosedAccountFile
           SORT SortWork
               ON ASCENDING KEY Sort-Category Sort-Seq
               INPUT PROCEDURE IS Scan-Files
               OUTPUT PROCEDURE IS List-Exceptions
           CLOSE ClosedAccountFile
           CLOSE ProductFile
           CLOSE ClientFile
           CLOSE AccountFile
           PERFORM Show-Category-Totals
           IF Total-Exceptions = 0
               DISPLAY "Sin excepciones de integridad."
               PERFORM Mark-Run-Complete
           ELSE
               IF Integrity-Action = 'D'
                   DISPLAY "Hay excepciones y el control está"
                       " configurado para detener la cadena: el"
                       " ciclo NO se marca."
               ELSE
                   DISPLAY "Hay excepciones; el control está"
                       " configurado para solo avisar."
                   PERFORM Mark-Run-Complete
               END-IF
           END-IF.

       Init-Category-Table.
           MOVE "CUENTA SIN CLIENTE EN EL MAESTRO" TO Category-Label(1)
           MOVE "CUENTA CON PRODUCTO INEXISTENTE" TO Category-Label(2)
           MOVE "TITULAR DISTINTO DEL CLIENTE" TO Category-Label(3)
           MOVE "ORDEN ACTIVA SIN CUENTA VIGENTE" TO Category-Label(4)
           MOVE "RETENCION ABIERTA SIN CUENTA" TO Category-Label(5)
           MOVE "TRANSF. PENDIENTE SIN CUENTA" TO Category-Label(6)
           MOVE "PLAZO FIJO VIGENTE SIN CUENTA" TO Category-Label(7)
           MOVE "PRESTAMO VIGENTE SIN CUENTA" TO Category-Label(8)
           MOVE "INFO: CUENTA SIN CLIENTE ASIGNADO" TO Category-Label(9)
           MOVE "INFO: CUENTA SIN PRODUCTO" TO Category-Label(10)
           PERFORM VARYING Category-Sub FROM 1 BY 1
                   UNTIL Category-Sub > 10
               MOVE 0 TO Category-Count(Category-Sub)
           END-PERFORM.

       Scan-Files.
           PERFORM Scan-Accounts
           PERFORM Scan-Orders
           PERFORM Scan-Holds
           PERFORM Scan-Outbound
           PERFORM Scan-Terms
           PERFORM Scan-Loans.

       Scan-Accounts.
           MOVE 'N' TO End-Of-File
           PERFORM UNTIL End-Of-File = 'Y'
               READ AccountFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-File
                   NOT AT END
                       PERFORM Check-Account
               END-READ
           END-PERFORM.

       Check-Account.
           ADD 1 TO Accounts-Checked
           IF Account-Client-ID = 0                      *> Convertida, falta Asignar cuenta a cliente.
               MOVE 9 TO Exception-Category
               MOVE SPACES TO Exception-Detail
               STRING "Cuenta " Account-ID
                   " titular " Account-Holder
                   DELIMITED BY SIZE INTO Exception-Detail
               PERFORM Release-Exception
           ELSE
               PERFORM Check-Account-Client
           END-IF
           IF Account-Product-Code = SPACES              *> Tasa plana, sin producto.
               MOVE 10 TO Exception-Category
               MOVE SPACES TO Exception-Detail
               STRING "Cuenta " Account-ID
                   " titular " Account-Holder
                   DELIMITED BY SIZE INTO Exception-Detail
               PERFORM Release-Exception
           ELSE
               PERFORM Check-Account-Product
           END-IF.

       Check-Account-Client.
           MOVE Account-Client-ID TO Client-ID
           READ ClientFile
               INVALID KEY
                   MOVE 1 TO Exception-Category
                   MOVE SPACES TO Exception-Detail
                   STRING "Cuenta " Account-ID
                       " cliente " Account-Client-ID
                       " titular " Account-Holder
                       DELIMITED BY SIZE INTO Exception-Detail
                   PERFORM Release-Exception
               NOT INVALID KEY
                   IF Account-Holder NOT = Client-Name    *> Quedó el nombre viejo tras Update-Client.
                       MOVE 3 TO Exception-Category
                       MOVE SPACES TO Exception-Detail
                       STRING "Cuenta " Account-ID
                           " titular " Account-Holder
                           " cliente " Client-Name
                           DELIMITED BY SIZE INTO Exception-Detail
                       PERFORM Release-Exception
                   END-IF
           END-READ.

       Check-Account-Product.
           MOVE Account-Product-Code TO Product-Code
           READ ProductFile
               INVALID KEY
                   MOVE 2 TO Exception-Category
                   MOVE SPACES TO Exception-Detail
                   STRING "Cuenta " Account-ID
                       " producto '" Account-Product-Code "'"
                       DELIMITED BY SIZE INTO Exception-Detail
                   PERFORM Release-Exception
           END-READ.

       Scan-Orders.
           OPEN INPUT OrderFile
           MOVE 'N' TO End-Of-File
           PERFORM UNTIL End-Of-File = 'Y'
               READ OrderFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-File
                   NOT AT END
                       IF Order-Is-Active
                           PERFORM Check-Order
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OrderFile.

       Check-Order.
           ADD 1 TO References-Checked
           MOVE Order-Source-ID TO Check-Account-ID
           PERFORM Locate-Account
           IF Account-State NOT = SPACES
               MOVE 4 TO Exception-Category
               MOVE SPACES TO Exception-Detail
               STRING "Orden " Order-ID
                   " origen " Order-Source-ID " " Account-State
                   DELIMITED BY SIZE INTO Exception-Detail
               PERFORM Release-Exception
           END-IF
           MOVE Order-Dest-ID TO Check-Account-ID
           PERFORM Locate-Account
           IF Account-State NOT = SPACES
               MOVE 4 TO Exception-Category
               MOVE SPACES TO Exception-Detail
               STRING "Orden " Order-ID
                   " destino " Order-Dest-ID " " Account-State
                   DELIMITED BY SIZE INTO Exception-Detail
               PERFORM Release-Exception
           END-IF.

       Scan-Holds.
           OPEN INPUT HoldFile
           MOVE 'N' TO End-Of-File
           PERFORM UNTIL End-Of-File = 'Y'
               READ HoldFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-File
                   NOT AT END
                       IF Hold-Open
                           PERFORM Check-Hold
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldFile.

       Check-Hold.
           ADD 1 TO References-Checked
           MOVE Hold-Account-ID TO Check-Account-ID
           PERFORM Locate-Account
           IF Account-State NOT = SPACES
               MOVE 5 TO Exception-Category
               MOVE SPACES TO Exception-Detail
               STRING "Retención cuenta " Hold-Account-ID
                   " seq " Hold-Seq " monto " Hold-Amount
                   " " Account-State
                   DELIMITED BY SIZE INTO Exception-Detail
               PERFORM Release-Exception
           END-IF.

       Scan-Outbound.
           OPEN INPUT OutboundFile
           MOVE 'N' TO End-Of-File
           PERFORM UNTIL End-Of-File = 'Y'
               READ OutboundFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-File
                   NOT AT END
                       IF Out-Pending
                           PERFORM Check-Outbound
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OutboundFile.

       Check-Outbound.
           ADD 1 TO References-Checked
           MOVE Out-Account-ID TO Check-Account-ID
           PERFORM Locate-Account
           IF Account-State NOT = SPACES
               MOVE 6 TO Exception-Category
               MOVE SPACES TO Exception-Detail
               STRING "Transferencia " Out-Ref
                   " cuenta " Out-Account-ID
                   " monto " Out-Amount " " Account-State
                   DELIMITED BY SIZE INTO Exception-Detail
               PERFORM Release-Exception
           END-IF.

       Scan-Terms.
           OPEN INPUT TermFile
           MOVE 'N' TO End-Of-File
           PERFORM UNTIL End-Of-File = 'Y'
               READ TermFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-File
                   NOT AT END
                       IF Term-Active
                           PERFORM Check-Term
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TermFile.

       Check-Term.
           ADD 1 TO References-Checked
           MOVE Term-Account-ID TO Check-Account-ID
           PERFORM Locate-Account
           IF Account-State NOT = SPACES
               MOVE 7 TO Exception-Category
               MOVE SPACES TO Exception-Detail
               STRING "Plazo " Term-ID
                   " cuenta " Term-Account-ID " " Account-State
                   DELIMITED BY SIZE INTO Exception-Detail
               PERFORM Release-Exception
           END-IF.

       Scan-Loans.
           OPEN INPUT LoanFile
           MOVE 'N' TO End-Of-File
           PERFORM UNTIL End-Of-File = 'Y'
               READ LoanFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-File
                   NOT AT END
                       IF Loan-Active
                           PERFORM Check-Loan
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile.

       Check-Loan.
           ADD 1 TO References-Checked
           MOVE Loan-Account-ID TO Check-Account-ID
           PERFORM Locate-Account
           IF Account-State NOT = SPACES
               MOVE 8 TO Exception-Category
               MOVE SPACES TO Exception-Detail
               STRING "Préstamo " Loan-ID
                   " cuenta " Loan-Account-ID " " Account-State
                   DELIMITED BY SIZE INTO Exception-Detail
               PERFORM Release-Exception
           END-IF.

       Locate-Account.
      *>   Deja Account-State en blanco si la cuenta está vigente en
      *>   cuentas.dat; si no, dice si fue cerrada o si no existe.
           MOVE SPACES TO Account-State
           MOVE Check-Account-ID TO Account-ID
           READ AccountFile
               INVALID KEY
                   MOVE Check-Account-ID TO CA-Account-ID
                   READ ClosedAccountFile
                       INVALID KEY
                           MOVE "INEXISTENTE" TO Account-State
                       NOT INVALID KEY
                           MOVE "CERRADA" TO Account-State
                   END-READ
           END-READ.

       Release-Exception.
           ADD 1 TO Exception-Seq
           IF Exception-Category > Last-Exception-Category
               ADD 1 TO Total-Informative                 *> No detiene la cadena.
           ELSE
               ADD 1 TO Total-Exceptions
           END-IF
           ADD 1 TO Category-Count(Exception-Category)
           MOVE Exception-Category TO Sort-Category
           MOVE Exception-Seq TO Sort-Seq
           MOVE Exception-Detail TO Sort-Detail
           RELEASE Sort-Record.

       List-Exceptions.
           PERFORM UNTIL Sort-Status = 'Y'
               RETURN SortWork
                   AT END
                       MOVE 'Y' TO Sort-Status
                   NOT AT END
                       PERFORM Show-Exception
               END-RETURN
           END-PERFORM.

       Show-Exception.
           IF Sort-Category NOT = Current-Category       *> Corte por categoría.
               MOVE Sort-Category TO Current-Category
               DISPLAY "-------- " Category-Label(Current-Category)
                   " --------"
           END-IF
           DISPLAY "  " Sort-Detail.

       Show-Category-Totals.
           DISPLAY "---------------------------------------------"
           DISPLAY "Cuentas revisadas: " Accounts-Checked
           DISPLAY "Referencias a cuentas revisadas: "
               References-Checked
           PERFORM VARYING Category-Sub FROM 1 BY 1
                   UNTIL Category-Sub > 10
               DISPLAY Category-Label(Category-Sub) ": "
                   Category-Count(Category-Sub)
           END-PERFORM
           DISPLAY "Total de excepciones: " Total-Exceptions
           DISPLAY "Cuentas informadas (no son excepción): "
               Total-Informative.

       Get-Integrity-Action.
           OPEN INPUT ParameterFile
           MOVE '1' TO Parm-Key
           READ ParameterFile
               INVALID KEY
                   MOVE 'A' TO Integrity-Action       *> Sin parámetros: solo avisa.
               NOT INVALID KEY
                   MOVE Parm-Integrity-Action TO Integrity-Action
           END-READ
           CLOSE ParameterFile
           IF Integrity-Action = 'D'
               DISPLAY "Modo: las excepciones detienen la cadena."
           ELSE
               DISPLAY "Modo: las excepciones solo se informan."
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
