               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Out-Ref
               FILE STATUS IS Outbound-File-Status.
           SELECT OPTIONAL OperatorFile ASSIGN TO "operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS Operator-File-Status.
           SELECT OPTIONAL ChequeFile ASSIGN TO "cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chq-Ref
               FILE STATUS IS Cheque-File-Status.
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
           SELECT OPTIONAL LoanPaymentFile
               ASSIGN TO "pagos_prestamos.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AuditFile ASSIGN TO "auditoria.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MergeFile ASSIGN TO "fusiones.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OutboundFile.
           COPY OUTREC.

       FD  OperatorFile.
           COPY OPERREC.

       FD  ChequeFile.
           COPY CHEQREC.

       FD  TermFile.
           COPY TERMREC.

       FD  LoanFile.
           COPY LOANREC.

       FD  LoanPaymentFile.
           COPY LOANPAY.

       FD  AuditFile.
           COPY AUDREC.

       FD  MergeFile.
           COPY MERGREC.

       WORKING-STORAGE SECTION.
       01  Prompt-Account-ID  PIC X(25)
       VALUE "Ingrese ID de la cuenta:".
       01  Prompt-Order-Day   PIC X(42)
       VALUE "Ingrese día del mes de ejecución (1-31):".
       01  Input-PIN          PIC 9(4).              *> PIN ingresado por el usuario a validar.
       01  Prompt-Supervisor-ID PIC X(26)
       VALUE "Ingrese ID de supervisor:".
       01  Supervisor-Approval-Error PIC X(36)
       VALUE "Aprobación de supervisor rechazada.".
       01  End-Of-Trans       PIC X.                 *> Fin del recorrido del log de transacciones.
       01  Trans-Line-Number  PIC 9(7).              *> Número de línea del registro dentro del log vivo.
       01  Trans-Lines-Shown  PIC 9(7).              *> Movimientos de la cuenta mostrados al supervisor.
       VALUE "Cuenta bloqueada; requiere desbloqueo supervisor.".
       01  Account-Dormant-Notice PIC X(55)
       VALUE "Cuenta inactiva; requiere reactivación de supervisor.".
       01  Account-No-Client-Notice PIC X(60)           *> Cuenta convertida aún sin enlazar.
       VALUE "Cuenta sin cliente; use 'Asignar cuenta a cliente'.".
       01  PIN-Valid          PIC X VALUE 'N'.        *> 'Y' si el PIN ingresado coincide con el de la cuenta.
       01  Incorrect-PIN      PIC X(15) VALUE "PIN incorrecto.".
       01  Hold-File-Status   PIC X(2).              *> Código de estado de E/S de HoldFile.
       01  Prompt-Tier-Rate   PIC X(80)
       VALUE "Ingrese tasa mensual de la banda, en dígitos (ej. 00025
      -    " = 0.25%):".
       01  Prompt-Monthly-Fee PIC X(80)
       VALUE "Ingrese comisión de mantenimiento mensual, en dígitos (e
      -    "j. 0001500 = 15.00):".
       01  Prompt-Free-Withdrawals PIC X(50)
       VALUE "Ingrese retiros por ventanilla sin cargo por mes:".
       01  Prompt-Withdrawal-Fee PIC X(80)
       VALUE "Ingrese comisión por retiro excedente, en dígitos (ej. 0
      -    "000250 = 2.50):".
       01  Prompt-Overdraft-Fee PIC X(80)
       VALUE "Ingrese cargo por mes en descubierto, en dígitos (ej. 00
      -    "02000 = 20.00):".
       01  Feed-Control-File-Status PIC X(2).         *> Código de estado de E/S de FeedControlFile.
       01  Requeue-Sender     PIC X(8) VALUE "VENTANIL". *> Emisor de los lotes reencolados de ventanilla.
       01  Requeue-File-Seq   PIC 9(6).               *> Secuencia de archivo asignada al lote reencolado.
       VALUE "Ingrese código del banco destino:".
       01  Prompt-Dest-Ext-Account PIC X(50)
       VALUE "Ingrese número de cuenta en el banco destino:".
       01  Operator-File-Status PIC X(2).              *> Código de estado de E/S de OperatorFile.
       01  Teller-Role        PIC X(1).               *> Rol del operador en sesión: 'C' cajero,
                                                      *> 'S' supervisor, 'O' operaciones.
       01  Signon-OK          PIC X.                  *> 'Y' si el ingreso del operador fue aceptado.
       01  Signon-Attempts    PIC 9(1).               *> Intentos de ingreso de esta sesión.
       01  Any-Operator       PIC X.                  *> 'N' si el maestro de operadores está vacío.
       01  Input-Operator-ID  PIC X(8).               *> ID de operador tipeado al ingresar o aprobar.
       01  Input-Password     PIC X(8).               *> Clave tipeada a validar.
       01  New-Password       PIC X(8).               *> Clave nueva elegida tras un blanqueo.
       01  Confirm-Password   PIC X(8).               *> Repetición de la clave nueva.
       01  Supervisor-Approved PIC X.                 *> 'Y' si un supervisor habilitado aprobó.
       01  Approver-ID        PIC X(8) VALUE SPACES.  *> Supervisor que aprobó la operación en curso.
       01  Event-Operator-ID  PIC X(8).               *> Operador al que se refiere un evento sin cuenta.
       01  Cash-Role-OK       PIC X.                  *> 'Y' si el rol en sesión puede mover efectivo.
       01  Operator-Option    PIC X.                  *> Opción elegida en el submenú de operadores.
       01  End-Of-Operators   PIC X.                  *> Fin del recorrido de operadores al listarlos.
       01  Operators-Listed   PIC 9(5).               *> Operadores mostrados en el listado.
       01  Operator-Search-ID PIC X(8).               *> ID del operador que se está buscando.
       01  Prompt-Operator-ID PIC X(25)
       VALUE "Ingrese ID de operador:".
       01  Prompt-Password    PIC X(15)
       VALUE "Ingrese clave:".
       01  Prompt-Operator-Name PIC X(30)
       VALUE "Ingrese nombre del operador:".
       01  Prompt-Operator-Role PIC X(60)
       VALUE "Ingrese rol (C cajero, S supervisor, O operaciones):".
       01  Prompt-Temp-Password PIC X(30)
       VALUE "Ingrese clave temporal:".
       01  Prompt-New-Password PIC X(25)
       VALUE "Ingrese clave nueva:".
       01  Prompt-Confirm-Password PIC X(25)
       VALUE "Repita la clave nueva:".
       01  Cheque-File-Status PIC X(2).               *> Código de estado de E/S de ChequeFile.
       01  Cheque-Drawee-Bank PIC X(8).               *> Banco girado del cheque depositado.
       01  Cheque-Number      PIC X(12).              *> Número del cheque depositado.
       01  Cheque-Hold-Seq    PIC 9(4).               *> Secuencia de la retención puesta por el cheque.
       01  Cheque-Clear-Date  PIC 9(8).               *> Fecha en que vence el canje del cheque.
       01  Clear-Date-Int     PIC 9(8).               *> Fecha de canje en días corridos.
       01  Cheque-Clearing-Days PIC 9(2) VALUE 3.     *> Días corridos de retención por canje.
       01  Prompt-Drawee-Bank PIC X(40)
       VALUE "Ingrese código del banco girado:".
       01  Prompt-Cheque-Number PIC X(30)
       VALUE "Ingrese número del cheque:".
       01  Term-File-Status   PIC X(2).               *> Código de estado de E/S de TermFile.
       01  Term-Option        PIC X.                  *> Opción elegida en el submenú de plazos fijos.
       01  Term-Search-ID     PIC 9(9).               *> Número del plazo fijo que se está buscando.
       01  End-Of-Terms       PIC X.                  *> Fin del recorrido de plazos fijos.
       01  Terms-Listed       PIC 9(5).               *> Plazos fijos mostrados en el listado.
       01  Active-Terms       PIC 9(5).               *> Plazos vigentes fondeados por la cuenta.
       01  Term-Days-Input    PIC 9(4).               *> Plazo en días tipeado al constituir.
       01  Term-Renewal-Input PIC X(1).               *> Instrucción al vencimiento tipeada.
       01  Term-Rate-Found    PIC 9V9999.             *> Tasa mensual de la banda del producto.
       01  Tier-Found         PIC X.                  *> 'Y' cuando se eligió la banda del capital.
       01  Maturity-Int       PIC 9(8).               *> Vencimiento en días corridos.
       01  Elapsed-Days       PIC S9(5).              *> Días corridos desde el inicio del período.
       01  Term-Interest      PIC 9(9)V99.            *> Interés del plazo a pagar.
       01  Term-Withholding   PIC 9(9)V99.            *> Retención impositiva sobre ese interés.
       01  Term-Penalty       PIC 9(9)V99.            *> Penalidad por cancelación anticipada.
       01  Term-Payout        PIC S9(9)V99.           *> Neto acreditado a la cuenta de fondeo.
       01  Withholding-Rate   PIC 9V9999 VALUE 0.1500. *> Alícuota legal de retención sobre el interés.
       01  Term-Penalty-Rate  PIC 9V9999 VALUE 0.0100. *> Penalidad: 1% del capital cancelado antes.
       01  Term-Minimum-Days  PIC 9(4) VALUE 30.      *> Plazo mínimo admitido en días.
       01  Prompt-Term-Days   PIC X(40)
       VALUE "Ingrese plazo en días (mínimo 30):".
       01  Prompt-Term-Renewal PIC X(80)
       VALUE "Al vencer (P pagar, C renovar capital, T renovar capit
      -    "al e interés):".
       01  Prompt-Term-ID     PIC X(36)
       VALUE "Ingrese número del plazo fijo:".
       01  Prompt-Term-Cancel-Confirm PIC X(50)
       VALUE "Confirma la cancelación anticipada (S/N): ".
       01  Loan-File-Status   PIC X(2).               *> Código de estado de E/S de LoanFile.
       01  Loan-Option        PIC X.                  *> Opción elegida en el submenú de préstamos.
       01  End-Of-Loans       PIC X.                  *> Fin del recorrido de préstamos.
       01  Loans-Listed       PIC 9(5).               *> Préstamos mostrados en el listado.
       01  Active-Loans       PIC 9(5).               *> Préstamos vigentes cobrados de la cuenta.
       01  Loan-Rate-Input    PIC 9V9999.             *> Tasa mensual tipeada al otorgar.
       01  Loan-Term-Input    PIC 9(3).               *> Plazo en cuotas mensuales tipeado.
       01  Loan-Maximum-Term  PIC 9(3) VALUE 120.     *> Plazo máximo de un préstamo de consumo.
       01  Loan-Maximum-Rate  PIC 9V9999 VALUE 0.1000. *> Tasa mensual máxima admitida (10%).
       01  Loan-Installment-Calc PIC 9(7)V99.         *> Cuota fija calculada para el préstamo.
       01  Growth-Factor      PIC 9(5)V9(10).         *> (1 + tasa) elevado al plazo, para la cuota.
       01  First-Due-Date.                            *> Vencimiento de la primera cuota.
           05  First-Due-Year PIC 9(4).
           05  First-Due-Month PIC 9(2).
           05  First-Due-Day  PIC 9(2).
       01  Prompt-Loan-Rate   PIC X(80)
       VALUE "Ingrese tasa mensual del préstamo, en dígitos (ej. 00
      -    "150 = 1.50%):".
       01  Prompt-Loan-Term   PIC X(45)
       VALUE "Ingrese plazo en cuotas mensuales:".
       01  Prompt-Loan-Confirm PIC X(40)
       VALUE "Confirma el otorgamiento (S/N): ".
       01  Audit-File-Name    PIC X(8).               *> Archivo maestro del cambio que se audita.
       01  Audit-Record-Key   PIC X(16).              *> Clave del registro cambiado.
       01  Audit-Action       PIC X(1).               *> 'A' alta, 'M' modificación.
       01  Audit-Field-Name   PIC X(16).              *> Campo que se compara.
       01  Audit-Before       PIC X(40).              *> Imagen anterior del campo.
       01  Audit-After        PIC X(40).              *> Imagen posterior del campo.
       01  Audit-Approver-ID  PIC X(8).               *> Supervisor que aprobó, o blancos.
       01  Audit-Sensitive    PIC X(1) VALUE 'N'.     *> 'S' si el campo requiere visto de supervisor.
       01  Audit-Amount-Edit  PIC -(7)9.99.           *> Montos en formato legible para la auditoría.
       01  Audit-Rate-Edit    PIC 9.9999.             *> Tasas en formato legible para la auditoría.
      *> Imágenes anteriores de cliente y producto, para comparar
      *> campo por campo después de la actualización.
           COPY CLIENREC REPLACING ==ClientRecord==
                                BY ==Old-Client-Record==
                                   LEADING ==Client-==
                                BY ==Old-Client-==.
           COPY PRODREC REPLACING ==ProductRecord==
                               BY ==Old-Product-Record==
                                  LEADING ==Product-==
                               BY ==Old-Product-==
                                  LEADING ==Tier-==
                               BY ==Old-Tier-==.
       01  Old-Account-Client-ID PIC 9(5).            *> Titular de la cuenta antes de reasignarla.
       01  Old-Credit-Limit   PIC 9(7)V99.            *> Descubierto de la cuenta antes del cambio.
       01  Old-Account-Product PIC X(4).              *> Producto de la cuenta antes del cambio.
       01  Old-Account-Rate   PIC 9V9999.             *> Tasa de respaldo de la cuenta antes del cambio.
       01  Old-Order-Active   PIC X(1).               *> Estado de la orden antes de desactivarla.
       01  Account-Maint-Option PIC X.                *> Opción elegida en el mantenimiento de cuenta.
      *> Cliente tal como se cargó en pantalla, mientras se recorre el
      *> maestro buscando su documento en otro cliente.
           COPY CLIENREC REPLACING ==ClientRecord==
                                BY ==Entered-Client-Record==
                                   LEADING ==Client-==
                                BY ==Entered-Client-==.
       01  End-Of-Clients     PIC X VALUE 'N'.        *> Fin del recorrido del maestro de clientes.
       01  Tax-ID-In-Use      PIC X VALUE 'N'.        *> 'Y' si otro cliente tiene el mismo documento.
       01  Tax-ID-Confirmed   PIC X VALUE 'Y'.        *> 'N' si el operador no confirma el duplicado.
       01  Survivor-Client-ID PIC 9(5).               *> Cliente que sobrevive a la fusión.
       01  Survivor-Client-Name PIC X(30).            *> Su nombre, para los titulares de las cuentas.
       01  Duplicate-Client-ID PIC 9(5).              *> Cliente duplicado que se da de baja.
       01  Accounts-Moved     PIC 9(5) VALUE 0.       *> Cuentas reasignadas en la fusión.
       01  Terms-Moved        PIC 9(5) VALUE 0.       *> Plazos fijos reasignados en la fusión.
       01  Loans-Moved        PIC 9(5) VALUE 0.       *> Préstamos reasignados en la fusión.
       01  Prompt-Tax-ID-Confirm PIC X(40)
       VALUE "Registrar de todos modos (S/N): ".
       01  Prompt-Survivor-ID PIC X(40)
       VALUE "Ingrese ID del cliente que queda: ".
       01  Prompt-Duplicate-ID PIC X(40)
       VALUE "Ingrese ID del cliente duplicado: ".
       01  Prompt-Merge-Confirm PIC X(40)
       VALUE "Confirma la fusión (S/N): ".
           COPY ALERTEVT.
       01  Alert-Sub          PIC 9(1).               *> Evento de aviso que se está preguntando.
       01  Alert-Answer       PIC X.                  *> Respuesta S/N a si recibe el aviso.
       01  Alert-Status-Desc  PIC X(9).               *> Si hoy recibe o no el aviso, en palabras.
       01  Prompt-Alert-Answer PIC X(40)
       VALUE "  Recibir este aviso (S/N): ".

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Get-Business-Date                      *> Todo el día se asienta con la fecha de proceso.
           PERFORM Sign-On-Operator                       *> Solo entra un operador registrado y habilitado.
           IF Signon-OK NOT = 'Y'
               DISPLAY "Ingreso rechazado; fin de la sesión."
               STOP RUN
           END-IF
           DISPLAY "Fecha de proceso: " Business-Date
           IF Teller-Role NOT = 'O'                       *> Operaciones trabaja sin caja de efectivo.
               PERFORM Open-Teller-Drawer                 *> La caja del cajero se abre al iniciar sesión.
           END-IF
           PERFORM Display-Menu                           *> Muestra el menú principal.
           PERFORM UNTIL User-Option = '5'               *> Repite hasta que el usuario elija salir.
               PERFORM Process-Option                     *> Procesa la opción elegida.
           DISPLAY "F. Reactivar cuenta inactiva (supervisor)"
           DISPLAY "G. Caja y bóveda"
           DISPLAY "H. Transferencia a otro banco"
           DISPLAY "I. Operadores (supervisor)"
           DISPLAY "J. Depósito de cheque"
           DISPLAY "K. Plazos fijos"
           DISPLAY "L. Préstamos"
           DISPLAY "M. Mantenimiento de cuenta (supervisor)"
           DISPLAY "Seleccione una opción: "
           ACCEPT User-Option.

               WHEN '1'
                   PERFORM Create-Account               *> Llama a la función para crear una cuenta.
               WHEN '2'
                   PERFORM Check-Cash-Role
                   IF Cash-Role-OK = 'Y'
                       PERFORM Deposit-Money            *> Llama a la función para depositar dinero.
                   END-IF
               WHEN '3'
                   PERFORM Check-Cash-Role
                   IF Cash-Role-OK = 'Y'
                       PERFORM Withdraw-Money           *> Llama a la función para retirar dinero.
                   END-IF
               WHEN '4'
                   PERFORM Check-Balance                 *> Llama a la función para consultar saldo.
               WHEN '6'
                   PERFORM Transfer-Funds                *> Llama a la función para transferir fondos entre cuentas.
               WHEN '7'
                   PERFORM Check-Cash-Role               *> El cierre paga el saldo en efectivo.
                   IF Cash-Role-OK = 'Y'
                       PERFORM Close-Account             *> Llama a la función para cerrar una cuenta.
                   END-IF
               WHEN '8'
                   PERFORM Client-Menu                   *> Llama al submenú de gestión de clientes.
               WHEN '9'
                   PERFORM Reverse-Transaction           *> Llama a la función de reverso (solo supervisor).
               WHEN 'B'
               WHEN 'b'
                   IF Teller-Role = 'O' OR Teller-Role = 'S'
                       PERFORM Suspense-Menu             *> Llama al submenú de suspensos del posteo.
                   ELSE
                       DISPLAY "Opción reservada a operaciones y"
                           " supervisores."
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM Unlock-Account                *> Llama al desbloqueo de cuenta (solo supervisor).
                   PERFORM Reactivate-Account            *> Llama a la reactivación de cuenta (solo supervisor).
               WHEN 'G'
               WHEN 'g'
                   PERFORM Check-Cash-Role
                   IF Cash-Role-OK = 'Y'
                       PERFORM Drawer-Menu               *> Llama al submenú de caja y bóveda.
                   END-IF
               WHEN 'H'
               WHEN 'h'
                   PERFORM Interbank-Transfer            *> Llama a la transferencia hacia otro banco.
               WHEN 'I'
               WHEN 'i'
                   PERFORM Operator-Maintenance          *> Llama al mantenimiento de operadores (solo supervisor).
               WHEN 'J'
               WHEN 'j'
                   PERFORM Check-Cash-Role               *> El cheque queda físicamente en la caja.
                   IF Cash-Role-OK = 'Y'
                       PERFORM Deposit-Cheque            *> Llama al depósito de cheque al canje.
                   END-IF
               WHEN 'K'
               WHEN 'k'
                   PERFORM Term-Menu                     *> Llama al submenú de plazos fijos.
               WHEN 'L'
               WHEN 'l'
                   PERFORM Loan-Menu                     *> Llama al submenú de préstamos.
               WHEN 'M'
               WHEN 'm'
                   PERFORM Account-Maintenance           *> Llama al mantenimiento de cuenta (solo supervisor).
               WHEN OTHER
                   DISPLAY "Opción no válida, intente de nuevo."  *> Mensaje para opción no válida.
           END-EVALUATE.
           MOVE Product-Credit-Limit TO Account-Credit-Limit  *> El descubierto por defecto sale del producto.
           MOVE Business-Date TO Account-Last-Activity   *> La cuenta nace con actividad de hoy...
           MOVE SPACE TO Account-Dormant-Status          *> ...y sin marca de inactividad.
           MOVE Business-Date TO Account-Open-Date       *> Fecha de alta para el reporte de cartera.
           DISPLAY Prompt-PIN                            *> Solicita el PIN que protegerá la cuenta.
           ACCEPT Account-PIN
           WRITE AccountRecord                           *> Escribe el registro de la nueva cuenta en el archivo.
           PERFORM Open-Account-File             *> Abre el archivo de cuentas.
           PERFORM Find-Account                  *> Busca la cuenta a cerrar.
           IF Found-Account = 'Y'
               PERFORM Count-Active-Terms
               PERFORM Count-Active-Loans
               IF Account-Locked                 *> El cierre paga el saldo en efectivo: bloqueado no.
                   DISPLAY Account-Locked-Notice
               ELSE IF Active-Terms > 0          *> Un plazo vigente necesita su cuenta de fondeo.
                   DISPLAY "La cuenta fondea plazos fijos vigentes: "
                       Active-Terms "; cierre rechazado."
               ELSE IF Active-Loans > 0          *> Las cuotas se cobran de esta cuenta.
                   DISPLAY "La cuenta paga préstamos vigentes: "
                       Active-Loans "; cierre rechazado."
               ELSE
                   PERFORM Confirm-And-Close-Account
               END-IF
               END-IF
               END-IF
           END-IF.
           CLOSE AccountFile.

           MOVE Account-Interest-Rate TO CA-Account-Interest-Rate
           MOVE Account-Credit-Limit TO CA-Account-Credit-Limit
           MOVE Account-PIN TO CA-Account-PIN
           MOVE Account-Product-Code TO CA-Account-Product-Code
           MOVE Business-Date TO CA-Closed-Date-Time(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO CA-Closed-Date-Time(9:6)

       Register-Failed-PIN.
           ADD 1 TO Account-Failed-PINs
           MOVE SPACES TO Approver-ID                    *> El PIN fallido no lleva aprobación.
           MOVE 'F' TO Security-Event
           PERFORM Log-Security-Event                    *> El intento fallido queda en el log de seguridad.
           IF Account-Failed-PINs >= 3                   *> Al tercer intento consecutivo se bloquea la cuenta.
           MOVE Business-Date TO Sec-Date-Time(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO Sec-Date-Time(9:6)
           MOVE Approver-ID TO Sec-Approver-ID           *> Quién aprobó, si el evento lo requirió.
           WRITE SecurityLogRecord
           CLOSE SecurityFile.

       Log-Operator-Event.
      *>   Evento de seguridad sin cuenta: ingresos de operador,
      *>   aprobaciones rechazadas y mantenimiento del maestro de
      *>   operadores. Sec-Teller-ID lleva el operador al que se
      *>   refiere el evento.
           OPEN EXTEND SecurityFile
           MOVE 0 TO Sec-Account-ID
           MOVE Event-Operator-ID TO Sec-Teller-ID
           MOVE Security-Event TO Sec-Event
           MOVE Business-Date TO Sec-Date-Time(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO Sec-Date-Time(9:6)
           MOVE Approver-ID TO Sec-Approver-ID
           WRITE SecurityLogRecord
           CLOSE SecurityFile.

       Write-Audit-Record.
      *>   Deja en auditoria.dat la imagen anterior y posterior de un
      *>   campo de un maestro, solo si el valor cambió, con quién lo
      *>   cambió y quién lo aprobó. El que llama carga archivo,
      *>   clave, acción, campo, imágenes y aprobador, y marca con 'S'
      *>   los campos que requieren visto de supervisor.
           IF Audit-Action = 'A'
               MOVE SPACES TO Audit-Before               *> Un alta no tiene imagen anterior.
           END-IF
           IF Audit-Before NOT = Audit-After
               MOVE Audit-File-Name TO Aud-File
               MOVE Audit-Record-Key TO Aud-Key
               MOVE Audit-Action TO Aud-Action
               MOVE Audit-Field-Name TO Aud-Field
               MOVE Audit-Before TO Aud-Before
               MOVE Audit-After TO Aud-After
               MOVE Teller-ID TO Aud-Operator-ID
               MOVE Audit-Approver-ID TO Aud-Approver-ID
               MOVE Business-Date TO Aud-Date-Time(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO Aud-Date-Time(9:6)
               IF Audit-Action = 'M'                     *> Solo un cambio pide visto, no un alta.
                   MOVE Audit-Sensitive TO Aud-Sensitive
               ELSE
                   MOVE 'N' TO Aud-Sensitive
               END-IF
               OPEN EXTEND AuditFile
               WRITE AuditRecord
               CLOSE AuditFile
           END-IF
           MOVE SPACES TO Audit-Before Audit-After
           MOVE 'N' TO Audit-Sensitive.                  *> Cada campo sensible se marca de nuevo.

       Unlock-Account.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no puede desbloquear cuentas.
           IF Supervisor-Approved = 'Y'
               PERFORM Open-Account-File
               PERFORM Find-Account                      *> Busca la cuenta a desbloquear.
               IF Found-Account = 'Y'
           END-IF.

       Reactivate-Account.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no puede reactivar cuentas.
           IF Supervisor-Approved = 'Y'
               PERFORM Open-Account-File
               PERFORM Find-Account                      *> Busca la cuenta a reactivar.
               IF Found-Account = 'Y'
               CLOSE AccountFile
           END-IF.

       Account-Maintenance.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no cambia condiciones de cuenta.
           IF Supervisor-Approved = 'Y'
               MOVE Teller-ID TO Event-Operator-ID
               MOVE 'A' TO Security-Event
               PERFORM Log-Operator-Event                *> El ingreso queda con quién lo aprobó.
               PERFORM Account-Maint-Menu
           END-IF.

       Account-Maint-Menu.
           PERFORM Display-Account-Maint-Menu
           PERFORM UNTIL Account-Maint-Option = '4'      *> Repite hasta que el usuario elija volver.
               PERFORM Process-Account-Maint-Option
               PERFORM Display-Account-Maint-Menu
           END-PERFORM.

       Display-Account-Maint-Menu.
           DISPLAY "====== MANTENIMIENTO DE CUENTA ======"
           DISPLAY "1. Cambiar límite de descubierto"
           DISPLAY "2. Cambiar producto"
           DISPLAY "3. Blanquear PIN"
           DISPLAY "4. Volver al menú principal"
           DISPLAY "Seleccione una opción: "
           ACCEPT Account-Maint-Option.

       Process-Account-Maint-Option.
           EVALUATE Account-Maint-Option
               WHEN '1'
                   PERFORM Change-Credit-Limit          *> Descubierto propio de la cuenta.
               WHEN '2'
                   PERFORM Change-Account-Product       *> Pasa la cuenta a otro producto del catálogo.
               WHEN '3'
                   PERFORM Reset-Account-PIN            *> PIN nuevo a pedido del titular.
               WHEN '4'
                   CONTINUE                             *> Vuelve al menú principal.
               WHEN OTHER
                   DISPLAY "Opción no válida, intente de nuevo."
           END-EVALUATE.

       Set-Account-Audit-Key.
           MOVE "CUENTAS" TO Audit-File-Name
           MOVE Account-ID TO Audit-Record-Key
           MOVE 'M' TO Audit-Action
           MOVE Approver-ID TO Audit-Approver-ID.        *> El supervisor que habilitó el mantenimiento.

       Change-Credit-Limit.
           PERFORM Open-Account-File
           PERFORM Find-Account
           IF Found-Account = 'Y'
               DISPLAY "Descubierto actual: " Account-Credit-Limit
               MOVE Account-Credit-Limit TO Old-Credit-Limit
               DISPLAY Prompt-Credit-Limit
               ACCEPT Account-Credit-Limit
               REWRITE AccountRecord
               DISPLAY "Límite de descubierto actualizado."
               PERFORM Set-Account-Audit-Key
               MOVE "DESCUBIERTO" TO Audit-Field-Name
               MOVE Old-Credit-Limit TO Audit-Amount-Edit
               MOVE Audit-Amount-Edit TO Audit-Before
               MOVE Account-Credit-Limit TO Audit-Amount-Edit
               MOVE Audit-Amount-Edit TO Audit-After
               MOVE 'S' TO Audit-Sensitive               *> Un cambio de descubierto requiere visto.
               PERFORM Write-Audit-Record
           END-IF
           CLOSE AccountFile.

       Change-Account-Product.
      *>   La tasa de respaldo se toma de la banda 1 del producto nuevo,
      *>   como en el alta; el descubierto propio de la cuenta se
      *>   conserva y se cambia con la opción 1.
           PERFORM Open-Account-File
           PERFORM Find-Account
           IF Found-Account = 'Y'
               DISPLAY "Producto actual: " Account-Product-Code
               PERFORM Open-Product-File
               PERFORM Find-Product
               IF Found-Product = 'Y'
                   MOVE Account-Product-Code TO Old-Account-Product
                   MOVE Account-Interest-Rate TO Old-Account-Rate
                   MOVE Product-Code TO Account-Product-Code
                   MOVE Tier-Rate(1) TO Account-Interest-Rate
                   REWRITE AccountRecord
                   DISPLAY "Producto de la cuenta actualizado."
                   PERFORM Set-Account-Audit-Key
                   MOVE "PRODUCTO" TO Audit-Field-Name
                   MOVE Old-Account-Product TO Audit-Before
                   MOVE Account-Product-Code TO Audit-After
                   PERFORM Write-Audit-Record
                   MOVE "TASA" TO Audit-Field-Name
                   MOVE Old-Account-Rate TO Audit-Rate-Edit
                   MOVE Audit-Rate-Edit TO Audit-Before
                   MOVE Account-Interest-Rate TO Audit-Rate-Edit
                   MOVE Audit-Rate-Edit TO Audit-After
                   MOVE 'S' TO Audit-Sensitive           *> Un cambio de tasa requiere visto.
                   PERFORM Write-Audit-Record
               END-IF
               CLOSE ProductFile
           END-IF
           CLOSE AccountFile.

       Reset-Account-PIN.
      *>   El PIN nunca va a la auditoría: solo queda que se blanqueó.
           PERFORM Open-Account-File
           PERFORM Find-Account
           IF Found-Account = 'Y'
               DISPLAY Prompt-PIN
               ACCEPT Account-PIN
               REWRITE AccountRecord
               DISPLAY "PIN de la cuenta blanqueado."
               PERFORM Set-Account-Audit-Key
               MOVE "PIN" TO Audit-Field-Name
               MOVE "****" TO Audit-Before
               MOVE "**** BLANQUEADO" TO Audit-After
               PERFORM Write-Audit-Record
           END-IF
           CLOSE AccountFile.

       Get-Business-Date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Business-Date
           OPEN INPUT ProcDateFile

       Client-Menu.
           PERFORM Display-Client-Menu                   *> Muestra el submenú de clientes.
           PERFORM UNTIL Client-Option = '7'             *> Repite hasta que el usuario elija volver.
               PERFORM Process-Client-Option
               PERFORM Display-Client-Menu
           END-PERFORM.
           DISPLAY "2. Actualizar datos del cliente"
           DISPLAY "3. Listar cuentas del cliente"
           DISPLAY "4. Asignar cuenta a cliente"
           DISPLAY "5. Fusionar clientes duplicados (supervisor)"
           DISPLAY "6. Preferencias de avisos del cliente"
           DISPLAY "7. Volver al menú principal"
           DISPLAY "Seleccione una opción: "
           ACCEPT Client-Option.

               WHEN '4'
                   PERFORM Assign-Account-To-Client     *> Enlaza una cuenta existente a su cliente.
               WHEN '5'
                   PERFORM Merge-Clients                *> Pasa las cuentas del duplicado al que queda.
               WHEN '6'
                   PERFORM Client-Alert-Preferences     *> Avisos por SMS/e-mail que el cliente no quiere.
               WHEN '7'
                   CONTINUE                             *> Vuelve al menú principal.
               WHEN OTHER
                   DISPLAY "Opción no válida, intente de nuevo."
           ACCEPT Client-Address
           DISPLAY Prompt-Client-Phone                   *> Solicita el teléfono.
           ACCEPT Client-Phone
           MOVE ALL 'N' TO Client-Alert-Opt-Outs         *> Un cliente nuevo recibe todos los avisos.
           PERFORM Check-Tax-ID-In-Use                   *> Avisa si el documento ya es de otro cliente.
           IF Tax-ID-Confirmed = 'Y'
               WRITE ClientRecord                        *> Escribe el registro del cliente nuevo.
                   INVALID KEY
                       DISPLAY "El cliente ya existe."    *> El ID de cliente debe ser único.
                   NOT INVALID KEY
                       DISPLAY "Cliente registrado exitosamente."
                       MOVE 'A' TO Audit-Action          *> Deja el alta en la auditoría.
                       PERFORM Audit-Client-Fields
               END-WRITE
           ELSE
               DISPLAY "Alta de cliente cancelada."
           END-IF
           CLOSE ClientFile.

       Update-Client.
           PERFORM Find-Client                           *> Busca el cliente a actualizar.
           IF Found-Client = 'Y'
               DISPLAY "Cliente: " Client-Name           *> Muestra a quién se está actualizando.
               MOVE ClientRecord TO Old-Client-Record    *> Imagen anterior para la auditoría.
               DISPLAY Prompt-Client-Name                *> Vuelve a capturar todos los datos de contacto;
               ACCEPT Client-Name                        *> un solo registro cubre todas sus cuentas.
               DISPLAY Prompt-Client-Tax-ID
               ACCEPT Client-Address
               DISPLAY Prompt-Client-Phone
               ACCEPT Client-Phone
               MOVE 'Y' TO Tax-ID-Confirmed
               IF Client-Tax-ID NOT = Old-Client-Tax-ID  *> Solo si cambió el documento.
                   PERFORM Check-Tax-ID-In-Use
               END-IF
               IF Tax-ID-Confirmed = 'Y'
                   REWRITE ClientRecord                  *> Graba los datos nuevos en el maestro.
                   DISPLAY "Datos del cliente actualizados."
                   MOVE 'M' TO Audit-Action              *> Solo se auditan los campos que cambiaron.
                   PERFORM Audit-Client-Fields
               ELSE
                   DISPLAY "Actualización cancelada."
               END-IF
           END-IF
           CLOSE ClientFile.

       Check-Tax-ID-In-Use.
      *>   Recorre el maestro buscando el documento cargado en otro
      *>   cliente. Es un aviso: el operador decide si sigue. La
      *>   lectura pisa el registro, así que el cliente cargado se
      *>   guarda antes y se repone al final.
           MOVE ClientRecord TO Entered-Client-Record
           MOVE 'N' TO Tax-ID-In-Use
           MOVE 'Y' TO Tax-ID-Confirmed
           IF Entered-Client-Tax-ID NOT = SPACES
               MOVE 'N' TO End-Of-Clients
               MOVE 0 TO Client-ID
               START ClientFile KEY IS >= Client-ID      *> Desde el principio del maestro.
                   INVALID KEY
                       MOVE 'Y' TO End-Of-Clients
               END-START
               PERFORM UNTIL End-Of-Clients = 'Y'
                   READ ClientFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Clients
                       NOT AT END
                           PERFORM Compare-Client-Tax-ID
                   END-READ
               END-PERFORM
           END-IF
           MOVE Entered-Client-Record TO ClientRecord
           IF Tax-ID-In-Use = 'Y'
               DISPLAY Prompt-Tax-ID-Confirm
               ACCEPT Close-Confirm
               IF Close-Confirm NOT = 'S' AND Close-Confirm NOT = 's'
                   MOVE 'N' TO Tax-ID-Confirmed
               END-IF
           END-IF.

       Compare-Client-Tax-ID.
           IF Client-Tax-ID = Entered-Client-Tax-ID AND
              Client-ID NOT = Entered-Client-ID
               DISPLAY "Atención: el documento ya es del cliente "
                   Client-ID " " Client-Name
               MOVE 'Y' TO Tax-ID-In-Use
           END-IF.

       Merge-Clients.
      *>   Fusiona un cliente registrado dos veces: sus cuentas, plazos
      *>   fijos y préstamos pasan al cliente que queda, el duplicado
      *>   se borra del maestro y fusiones.dat guarda su imagen
      *>   completa con lo que se reasignó.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no puede fusionar clientes.
           IF Supervisor-Approved = 'Y'
               PERFORM Open-Client-File
               DISPLAY Prompt-Survivor-ID
               ACCEPT Client-Search-ID
               PERFORM Find-Client-By-Key
               IF Found-Client = 'Y'
                   MOVE Client-ID TO Survivor-Client-ID
                   MOVE Client-Name TO Survivor-Client-Name
                   DISPLAY Prompt-Duplicate-ID
                   ACCEPT Duplicate-Client-ID
                   IF Duplicate-Client-ID = Survivor-Client-ID
                       DISPLAY "Debe indicar dos clientes distintos."
                   ELSE
                       MOVE Duplicate-Client-ID TO Client-Search-ID
                       PERFORM Find-Client-By-Key
                       IF Found-Client = 'Y'
                           PERFORM Confirm-Client-Merge
                       END-IF
                   END-IF
               END-IF
               CLOSE ClientFile
           END-IF.

       Confirm-Client-Merge.
           DISPLAY "Queda:    " Survivor-Client-ID " "
               Survivor-Client-Name
           DISPLAY "Se borra: " Client-ID " " Client-Name
               " Doc. " Client-Tax-ID
           DISPLAY Prompt-Merge-Confirm
           ACCEPT Close-Confirm
           IF Close-Confirm = 'S' OR Close-Confirm = 's'
               PERFORM Post-Client-Merge
           ELSE
               DISPLAY "Fusión cancelada."
           END-IF.

       Post-Client-Merge.
           MOVE Survivor-Client-ID TO Merge-Survivor-ID
           MOVE Client-ID TO Merge-Duplicate-ID
           MOVE Client-Name TO Merge-Duplicate-Name
           MOVE Client-Tax-ID TO Merge-Duplicate-Tax-ID
           MOVE Client-Address TO Merge-Duplicate-Address
           MOVE Client-Phone TO Merge-Duplicate-Phone
           MOVE 0 TO Accounts-Moved Terms-Moved Loans-Moved
           PERFORM Repoint-Client-Accounts
           PERFORM Repoint-Client-Terms
           PERFORM Repoint-Client-Loans
           DELETE ClientFile RECORD                      *> El duplicado deja de existir en el maestro.
           MOVE "CLIENTES" TO Audit-File-Name
           MOVE Duplicate-Client-ID TO Audit-Record-Key
           MOVE 'B' TO Audit-Action
           MOVE Approver-ID TO Audit-Approver-ID
           MOVE "FUSIONADO EN" TO Audit-Field-Name
           MOVE Duplicate-Client-ID TO Audit-Before
           MOVE Survivor-Client-ID TO Audit-After
           PERFORM Write-Audit-Record
           MOVE Accounts-Moved TO Merge-Accounts-Moved
           MOVE Terms-Moved TO Merge-Terms-Moved
           MOVE Loans-Moved TO Merge-Loans-Moved
           MOVE Teller-ID TO Merge-Operator-ID
           MOVE Approver-ID TO Merge-Approver-ID
           MOVE Business-Date TO Merge-Date-Time(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO Merge-Date-Time(9:6)
           OPEN EXTEND MergeFile
           WRITE MergeRecord
           CLOSE MergeFile
           MOVE Teller-ID TO Event-Operator-ID
           MOVE 'G' TO Security-Event
           PERFORM Log-Operator-Event                    *> La fusión queda con quién la aprobó.
           DISPLAY "Clientes fusionados. Cuentas: " Accounts-Moved
               " Plazos: " Terms-Moved " Préstamos: " Loans-Moved.

       Repoint-Client-Accounts.
           PERFORM Open-Account-File
           MOVE 'N' TO End-Of-Accounts
           PERFORM UNTIL End-Of-Accounts = 'Y'
               READ AccountFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Accounts
                   NOT AT END
                       IF Account-Client-ID = Duplicate-Client-ID
                           PERFORM Repoint-Account
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile.

       Repoint-Account.
           MOVE Survivor-Client-ID TO Account-Client-ID
           MOVE Survivor-Client-Name TO Account-Holder   *> El titular sale del cliente que queda.
           REWRITE AccountRecord
           ADD 1 TO Accounts-Moved
           MOVE "CUENTAS" TO Audit-File-Name
           MOVE Account-ID TO Audit-Record-Key
           MOVE 'M' TO Audit-Action
           MOVE Approver-ID TO Audit-Approver-ID
           MOVE "CLIENTE" TO Audit-Field-Name
           MOVE Duplicate-Client-ID TO Audit-Before
           MOVE Survivor-Client-ID TO Audit-After
           PERFORM Write-Audit-Record.

       Repoint-Client-Terms.
           PERFORM Open-Term-File
           MOVE 'N' TO End-Of-Terms
           PERFORM UNTIL End-Of-Terms = 'Y'
               READ TermFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Terms
                   NOT AT END
                       IF Term-Client-ID = Duplicate-Client-ID
                           MOVE Survivor-Client-ID
                               TO Term-Client-ID
                           REWRITE TermDepositRecord
                           ADD 1 TO Terms-Moved
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TermFile.

       Repoint-Client-Loans.
           PERFORM Open-Loan-File
           MOVE 'N' TO End-Of-Loans
           PERFORM UNTIL End-Of-Loans = 'Y'
               READ LoanFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Loans
                   NOT AT END
                       IF Loan-Client-ID = Duplicate-Client-ID
                           MOVE Survivor-Client-ID
                               TO Loan-Client-ID
                           REWRITE LoanRecord
                           ADD 1 TO Loans-Moved
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile.

       Audit-Client-Fields.
      *>   Compara la imagen anterior del cliente con la nueva y deja
      *>   en la auditoría un registro por campo cambiado; en un alta
      *>   se registran todos los campos con la imagen anterior vacía.
           MOVE "CLIENTES" TO Audit-File-Name
           MOVE Client-ID TO Audit-Record-Key
           MOVE SPACES TO Audit-Approver-ID              *> Los datos de contacto no piden supervisor.
           MOVE "NOMBRE" TO Audit-Field-Name
           MOVE Old-Client-Name TO Audit-Before
           MOVE Client-Name TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "DOC.FISCAL" TO Audit-Field-Name
           MOVE Old-Client-Tax-ID TO Audit-Before
           MOVE Client-Tax-ID TO Audit-After
           MOVE 'S' TO Audit-Sensitive                   *> Un cambio de documento requiere visto de supervisor.
           PERFORM Write-Audit-Record
           MOVE "DOMICILIO" TO Audit-Field-Name
           MOVE Old-Client-Address TO Audit-Before
           MOVE Client-Address TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "TELEFONO" TO Audit-Field-Name
           MOVE Old-Client-Phone TO Audit-Before
           MOVE Client-Phone TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "AVISOS" TO Audit-Field-Name             *> Un indicador por evento, 'S' = no enviar.
           MOVE Old-Client-Alert-Opt-Outs TO Audit-Before
           MOVE Client-Alert-Opt-Outs TO Audit-After
           PERFORM Write-Audit-Record.

       Client-Alert-Preferences.
      *>   Pregunta evento por evento si el cliente quiere recibir el
      *>   aviso; una respuesta que no sea S ni N deja el evento como
      *>   estaba. El extracto diario de avisos no le envía al
      *>   cliente los eventos que rechazó.
           PERFORM Open-Client-File
           PERFORM Find-Client
           IF Found-Client = 'Y'
               DISPLAY "Cliente: " Client-Name " Tel. " Client-Phone
               IF Client-Phone = SPACES
                   DISPLAY "Atención: el cliente no tiene teléfono;"
                       " no recibirá avisos hasta cargarlo."
               END-IF
               MOVE ClientRecord TO Old-Client-Record    *> Imagen anterior para la auditoría.
               PERFORM Ask-Alert-Preference
                   VARYING Alert-Sub FROM 1 BY 1 UNTIL Alert-Sub > 6
               REWRITE ClientRecord
               DISPLAY "Preferencias de avisos actualizadas."
               MOVE 'M' TO Audit-Action
               PERFORM Audit-Client-Fields
           END-IF
           CLOSE ClientFile.

       Ask-Alert-Preference.
           IF Client-Opt-Out(Alert-Sub) = 'S'
               MOVE "NO RECIBE" TO Alert-Status-Desc
           ELSE
               MOVE "RECIBE" TO Alert-Status-Desc
           END-IF
           DISPLAY Alert-Sub ". " Alert-Event-Desc(Alert-Sub)
               " Hoy: " Alert-Status-Desc
           DISPLAY Prompt-Alert-Answer
           ACCEPT Alert-Answer
           EVALUATE Alert-Answer
               WHEN 'S'
               WHEN 's'
                   MOVE 'N' TO Client-Opt-Out(Alert-Sub)
               WHEN 'N'
               WHEN 'n'
                   MOVE 'S' TO Client-Opt-Out(Alert-Sub)
               WHEN OTHER
                   CONTINUE                             *> Sin respuesta válida queda como estaba.
           END-EVALUATE.

       List-Client-Accounts.
           PERFORM Open-Client-File
           PERFORM Find-Client                           *> Busca el cliente cuyo portafolio se quiere ver.
               PERFORM Open-Account-File
               PERFORM Find-Account                      *> Busca la cuenta a enlazar.
               IF Found-Account = 'Y'
                   MOVE Account-Client-ID TO Old-Account-Client-ID
                   MOVE Client-ID TO Account-Client-ID   *> Enlaza la cuenta con el maestro de clientes.
                   MOVE Client-Name TO Account-Holder    *> El nombre del titular sale del maestro.
                   REWRITE AccountRecord
                   DISPLAY "Cuenta " Account-ID
                       " asignada al cliente " Client-ID "."
                   MOVE "CUENTAS" TO Audit-File-Name
                   MOVE Account-ID TO Audit-Record-Key
                   MOVE 'M' TO Audit-Action
                   MOVE SPACES TO Audit-Approver-ID
                   MOVE "CLIENTE" TO Audit-Field-Name
                   MOVE Old-Account-Client-ID TO Audit-Before
                   MOVE Account-Client-ID TO Audit-After
                   PERFORM Write-Audit-Record
               END-IF
               CLOSE AccountFile
           END-IF
                       DISPLAY "La orden ya existe."      *> El ID de orden debe ser único.
                   NOT INVALID KEY
                       DISPLAY "Orden permanente registrada."
                       PERFORM Audit-New-Order
               END-WRITE
           ELSE
               DISPLAY Invalid-Amount                    *> Monto o día fuera de rango.
           END-IF.

       Audit-New-Order.
      *>   El alta de una orden queda en la auditoría campo por campo.
           MOVE "ORDENES" TO Audit-File-Name
           MOVE Order-ID TO Audit-Record-Key
           MOVE 'A' TO Audit-Action
           MOVE SPACES TO Audit-Approver-ID
           MOVE "ORIGEN" TO Audit-Field-Name
           MOVE Order-Source-ID TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "DESTINO" TO Audit-Field-Name
           MOVE Order-Dest-ID TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "MONTO" TO Audit-Field-Name
           MOVE Order-Amount TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "DIA" TO Audit-Field-Name
           MOVE Order-Day TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "ESTADO" TO Audit-Field-Name
           MOVE Order-Active TO Audit-After
           PERFORM Write-Audit-Record.

       Cancel-Order.
           PERFORM Open-Order-File
           DISPLAY Prompt-Order-ID                       *> Solicita la orden a desactivar.
               INVALID KEY
                   DISPLAY "Orden no encontrada."
               NOT INVALID KEY
                   MOVE Order-Active TO Old-Order-Active
                   MOVE 'I' TO Order-Active              *> Se desactiva; no se borra su historia.
                   REWRITE StandingOrderRecord
                   DISPLAY "Orden permanente desactivada."
                   MOVE "ORDENES" TO Audit-File-Name
                   MOVE Order-ID TO Audit-Record-Key
                   MOVE 'M' TO Audit-Action
                   MOVE SPACES TO Audit-Approver-ID
                   MOVE "ESTADO" TO Audit-Field-Name
                   MOVE Old-Order-Active TO Audit-Before
                   MOVE Order-Active TO Audit-After
                   PERFORM Write-Audit-Record
           END-READ
           CLOSE OrderFile.

           ADD 1 TO Orders-Listed.

       Reverse-Transaction.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no puede reversar por su cuenta.
           IF Supervisor-Approved = 'Y'
               PERFORM Open-Account-File
               PERFORM Find-Account                      *> Busca la cuenta cuyo movimiento se reversa.
               IF Found-Account = 'Y'
      *>   estará en un archivo de liquidación; la vuelta correcta es
      *>   la devolución del otro banco), la retención impositiva 'X'
      *>   (ya sumada en la remesa al fisco; se corrige en la remesa
      *>   siguiente), la devolución interbancaria 'B' (reflejo del
      *>   estado en transf_salida.dat), y el depósito de cheque 'Q'
      *>   y su rechazo 'H' (atados al cheque en cheques.dat, a su
      *>   retención y al archivo de canje), y los movimientos de un
      *>   plazo fijo 'P', 'V', 'J' y 'N' (reflejo del estado del
      *>   plazo en plazos.dat), y los de un préstamo 'L', 'A' y 'K'
      *>   (reflejo del saldo del préstamo en prestamos.dat).
           IF Trans-Line-Number = Reversal-Pick AND
              Trans-Account-ID = Account-Search-ID AND
              Trans-Type NOT = 'R' AND
              Trans-Type NOT = 'O' AND
              Trans-Type NOT = 'X' AND
              Trans-Type NOT = 'B' AND
              Trans-Type NOT = 'Q' AND
              Trans-Type NOT = 'H' AND
              Trans-Type NOT = 'P' AND
              Trans-Type NOT = 'V' AND
              Trans-Type NOT = 'J' AND
              Trans-Type NOT = 'N' AND
              Trans-Type NOT = 'L' AND
              Trans-Type NOT = 'A' AND
              Trans-Type NOT = 'K'
               MOVE 'Y' TO Reversal-Found
               MOVE Trans-Amount TO Orig-Amount
               MOVE Trans-Type TO Orig-Trans-Type        *> Si el original era efectivo, hay que ajustar la caja.
           MOVE Reversal-Pick TO Posting-Trans-Reference *> El reverso lleva la identidad del original.
           PERFORM Record-Transaction
           PERFORM Adjust-Drawer-For-Reversal
           MOVE 'V' TO Security-Event
           PERFORM Log-Security-Event                    *> El reverso queda en el log con quién lo aprobó.
           DISPLAY "Reverso registrado exitosamente."
           IF Account-Balance < 0
               DISPLAY Overdraft-Notice Account-Balance
               NOT INVALID KEY
                   DISPLAY "Retención registrada: cuenta "
                       Hold-Account-ID " seq " Hold-Seq "."
                   PERFORM Audit-New-Hold
           END-WRITE.

       Audit-New-Hold.
      *>   Las retenciones manuales quedan en la auditoría; las que
      *>   pone el depósito de cheques se ven en el canje.
           PERFORM Set-Hold-Audit-Key
           MOVE 'A' TO Audit-Action
           MOVE "MONTO" TO Audit-Field-Name
           MOVE Hold-Amount TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "MOTIVO" TO Audit-Field-Name
           MOVE Hold-Reason TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "VENCIMIENTO" TO Audit-Field-Name
           MOVE Hold-Expiry-Date TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "ESTADO" TO Audit-Field-Name
           MOVE Hold-Status TO Audit-After
           PERFORM Write-Audit-Record.

       Set-Hold-Audit-Key.
           MOVE "RETENCIO" TO Audit-File-Name
           MOVE SPACES TO Audit-Record-Key
           STRING Hold-Account-ID "-" Hold-Seq           *> Cuenta-secuencia, como la clave del archivo.
               DELIMITED BY SIZE INTO Audit-Record-Key
           MOVE SPACES TO Audit-Approver-ID.

       Find-Next-Hold-Seq.
           MOVE 0 TO Max-Hold-Seq
           MOVE 'N' TO End-Of-Holds
                       MOVE 'L' TO Hold-Status           *> Levantada: deja de restar fondos disponibles.
                       REWRITE HoldRecord
                       DISPLAY "Retención levantada."
                       PERFORM Set-Hold-Audit-Key
                       MOVE 'M' TO Audit-Action
                       MOVE "ESTADO" TO Audit-Field-Name
                       MOVE 'A' TO Audit-Before
                       MOVE Hold-Status TO Audit-After
                       PERFORM Write-Audit-Record
                   ELSE
                       DISPLAY "La retención no está abierta."
                   END-IF
           END-READ.

       Product-Maintenance.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no puede tocar el catálogo.
           IF Supervisor-Approved = 'Y'
               MOVE Teller-ID TO Event-Operator-ID
               MOVE 'P' TO Security-Event
               PERFORM Log-Operator-Event                *> El ingreso al catálogo queda con quién lo aprobó.
               PERFORM Product-Menu
           END-IF.

           PERFORM Open-Product-File                     *> Abre el catálogo (creándolo si es la primera vez).
           DISPLAY Prompt-Product-Code                   *> Solicita el código del producto.
           ACCEPT Product-Code
           READ ProductFile                              *> Alta o modificación, para la auditoría.
               INVALID KEY
                   MOVE 'A' TO Audit-Action
                   INITIALIZE Old-Product-Record
               NOT INVALID KEY
                   MOVE 'M' TO Audit-Action
                   MOVE ProductRecord TO Old-Product-Record
           END-READ
           DISPLAY Prompt-Product-Desc                   *> Solicita la descripción.
           ACCEPT Product-Desc
           DISPLAY Prompt-Credit-Limit                   *> Solicita el descubierto por defecto del producto.
               DISPLAY Prompt-Tier-Rate
               ACCEPT Tier-Rate(Tier-Sub)
           END-PERFORM
           DISPLAY Prompt-Monthly-Fee                    *> Cuadro de comisiones del cierre de mes.
           ACCEPT Product-Monthly-Fee
           DISPLAY Prompt-Free-Withdrawals
           ACCEPT Product-Free-Withdrawals
           DISPLAY Prompt-Withdrawal-Fee
           ACCEPT Product-Withdrawal-Fee
           DISPLAY Prompt-Overdraft-Fee
           ACCEPT Product-Overdraft-Fee
           WRITE ProductRecord                           *> Alta; si ya existe se actualiza en su lugar.
               INVALID KEY
                   REWRITE ProductRecord
               NOT INVALID KEY
                   DISPLAY "Producto registrado."
           END-WRITE
           PERFORM Audit-Product-Fields
           CLOSE ProductFile.

       Audit-Product-Fields.
      *>   Compara el producto con su imagen anterior; el descubierto
      *>   y las tasas de las bandas piden visto de supervisor.
           MOVE "PRODUCTO" TO Audit-File-Name
           MOVE Product-Code TO Audit-Record-Key
           MOVE Approver-ID TO Audit-Approver-ID         *> Quien aprobó el ingreso al catálogo.
           MOVE "DESCRIPCION" TO Audit-Field-Name
           MOVE Old-Product-Desc TO Audit-Before
           MOVE Product-Desc TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "DESCUBIERTO" TO Audit-Field-Name
           MOVE Old-Product-Credit-Limit TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-Before
           MOVE Product-Credit-Limit TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-After
           MOVE 'S' TO Audit-Sensitive
           PERFORM Write-Audit-Record
           PERFORM Audit-Product-Tier
               VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
           MOVE "COMISION MENSUAL" TO Audit-Field-Name
           MOVE Old-Product-Monthly-Fee TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-Before
           MOVE Product-Monthly-Fee TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "RETIROS LIBRES" TO Audit-Field-Name
           MOVE Old-Product-Free-Withdrawals TO Audit-Before
           MOVE Product-Free-Withdrawals TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "COMISION RETIRO" TO Audit-Field-Name
           MOVE Old-Product-Withdrawal-Fee TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-Before
           MOVE Product-Withdrawal-Fee TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-After
           PERFORM Write-Audit-Record
           MOVE "CARGO DESCUB." TO Audit-Field-Name
           MOVE Old-Product-Overdraft-Fee TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-Before
           MOVE Product-Overdraft-Fee TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-After
           PERFORM Write-Audit-Record.

       Audit-Product-Tier.
           MOVE SPACES TO Audit-Field-Name
           STRING "TOPE BANDA " Tier-Sub
               DELIMITED BY SIZE INTO Audit-Field-Name
           MOVE Old-Tier-Ceiling(Tier-Sub) TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-Before
           MOVE Tier-Ceiling(Tier-Sub) TO Audit-Amount-Edit
           MOVE Audit-Amount-Edit TO Audit-After
           PERFORM Write-Audit-Record
           MOVE SPACES TO Audit-Field-Name
           STRING "TASA BANDA " Tier-Sub
               DELIMITED BY SIZE INTO Audit-Field-Name
           MOVE Old-Tier-Rate(Tier-Sub) TO Audit-Rate-Edit
           MOVE Audit-Rate-Edit TO Audit-Before
           MOVE Tier-Rate(Tier-Sub) TO Audit-Rate-Edit
           MOVE Audit-Rate-Edit TO Audit-After
           MOVE 'S' TO Audit-Sensitive                   *> Un cambio de tasa requiere visto de supervisor.
           PERFORM Write-Audit-Record.

       List-Products.
           PERFORM Open-Product-File
           MOVE 'N' TO End-Of-Products
                   " hasta " Tier-Ceiling(Tier-Sub)
                   " tasa " Tier-Rate(Tier-Sub)
           END-PERFORM
           DISPLAY "  Mantenimiento: " Product-Monthly-Fee
               " Retiros sin cargo: " Product-Free-Withdrawals
               " Por retiro excedente: " Product-Withdrawal-Fee
               " Por mes en descubierto: " Product-Overdraft-Fee
           ADD 1 TO Products-Listed.

       Open-Drawer-File.
                   MOVE 0 TO Drawer-Cash-Out
                   MOVE 0 TO Drawer-Vault-In
                   MOVE 0 TO Drawer-Vault-Out
                   MOVE 0 TO Drawer-Cheque-Count
                   MOVE 0 TO Drawer-Cheques-In
                   WRITE DrawerRecord
                   DISPLAY "Caja abierta con fondo fijo de "
                       Drawer-Opening-Float
                   DISPLAY "  Recibido de bóveda:  " Drawer-Vault-In
                   DISPLAY "  Enviado a bóveda:    " Drawer-Vault-Out
                   DISPLAY "  Saldo físico:        " Drawer-Balance
                   DISPLAY "  Cheques recibidos:   " Drawer-Cheque-Count
                       " Total: " Drawer-Cheques-In      *> En la caja, pero no son efectivo.
                   PERFORM Check-Drawer-Limit
           END-READ
           CLOSE DrawerFile.
                       " referencia " Out-Ref "."
           END-WRITE
           CLOSE OutboundFile.

       Deposit-Cheque.
           PERFORM Open-Account-File
           PERFORM Find-Account                          *> Busca la cuenta a acreditar.
           IF Found-Account = 'Y'
               PERFORM Verify-PIN                        *> Mismo control de PIN que un depósito.
               IF PIN-Valid = 'Y'
                   PERFORM Capture-Cheque
               END-IF
           END-IF
           CLOSE AccountFile.

       Capture-Cheque.
           DISPLAY Prompt-Drawee-Bank                    *> Solicita el banco contra el que se libró.
           ACCEPT Cheque-Drawee-Bank
           DISPLAY Prompt-Cheque-Number                  *> Solicita el número del cheque.
           ACCEPT Cheque-Number
           DISPLAY Prompt-Amount                         *> Solicita el monto del cheque.
           ACCEPT Transaction-Amount
           IF Transaction-Amount > 0 AND
              Cheque-Drawee-Bank NOT = SPACES AND
              Cheque-Number NOT = SPACES
               PERFORM Get-Next-Transfer-Ref             *> La referencia correlaciona crédito y cheque.
               ADD Transaction-Amount TO Account-Balance
               MOVE Business-Date TO Account-Last-Activity  *> Movimiento del cliente: la cuenta sigue viva.
               REWRITE AccountRecord
               MOVE 'Q' TO Trans-Type
               MOVE Account-ID TO Posting-Account-ID
               MOVE Transaction-Amount TO Posting-Amount *> El cheque se acredita en el momento...
               PERFORM Record-Transaction
               PERFORM Place-Cheque-Hold                 *> ...pero queda retenido hasta el canje.
               PERFORM Write-Cheque-Record
               PERFORM Update-Drawer-Cheques             *> El cheque entra a la caja, no al efectivo.
           ELSE
               DISPLAY Invalid-Amount
           END-IF.

       Place-Cheque-Hold.
      *>   Retención automática por el período de canje: vence el día
      *>   en que el cheque queda firme, y el proceso de rechazos la
      *>   levanta antes si la cámara lo devuelve o cuando queda firme.
           COMPUTE Clear-Date-Int =
               FUNCTION INTEGER-OF-DATE(Business-Date)
               + Cheque-Clearing-Days
           MOVE FUNCTION DATE-OF-INTEGER(Clear-Date-Int)
               TO Cheque-Clear-Date
           MOVE Account-ID TO Account-Search-ID
           PERFORM Open-Hold-File
           PERFORM Find-Next-Hold-Seq                    *> Secuencia libre dentro de la cuenta.
           MOVE Account-Search-ID TO Hold-Account-ID
           COMPUTE Hold-Seq = Max-Hold-Seq + 1
           MOVE Transaction-Amount TO Hold-Amount
           MOVE "CHEQUE AL COBRO" TO Hold-Reason
           MOVE Cheque-Clear-Date TO Hold-Expiry-Date
           MOVE 'A' TO Hold-Status                       *> La retención nace abierta.
           MOVE 0 TO Cheque-Hold-Seq
           WRITE HoldRecord
               INVALID KEY
                   DISPLAY "Advertencia: no se pudo retener el"
                       " cheque; avise al supervisor."
               NOT INVALID KEY
                   MOVE Hold-Seq TO Cheque-Hold-Seq
           END-WRITE
           CLOSE HoldFile.

       Write-Cheque-Record.
           OPEN I-O ChequeFile
           IF Cheque-File-Status = '35'                  *> '35' = el archivo todavía no existe.
               OPEN OUTPUT ChequeFile
               CLOSE ChequeFile
               OPEN I-O ChequeFile
           END-IF
           MOVE Posting-Trans-Reference TO Chq-Ref
           MOVE Posting-Account-ID TO Chq-Account-ID
           MOVE Cheque-Drawee-Bank TO Chq-Drawee-Bank
           MOVE Cheque-Number TO Chq-Number
           MOVE Transaction-Amount TO Chq-Amount
           MOVE Business-Date TO Chq-Deposit-Date
           MOVE Teller-ID TO Chq-Teller-ID
           MOVE Cheque-Hold-Seq TO Chq-Hold-Seq
           MOVE Cheque-Clear-Date TO Chq-Clear-Date
           MOVE 'P' TO Chq-Status                        *> Pendiente: la presentación de fin de día lo envía.
           MOVE 0 TO Chq-Sent-Cycle                      *> La presentación lo estampa al enviarlo.
           MOVE 0 TO Chq-File-Seq
           WRITE ChequeRecord
               INVALID KEY
                   DISPLAY "No se pudo registrar el cheque; avise al"
                       " supervisor."
               NOT INVALID KEY
                   DISPLAY "Cheque depositado, referencia " Chq-Ref
                       "; fondos retenidos hasta el "
                       Chq-Clear-Date "."
           END-WRITE
           CLOSE ChequeFile.

       Update-Drawer-Cheques.
           PERFORM Open-Drawer-File
           MOVE Business-Date TO Drawer-Date
           MOVE Teller-ID TO Drawer-Teller-ID
           READ DrawerFile
               INVALID KEY
                   DISPLAY "Advertencia: la caja del cajero no está"
                       " abierta; cheque sin registrar en caja."
               NOT INVALID KEY
                   ADD 1 TO Drawer-Cheque-Count
                   ADD Transaction-Amount TO Drawer-Cheques-In  *> Aparte del efectivo de la caja.
                   REWRITE DrawerRecord
           END-READ
           CLOSE DrawerFile.

       Open-Term-File.
           OPEN I-O TermFile                             *> Abre los plazos fijos para lectura/escritura.
           IF Term-File-Status = '35'                    *> '35' = el archivo todavía no existe.
               OPEN OUTPUT TermFile                      *> Lo crea vacío...
               CLOSE TermFile                            *> ...y lo vuelve a abrir en modo I-O.
               OPEN I-O TermFile
           END-IF.

       Term-Menu.
           PERFORM Display-Term-Menu                     *> Muestra el submenú de plazos fijos.
           PERFORM UNTIL Term-Option = '4'               *> Repite hasta que el usuario elija volver.
               PERFORM Process-Term-Option
               PERFORM Display-Term-Menu
           END-PERFORM.

       Display-Term-Menu.
           DISPLAY "====== PLAZOS FIJOS ======"
           DISPLAY "1. Constituir plazo fijo"
           DISPLAY "2. Cancelación anticipada (supervisor)"
           DISPLAY "3. Listar plazos fijos de la cuenta"
           DISPLAY "4. Volver al menú principal"
           DISPLAY "Seleccione una opción: "
           ACCEPT Term-Option.

       Process-Term-Option.
           EVALUATE Term-Option
               WHEN '1'
                   PERFORM Open-Term-Deposit            *> Constituye un plazo debitando la cuenta de fondeo.
               WHEN '2'
                   PERFORM Cancel-Term-Deposit          *> Cancela antes del vencimiento, con penalidad.
               WHEN '3'
                   PERFORM List-Term-Deposits           *> Lista los plazos fondeados por la cuenta.
               WHEN '4'
                   CONTINUE                             *> Vuelve al menú principal.
               WHEN OTHER
                   DISPLAY "Opción no válida, intente de nuevo."
           END-EVALUATE.

       Open-Term-Deposit.
           PERFORM Open-Account-File
           PERFORM Find-Account                          *> Busca la cuenta de fondeo del plazo.
           IF Found-Account = 'Y'
               IF Account-Dormant                        *> Una cuenta inactiva no admite el débito.
                   DISPLAY Account-Dormant-Notice
               ELSE
                   IF Account-Client-ID = 0              *> El plazo debe quedar enlazado a su cliente.
                       DISPLAY Account-No-Client-Notice
                   ELSE
                       PERFORM Open-Term-For-Client
                   END-IF
               END-IF
           END-IF
           CLOSE AccountFile.

       Open-Term-For-Client.
           PERFORM Verify-PIN                            *> Mismo control de PIN que un retiro.
           IF PIN-Valid = 'Y'
               PERFORM Open-Product-File
               PERFORM Find-Product                      *> La tasa sale de las bandas del producto.
               IF Found-Product = 'Y'
                   PERFORM Capture-Term-Deposit
               END-IF
               CLOSE ProductFile
           END-IF.

       Capture-Term-Deposit.
           DISPLAY Prompt-Amount                         *> Solicita el capital a inmovilizar.
           ACCEPT Transaction-Amount
           DISPLAY Prompt-Term-Days                      *> Solicita el plazo en días.
           ACCEPT Term-Days-Input
           DISPLAY Prompt-Term-Renewal                   *> Solicita la instrucción al vencimiento.
           ACCEPT Term-Renewal-Input
           PERFORM Get-Available-Funds                   *> Mismo control de fondos que un retiro.
           IF Transaction-Amount > 0 AND
              Transaction-Amount <= Available-Funds AND
              Term-Days-Input >= Term-Minimum-Days AND
              (Term-Renewal-Input = 'P' OR
               Term-Renewal-Input = 'C' OR
               Term-Renewal-Input = 'T')
               PERFORM Pick-Term-Rate
               PERFORM Get-Next-Transfer-Ref             *> La referencia es el número del plazo.
               SUBTRACT Transaction-Amount FROM Account-Balance
               MOVE Business-Date TO Account-Last-Activity  *> Movimiento del cliente: la cuenta sigue viva.
               REWRITE AccountRecord
               MOVE 'P' TO Trans-Type
               MOVE Account-ID TO Posting-Account-ID
               COMPUTE Posting-Amount = Transaction-Amount * -1  *> El capital sale de la cuenta de fondeo.
               PERFORM Record-Transaction
               PERFORM Write-Term-Record
               IF Account-Balance < 0
                   DISPLAY Overdraft-Notice Account-Balance
               END-IF
           ELSE IF Transaction-Amount > Available-Funds
               DISPLAY Insufficient-Funds
           ELSE
               DISPLAY "Datos del plazo fijo no válidos."
           END-IF.

       Pick-Term-Rate.
      *>   Misma regla que la acreditación de intereses: la primera
      *>   banda cuyo tope cubre el capital; la última cubre el resto.
           MOVE 'N' TO Tier-Found
           MOVE Tier-Rate(3) TO Term-Rate-Found
           PERFORM VARYING Tier-Sub FROM 1 BY 1
                   UNTIL Tier-Sub > 3 OR Tier-Found = 'Y'
               IF Transaction-Amount <= Tier-Ceiling(Tier-Sub)
                   MOVE Tier-Rate(Tier-Sub) TO Term-Rate-Found
                   MOVE 'Y' TO Tier-Found
               END-IF
           END-PERFORM.

       Write-Term-Record.
           PERFORM Open-Term-File
           MOVE Posting-Trans-Reference TO Term-ID
           MOVE Account-ID TO Term-Account-ID
           MOVE Account-Client-ID TO Term-Client-ID
           MOVE Product-Code TO Term-Product-Code
           MOVE Transaction-Amount TO Term-Principal
           MOVE Term-Rate-Found TO Term-Rate
           MOVE Term-Days-Input TO Term-Days
           MOVE Business-Date TO Term-Start-Date
           COMPUTE Maturity-Int =
               FUNCTION INTEGER-OF-DATE(Business-Date)
               + Term-Days-Input
           MOVE FUNCTION DATE-OF-INTEGER(Maturity-Int)
               TO Term-Maturity-Date
           MOVE Term-Renewal-Input TO Term-Renewal
           MOVE 'A' TO Term-Status                       *> El plazo nace vigente.
           MOVE 0 TO Term-Renewals
           MOVE Teller-ID TO Term-Opened-By
           MOVE 0 TO Term-Close-Date
           WRITE TermDepositRecord
               INVALID KEY
                   DISPLAY "No se pudo registrar el plazo fijo; avise"
                       " al supervisor."
               NOT INVALID KEY
                   DISPLAY "Plazo fijo constituido, número " Term-ID
                       " vence " Term-Maturity-Date
                       " tasa mensual " Term-Rate "."
           END-WRITE
           CLOSE TermFile.

       Cancel-Term-Deposit.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no puede cancelar un plazo.
           IF Supervisor-Approved = 'Y'
               PERFORM Open-Term-File
               DISPLAY Prompt-Term-ID
               ACCEPT Term-Search-ID
               MOVE Term-Search-ID TO Term-ID
               READ TermFile
                   INVALID KEY
                       DISPLAY "Plazo fijo no encontrado."
                   NOT INVALID KEY
                       IF Term-Active
                           PERFORM Confirm-Term-Cancel
                       ELSE
                           DISPLAY "El plazo fijo no está vigente."
                       END-IF
               END-READ
               CLOSE TermFile
           END-IF.

       Confirm-Term-Cancel.
      *>   Interés a prorrata por los días corridos del período, con
      *>   su retención, menos la penalidad sobre el capital.
           COMPUTE Elapsed-Days =
               FUNCTION INTEGER-OF-DATE(Business-Date)
               - FUNCTION INTEGER-OF-DATE(Term-Start-Date)
           IF Elapsed-Days < 0
               MOVE 0 TO Elapsed-Days
           END-IF
           COMPUTE Term-Interest ROUNDED =
               Term-Principal * Term-Rate * Elapsed-Days / 30
           COMPUTE Term-Withholding ROUNDED =
               Term-Interest * Withholding-Rate
           COMPUTE Term-Penalty ROUNDED =
               Term-Principal * Term-Penalty-Rate
           COMPUTE Term-Payout = Term-Principal + Term-Interest
               - Term-Withholding - Term-Penalty
           DISPLAY "Plazo " Term-ID " cuenta " Term-Account-ID
               " vence " Term-Maturity-Date
           DISPLAY "  Capital:    " Term-Principal
           DISPLAY "  Interés:    " Term-Interest
               " (" Elapsed-Days " días)"
           DISPLAY "  Retención:  " Term-Withholding
           DISPLAY "  Penalidad:  " Term-Penalty
           DISPLAY "  Neto a acreditar: " Term-Payout
           DISPLAY Prompt-Term-Cancel-Confirm
           ACCEPT Close-Confirm
           IF Close-Confirm = 'S' OR Close-Confirm = 's'
               PERFORM Open-Account-File
               MOVE Term-Account-ID TO Account-Search-ID
               PERFORM Find-Account-By-Key               *> La cuenta de fondeo recibe el neto.
               IF Found-Account = 'Y'
                   PERFORM Post-Term-Cancellation
               ELSE
                   DISPLAY "Sin cuenta de fondeo; cancelación"
                       " rechazada."
               END-IF
               CLOSE AccountFile
           ELSE
               DISPLAY "Cancelación anticipada descartada."
           END-IF.

       Post-Term-Cancellation.
           ADD Term-Payout TO Account-Balance
           REWRITE AccountRecord
           MOVE Account-ID TO Posting-Account-ID
           MOVE Term-ID TO Posting-Trans-Reference       *> Todos los movimientos apuntan al plazo.
           MOVE 'V' TO Trans-Type
           MOVE Term-Principal TO Posting-Amount         *> Vuelve el capital.
           PERFORM Record-Transaction
           IF Term-Interest > 0
               MOVE 'J' TO Trans-Type
               MOVE Term-Interest TO Posting-Amount      *> Interés a prorrata.
               PERFORM Record-Transaction
           END-IF
           IF Term-Withholding > 0
               MOVE 'X' TO Trans-Type
               COMPUTE Posting-Amount = Term-Withholding * -1
               PERFORM Record-Transaction
           END-IF
           IF Term-Penalty > 0
               MOVE 'N' TO Trans-Type
               COMPUTE Posting-Amount = Term-Penalty * -1
               PERFORM Record-Transaction
           END-IF
           MOVE 'C' TO Term-Status                       *> Cancelado: el vencimiento ya no lo toma.
           MOVE Business-Date TO Term-Close-Date
           REWRITE TermDepositRecord
           MOVE 'C' TO Security-Event
           PERFORM Log-Security-Event                    *> La cancelación queda con quién la aprobó.
           DISPLAY "Plazo fijo cancelado; acreditado a la cuenta "
               Account-ID ": " Term-Payout.

       List-Term-Deposits.
           PERFORM Open-Term-File
           DISPLAY Prompt-Account-ID                     *> Solicita la cuenta de fondeo.
           ACCEPT Account-Search-ID
           MOVE 0 TO Terms-Listed
           MOVE 'N' TO End-Of-Terms
           PERFORM UNTIL End-Of-Terms = 'Y'              *> Recorre y muestra los plazos de la cuenta.
               READ TermFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Terms
                   NOT AT END
                       PERFORM Show-Term-Deposit
               END-READ
           END-PERFORM
           DISPLAY "Plazos fijos listados: " Terms-Listed
           CLOSE TermFile.

       Show-Term-Deposit.
           IF Term-Account-ID = Account-Search-ID
               DISPLAY "Plazo: " Term-ID
                   " Capital: " Term-Principal
                   " Tasa: " Term-Rate
                   " Días: " Term-Days
                   " Vence: " Term-Maturity-Date
                   " Instr.: " Term-Renewal
                   " Estado: " Term-Status
               ADD 1 TO Terms-Listed
           END-IF.

       Count-Active-Terms.
           MOVE 0 TO Active-Terms
           MOVE 'N' TO End-Of-Terms
           OPEN INPUT TermFile
           IF Term-File-Status = '35'
               MOVE 'Y' TO End-Of-Terms                  *> Sin plazos fijos registrados.
           END-IF
           PERFORM UNTIL End-Of-Terms = 'Y'
               READ TermFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Terms
                   NOT AT END
                       IF Term-Active AND
                          Term-Account-ID = Account-ID
                           ADD 1 TO Active-Terms
                       END-IF
               END-READ
           END-PERFORM
           IF Term-File-Status NOT = '35'
               CLOSE TermFile
           END-IF.

       Open-Loan-File.
           OPEN I-O LoanFile                             *> Abre los préstamos para lectura/escritura.
           IF Loan-File-Status = '35'                    *> '35' = el archivo todavía no existe.
               OPEN OUTPUT LoanFile                      *> Lo crea vacío...
               CLOSE LoanFile                            *> ...y lo vuelve a abrir en modo I-O.
               OPEN I-O LoanFile
           END-IF.

       Loan-Menu.
           PERFORM Display-Loan-Menu                     *> Muestra el submenú de préstamos.
           PERFORM UNTIL Loan-Option = '3'               *> Repite hasta que el usuario elija volver.
               PERFORM Process-Loan-Option
               PERFORM Display-Loan-Menu
           END-PERFORM.

       Display-Loan-Menu.
           DISPLAY "====== PRÉSTAMOS ======"
           DISPLAY "1. Otorgar préstamo (supervisor)"
           DISPLAY "2. Consultar préstamos de la cuenta"
           DISPLAY "3. Volver al menú principal"
           DISPLAY "Seleccione una opción: "
           ACCEPT Loan-Option.

       Process-Loan-Option.
           EVALUATE Loan-Option
               WHEN '1'
                   PERFORM Disburse-Loan                 *> Otorga y acredita el capital a la cuenta.
               WHEN '2'
                   PERFORM List-Loans                    *> Lista los préstamos cobrados de la cuenta.
               WHEN '3'
                   CONTINUE                             *> Vuelve al menú principal.
               WHEN OTHER
                   DISPLAY "Opción no válida, intente de nuevo."
           END-EVALUATE.

       Disburse-Loan.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no puede otorgar préstamos.
           IF Supervisor-Approved = 'Y'
               PERFORM Open-Account-File
               PERFORM Find-Account                      *> Cuenta que recibe el capital y paga las cuotas.
               IF Found-Account = 'Y'
                   IF Account-Dormant
                       DISPLAY Account-Dormant-Notice
                   ELSE
                       IF Account-Client-ID = 0          *> El préstamo debe quedar enlazado a su deudor.
                           DISPLAY Account-No-Client-Notice
                       ELSE
                           PERFORM Capture-Loan
                       END-IF
                   END-IF
               END-IF
               CLOSE AccountFile
           END-IF.

       Capture-Loan.
           DISPLAY Prompt-Amount                         *> Solicita el capital a prestar.
           ACCEPT Transaction-Amount
           DISPLAY Prompt-Loan-Rate
           ACCEPT Loan-Rate-Input
           DISPLAY Prompt-Loan-Term
           ACCEPT Loan-Term-Input
           IF Transaction-Amount > 0 AND
              Loan-Term-Input > 0 AND
              Loan-Term-Input <= Loan-Maximum-Term AND
              Loan-Rate-Input <= Loan-Maximum-Rate
               PERFORM Compute-Loan-Installment
               DISPLAY "Cuota mensual: " Loan-Installment-Calc
                   " x " Loan-Term-Input
                   " cuotas; primer vencimiento " First-Due-Date
               DISPLAY Prompt-Loan-Confirm
               ACCEPT Close-Confirm
               IF Close-Confirm = 'S' OR Close-Confirm = 's'
                   PERFORM Post-Loan-Disbursement
               ELSE
                   DISPLAY "Otorgamiento descartado."
               END-IF
           ELSE
               DISPLAY "Datos del préstamo no válidos."
           END-IF.

       Compute-Loan-Installment.
      *>   Cuota fija (sistema francés): capital x i x (1+i)^n /
      *>   ((1+i)^n - 1); sin tasa, el capital dividido en cuotas.
           IF Loan-Rate-Input = 0
               COMPUTE Loan-Installment-Calc ROUNDED =
                   Transaction-Amount / Loan-Term-Input
           ELSE
               COMPUTE Growth-Factor ROUNDED =
                   (1 + Loan-Rate-Input) ** Loan-Term-Input
               COMPUTE Loan-Installment-Calc ROUNDED =
                   Transaction-Amount * Loan-Rate-Input * Growth-Factor
                   / (Growth-Factor - 1)
           END-IF
      *>   La primera cuota vence al mes del desembolso; el día se
      *>   limita al 28 para que todas las cuotas caigan en un día que
      *>   existe en cualquier mes.
           MOVE Business-Date TO First-Due-Date
           ADD 1 TO First-Due-Month
           IF First-Due-Month > 12
               MOVE 1 TO First-Due-Month
               ADD 1 TO First-Due-Year
           END-IF
           IF First-Due-Day > 28
               MOVE 28 TO First-Due-Day
           END-IF.

       Post-Loan-Disbursement.
           PERFORM Get-Next-Transfer-Ref                 *> La referencia es el número del préstamo.
           ADD Transaction-Amount TO Account-Balance
           MOVE Business-Date TO Account-Last-Activity   *> Movimiento del cliente: la cuenta sigue viva.
           REWRITE AccountRecord
           MOVE 'L' TO Trans-Type
           MOVE Account-ID TO Posting-Account-ID
           MOVE Transaction-Amount TO Posting-Amount     *> El capital se acredita a la cuenta de cobro.
           PERFORM Record-Transaction
           PERFORM Open-Loan-File
           MOVE Posting-Trans-Reference TO Loan-ID
           MOVE Account-ID TO Loan-Account-ID
           MOVE Account-Client-ID TO Loan-Client-ID
           MOVE Transaction-Amount TO Loan-Principal
           MOVE Loan-Rate-Input TO Loan-Rate
           MOVE Loan-Term-Input TO Loan-Term
           MOVE Loan-Installment-Calc TO Loan-Installment
           MOVE Business-Date TO Loan-Disbursed-Date
           MOVE First-Due-Date TO Loan-Next-Due-Date
           MOVE 0 TO Loan-Installments-Billed
           MOVE Transaction-Amount TO Loan-Balance
           MOVE 0 TO Loan-Due-Principal
           MOVE 0 TO Loan-Due-Interest
           MOVE 0 TO Loan-Oldest-Due-Date
           MOVE 0 TO Loan-Days-Past-Due
           MOVE 'A' TO Loan-Status                       *> El préstamo nace vigente.
           MOVE Teller-ID TO Loan-Disbursed-By
           MOVE Approver-ID TO Loan-Approver-ID
           WRITE LoanRecord
               INVALID KEY
                   DISPLAY "No se pudo registrar el préstamo; avise"
                       " al supervisor."
               NOT INVALID KEY
                   PERFORM Write-Disbursement-History
                   MOVE 'O' TO Security-Event
                   PERFORM Log-Security-Event            *> El otorgamiento queda con quién lo aprobó.
                   DISPLAY "Préstamo otorgado, número " Loan-ID
                       "; capital acreditado a la cuenta "
                       Account-ID "."
           END-WRITE
           CLOSE LoanFile.

       Write-Disbursement-History.
           MOVE Loan-ID TO Pay-Loan-ID
           MOVE Business-Date TO Pay-Date
           MOVE 'D' TO Pay-Event                         *> El historial del préstamo arranca con el desembolso.
           MOVE Loan-Principal TO Pay-Principal
           MOVE 0 TO Pay-Interest
           MOVE Loan-Balance TO Pay-Balance-After
           MOVE 0 TO Pay-Arrears-After
           MOVE 0 TO Pay-Days-Past-Due
           OPEN EXTEND LoanPaymentFile
           WRITE LoanPaymentRecord
           CLOSE LoanPaymentFile.

       List-Loans.
           PERFORM Open-Loan-File
           DISPLAY Prompt-Account-ID                     *> Solicita la cuenta de cobro.
           ACCEPT Account-Search-ID
           MOVE 0 TO Loans-Listed
           MOVE 'N' TO End-Of-Loans
           PERFORM UNTIL End-Of-Loans = 'Y'              *> Recorre y muestra los préstamos de la cuenta.
               READ LoanFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Loans
                   NOT AT END
                       PERFORM Show-Loan
               END-READ
           END-PERFORM
           DISPLAY "Préstamos listados: " Loans-Listed
           CLOSE LoanFile.

       Show-Loan.
           IF Loan-Account-ID = Account-Search-ID
               DISPLAY "Préstamo: " Loan-ID
                   " Capital: " Loan-Principal
                   " Cuota: " Loan-Installment
                   " Cuotas: " Loan-Installments-Billed
                   "/" Loan-Term
                   " Estado: " Loan-Status
               DISPLAY "   Saldo: " Loan-Balance
                   " Impago: " Loan-Due-Principal
                   " + " Loan-Due-Interest
                   " Atraso: " Loan-Days-Past-Due " días"
                   " Próx.venc.: " Loan-Next-Due-Date
               ADD 1 TO Loans-Listed
           END-IF.

       Count-Active-Loans.
           MOVE 0 TO Active-Loans
           MOVE 'N' TO End-Of-Loans
           OPEN INPUT LoanFile
           IF Loan-File-Status = '35'
               MOVE 'Y' TO End-Of-Loans                  *> Sin préstamos registrados.
           END-IF
           PERFORM UNTIL End-Of-Loans = 'Y'
               READ LoanFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Loans
                   NOT AT END
                       IF Loan-Active AND
                          Loan-Account-ID = Account-ID
                           ADD 1 TO Active-Loans
                       END-IF
               END-READ
           END-PERFORM
           IF Loan-File-Status NOT = '35'
               CLOSE LoanFile
           END-IF.

       Open-Operator-File.
           OPEN I-O OperatorFile                         *> Abre el maestro de operadores para lectura/escritura.
           IF Operator-File-Status = '35'                *> '35' = el archivo todavía no existe.
               OPEN OUTPUT OperatorFile                  *> Lo crea vacío...
               CLOSE OperatorFile                        *> ...y lo vuelve a abrir en modo I-O.
               OPEN I-O OperatorFile
           END-IF.

       Sign-On-Operator.
      *>   Valida el ingreso de la sesión contra operadores.dat: el ID
      *>   debe existir, estar habilitado y la clave coincidir. Hay
      *>   tres intentos y cada uno, aceptado o rechazado, queda en el
      *>   log de seguridad. Con el maestro vacío (primera puesta en
      *>   marcha) se da de alta el supervisor inicial antes de pedir
      *>   el ingreso; desde ahí las altas son por el mantenimiento.
           MOVE 'N' TO Signon-OK
           MOVE 0 TO Signon-Attempts
           MOVE SPACES TO Approver-ID                    *> El ingreso no lleva aprobación.
           PERFORM Open-Operator-File
           MOVE 'Y' TO Any-Operator
           READ OperatorFile NEXT RECORD
               AT END
                   MOVE 'N' TO Any-Operator
           END-READ
           IF Any-Operator = 'N'
               PERFORM Register-First-Supervisor
           END-IF
           PERFORM UNTIL Signon-OK = 'Y' OR Signon-Attempts >= 3
               PERFORM Try-Sign-On
           END-PERFORM
           CLOSE OperatorFile.

       Register-First-Supervisor.
           DISPLAY "No hay operadores registrados: alta del"
               " supervisor inicial."
           MOVE SPACES TO Oper-ID
           MOVE SPACES TO Oper-Password
           PERFORM Capture-First-Supervisor
               UNTIL Oper-ID NOT = SPACES AND
                     Oper-Password NOT = SPACES       *> Sin ID o sin clave no se graba.
           MOVE 'S' TO Oper-Role                         *> El primero siempre es supervisor.
           MOVE 'A' TO Oper-Status
           MOVE 'R' TO Oper-Password-Reset               *> La cambia en su primer ingreso.
           MOVE Business-Date TO Oper-Last-Change
           MOVE Oper-ID TO Oper-Changed-By
           WRITE OperatorRecord
               INVALID KEY
                   DISPLAY "No se pudo registrar el supervisor"
                       " inicial."
               NOT INVALID KEY
                   MOVE Oper-ID TO Event-Operator-ID
                   MOVE 'M' TO Security-Event
                   PERFORM Log-Operator-Event            *> El alta inicial también queda en el log.
                   DISPLAY "Supervisor inicial registrado."
           END-WRITE.

       Capture-First-Supervisor.
           DISPLAY Prompt-Operator-ID
           ACCEPT Oper-ID
           DISPLAY Prompt-Operator-Name
           ACCEPT Oper-Name
           DISPLAY Prompt-Temp-Password
           ACCEPT Oper-Password
           IF Oper-ID = SPACES OR Oper-Password = SPACES
               DISPLAY "El ID y la clave no pueden quedar en blanco."
           END-IF.

       Try-Sign-On.
           ADD 1 TO Signon-Attempts
           DISPLAY Prompt-Teller-ID                      *> Identifica al operador para trazabilidad.
           ACCEPT Input-Operator-ID
           DISPLAY Prompt-Password
           ACCEPT Input-Password
           MOVE Input-Operator-ID TO Oper-ID
           READ OperatorFile                             *> Lectura directa indexada por Oper-ID.
               INVALID KEY
                   DISPLAY "Operador no registrado."
               NOT INVALID KEY
                   IF NOT Oper-Active
                       DISPLAY "Operador deshabilitado."
                   ELSE IF Oper-Password NOT = Input-Password
                       DISPLAY "Clave incorrecta."
                   ELSE
                       MOVE 'Y' TO Signon-OK
                   END-IF
                   END-IF
           END-READ
           IF Signon-OK = 'Y' AND Oper-Must-Change
               PERFORM Change-Own-Password               *> La clave temporal no sirve para operar.
           END-IF
           MOVE Input-Operator-ID TO Event-Operator-ID
           IF Signon-OK = 'Y'
               MOVE Oper-ID TO Teller-ID                 *> El operador es el cajero de toda la sesión.
               MOVE Oper-Role TO Teller-Role
               MOVE 'E' TO Security-Event
               PERFORM Log-Operator-Event
               DISPLAY "Operador " Oper-ID " - " Oper-Name
           ELSE
               MOVE 'N' TO Security-Event
               PERFORM Log-Operator-Event                *> El rechazo queda en el log de seguridad.
           END-IF.

       Change-Own-Password.
      *>   Un operador con la clave blanqueada elige una nueva antes
      *>   de operar; la temporal que le dio el supervisor solo sirve
      *>   para este ingreso.
           DISPLAY "Clave blanqueada: debe elegir una clave nueva."
           DISPLAY Prompt-New-Password
           ACCEPT New-Password
           DISPLAY Prompt-Confirm-Password
           ACCEPT Confirm-Password
           IF New-Password = SPACES OR
              New-Password = Oper-Password OR
              New-Password NOT = Confirm-Password
               DISPLAY "Clave nueva no válida."
               MOVE 'N' TO Signon-OK
           ELSE
               MOVE New-Password TO Oper-Password
               MOVE SPACE TO Oper-Password-Reset
               REWRITE OperatorRecord
               DISPLAY "Clave actualizada."
           END-IF.

       Check-Cash-Role.
      *>   Operaciones trabaja sin caja de efectivo: las opciones que
      *>   mueven efectivo quedan para cajeros y supervisores.
           IF Teller-Role = 'O'
               MOVE 'N' TO Cash-Role-OK
               DISPLAY "Opción de efectivo no habilitada para el rol"
                   " de operaciones."
           ELSE
               MOVE 'Y' TO Cash-Role-OK
           END-IF.

       Get-Supervisor-Approval.
      *>   Si el operador en sesión es supervisor, la aprobación es
      *>   suya; si no, un supervisor habilitado se identifica en la
      *>   terminal con su propio ID y clave. Approver-ID queda con
      *>   quien aprobó para el log de seguridad; el rechazo también
      *>   queda registrado.
           MOVE 'N' TO Supervisor-Approved
           MOVE SPACES TO Approver-ID
           IF Teller-Role = 'S'
               MOVE 'Y' TO Supervisor-Approved
               MOVE Teller-ID TO Approver-ID
           ELSE
               DISPLAY Prompt-Supervisor-ID
               ACCEPT Input-Operator-ID
               DISPLAY Prompt-Password
               ACCEPT Input-Password
               PERFORM Open-Operator-File
               MOVE Input-Operator-ID TO Oper-ID
               READ OperatorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Oper-Active AND Oper-Supervisor AND
                          Oper-Password = Input-Password
                           MOVE 'Y' TO Supervisor-Approved
                           MOVE Oper-ID TO Approver-ID
                       END-IF
               END-READ
               CLOSE OperatorFile
               IF Supervisor-Approved = 'N'
                   DISPLAY Supervisor-Approval-Error
                   MOVE Teller-ID TO Event-Operator-ID
                   MOVE Input-Operator-ID TO Approver-ID  *> Quién intentó aprobar.
                   MOVE 'K' TO Security-Event
                   PERFORM Log-Operator-Event
                   MOVE SPACES TO Approver-ID
               END-IF
           END-IF.

       Operator-Maintenance.
           PERFORM Get-Supervisor-Approval               *> Un cajero común no puede tocar los operadores.
           IF Supervisor-Approved = 'Y'
               PERFORM Operator-Menu
           END-IF.

       Operator-Menu.
           PERFORM Display-Operator-Menu                 *> Muestra el submenú de operadores.
           PERFORM UNTIL Operator-Option = '5'           *> Repite hasta que el supervisor elija volver.
               PERFORM Process-Operator-Option
               PERFORM Display-Operator-Menu
           END-PERFORM.

       Display-Operator-Menu.
           DISPLAY "====== OPERADORES ======"
           DISPLAY "1. Registrar operador"
           DISPLAY "2. Deshabilitar operador"
           DISPLAY "3. Blanquear clave y rehabilitar operador"
           DISPLAY "4. Listar operadores"
           DISPLAY "5. Volver al menú principal"
           DISPLAY "Seleccione una opción: "
           ACCEPT Operator-Option.

       Process-Operator-Option.
           EVALUATE Operator-Option
               WHEN '1'
                   PERFORM Register-Operator            *> Alta de un operador nuevo.
               WHEN '2'
                   PERFORM Disable-Operator             *> Baja lógica: el operador no puede ingresar.
               WHEN '3'
                   PERFORM Reset-Operator               *> Clave temporal y rehabilitación.
               WHEN '4'
                   PERFORM List-Operators               *> Lista todos los operadores registrados.
               WHEN '5'
                   CONTINUE                             *> Vuelve al menú principal.
               WHEN OTHER
                   DISPLAY "Opción no válida, intente de nuevo."
           END-EVALUATE.

       Register-Operator.
           PERFORM Open-Operator-File
           DISPLAY Prompt-Operator-ID                    *> Solicita el ID del operador nuevo.
           ACCEPT Oper-ID
           DISPLAY Prompt-Operator-Name                  *> Solicita el nombre completo.
           ACCEPT Oper-Name
           DISPLAY Prompt-Operator-Role                  *> Solicita el rol.
           ACCEPT Oper-Role
           IF Oper-Teller OR Oper-Supervisor OR Oper-Operations
               DISPLAY Prompt-Temp-Password              *> La clave inicial es temporal...
               ACCEPT Oper-Password
               MOVE 'R' TO Oper-Password-Reset           *> ...y se cambia en el primer ingreso.
               MOVE 'A' TO Oper-Status                   *> El operador nace habilitado.
               MOVE Business-Date TO Oper-Last-Change
               MOVE Approver-ID TO Oper-Changed-By
               WRITE OperatorRecord
                   INVALID KEY
                       DISPLAY "El operador ya existe."   *> El ID de operador debe ser único.
                   NOT INVALID KEY
                       MOVE Oper-ID TO Event-Operator-ID
                       MOVE 'M' TO Security-Event
                       PERFORM Log-Operator-Event        *> El alta queda en el log con quién la hizo.
                       DISPLAY "Operador registrado."
               END-WRITE
           ELSE
               DISPLAY "Rol no válido."
           END-IF
           CLOSE OperatorFile.

       Disable-Operator.
           PERFORM Open-Operator-File
           PERFORM Find-Operator                         *> Busca el operador a deshabilitar.
           IF Found-Account = 'Y'
               IF Oper-ID = Teller-ID OR Oper-ID = Approver-ID
                   DISPLAY "Un supervisor no puede deshabilitarse"
                       " a sí mismo."
               ELSE IF Oper-Disabled
                   DISPLAY "El operador ya está deshabilitado."
               ELSE
                   MOVE 'I' TO Oper-Status               *> Se deshabilita; no se borra su historia.
                   MOVE Business-Date TO Oper-Last-Change
                   MOVE Approver-ID TO Oper-Changed-By
                   REWRITE OperatorRecord
                   MOVE Oper-ID TO Event-Operator-ID
                   MOVE 'M' TO Security-Event
                   PERFORM Log-Operator-Event
                   DISPLAY "Operador deshabilitado."
               END-IF
               END-IF
           END-IF
           CLOSE OperatorFile.

       Reset-Operator.
      *>   Blanqueo: el supervisor le da una clave temporal que el
      *>   operador cambia en su próximo ingreso; si estaba
      *>   deshabilitado, vuelve a quedar habilitado.
           PERFORM Open-Operator-File
           PERFORM Find-Operator                         *> Busca el operador a blanquear.
           IF Found-Account = 'Y'
               DISPLAY Prompt-Temp-Password
               ACCEPT Oper-Password
               MOVE 'R' TO Oper-Password-Reset
               MOVE 'A' TO Oper-Status
               MOVE Business-Date TO Oper-Last-Change
               MOVE Approver-ID TO Oper-Changed-By
               REWRITE OperatorRecord
               MOVE Oper-ID TO Event-Operator-ID
               MOVE 'M' TO Security-Event
               PERFORM Log-Operator-Event
               DISPLAY "Clave blanqueada; el operador la cambia al"
                   " ingresar."
           END-IF
           CLOSE OperatorFile.

       Find-Operator.
           MOVE 'N' TO Found-Account                     *> Reutiliza el indicador de búsqueda general.
           DISPLAY Prompt-Operator-ID
           ACCEPT Operator-Search-ID
           MOVE Operator-Search-ID TO Oper-ID
           READ OperatorFile                             *> Lectura directa indexada por Oper-ID.
               INVALID KEY
                   DISPLAY "Operador no encontrado."
               NOT INVALID KEY
                   MOVE 'Y' TO Found-Account
           END-READ.

       List-Operators.
           PERFORM Open-Operator-File
           MOVE 'N' TO End-Of-Operators
           MOVE 0 TO Operators-Listed
           PERFORM UNTIL End-Of-Operators = 'Y'          *> Recorre y muestra todos los operadores.
               READ OperatorFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Operators
                   NOT AT END
                       PERFORM Show-Operator
               END-READ
           END-PERFORM
           DISPLAY "Operadores listados: " Operators-Listed
           CLOSE OperatorFile.

       Show-Operator.
           DISPLAY "Operador: " Oper-ID
               " " Oper-Name
               " Rol: " Oper-Role
               " Estado: " Oper-Status
               " Blanqueo: " Oper-Password-Reset
               " Cambio: " Oper-Last-Change
               " Por: " Oper-Changed-By
           ADD 1 TO Operators-Listed.
