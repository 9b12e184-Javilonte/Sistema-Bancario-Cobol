      *> Registro de préstamo compartido por los programas que leen o
      *> escriben prestamos.dat: el programa interactivo (que otorga el
      *> préstamo con aprobación de supervisor y acredita el capital a
      *> la cuenta de cobro con un movimiento 'L'), el cobro diario de
      *> cuotas de la cadena nocturna (que emite cada cuota a su
      *> vencimiento, la debita de la cuenta de cobro hasta donde
      *> alcanzan los fondos disponibles y calcula los días de atraso),
      *> el extracto para el mayor (saldo de cartera), el reporte de
      *> mora por tramos y el historial de pagos. La clave es la misma
      *> referencia de translogseq.dat que lleva el crédito 'L' en el
      *> log. La tasa es mensual, como en las bandas del catálogo, y
      *> la cuota es fija (sistema francés).
       01  LoanRecord.
           05  Loan-ID              PIC 9(9).       *> Referencia del desembolso (clave).
           05  Loan-Account-ID      PIC 9(5).       *> Cuenta de cobro: recibe el capital y paga las cuotas.
           05  Loan-Client-ID       PIC 9(5).       *> Cliente deudor en clientes.dat.
           05  Loan-Principal       PIC 9(7)V99.    *> Capital otorgado.
           05  Loan-Rate            PIC 9V9999.     *> Tasa mensual pactada.
           05  Loan-Term            PIC 9(3).       *> Plazo en cuotas mensuales.
           05  Loan-Installment     PIC 9(7)V99.    *> Cuota fija mensual (capital más interés).
           05  Loan-Disbursed-Date  PIC 9(8).       *> Fecha de proceso del desembolso (AAAAMMDD).
           05  Loan-Next-Due-Date   PIC 9(8).       *> Vencimiento de la próxima cuota a emitir.
           05  Loan-Installments-Billed PIC 9(3).   *> Cuotas ya emitidas (vencidas).
           05  Loan-Balance         PIC 9(7)V99.    *> Capital adeudado, incluido el emitido e impago.
           05  Loan-Due-Principal   PIC 9(7)V99.    *> Capital de cuotas emitidas todavía impago.
           05  Loan-Due-Interest    PIC 9(7)V99.    *> Interés de cuotas emitidas todavía impago.
           05  Loan-Oldest-Due-Date PIC 9(8).       *> Vencimiento de la cuota impaga más vieja (0 = al día).
           05  Loan-Days-Past-Due   PIC 9(4).       *> Días de atraso a la última corrida del cobro.
           05  Loan-Status          PIC X(1).       *> Estado del préstamo.
               88 Loan-Active        VALUE 'A'.      *> Vigente.
               88 Loan-Paid-Off      VALUE 'C'.      *> Cancelado: capital e interés pagados.
           05  Loan-Disbursed-By    PIC X(8).       *> Cajero que cargó el otorgamiento.
           05  Loan-Approver-ID     PIC X(8).       *> Supervisor que lo aprobó.
