      *> Registro del historial de préstamos pagos_prestamos.dat,
      *> compartido por el programa interactivo (que asienta el
      *> desembolso), el cobro diario de cuotas (que asienta cada
      *> cuota emitida y cada cobro, total o parcial, con su división
      *> en capital e interés) y el historial de pagos por préstamo.
      *> El archivo es secuencial y solo crece.
       01  LoanPaymentRecord.
           05  Pay-Loan-ID          PIC 9(9).       *> Préstamo en prestamos.dat.
           05  Pay-Date             PIC 9(8).       *> Fecha de proceso del evento (AAAAMMDD).
           05  Pay-Event            PIC X(1).       *> Tipo de evento.
               88 Pay-Disbursement   VALUE 'D'.      *> Desembolso del capital.
               88 Pay-Billing        VALUE 'F'.      *> Cuota emitida a su vencimiento.
               88 Pay-Collection     VALUE 'C'.      *> Cobro debitado de la cuenta de cobro.
           05  Pay-Principal        PIC 9(7)V99.    *> Capital desembolsado, emitido o cobrado.
           05  Pay-Interest         PIC 9(7)V99.    *> Interés emitido o cobrado.
           05  Pay-Balance-After    PIC 9(7)V99.    *> Capital adeudado después del evento.
           05  Pay-Arrears-After    PIC 9(7)V99.    *> Cuotas emitidas impagas después del evento.
           05  Pay-Days-Past-Due    PIC 9(4).       *> Días de atraso después del evento.
