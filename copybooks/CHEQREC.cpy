      *> Registro de cheque depositado compartido por los programas que
      *> leen o escriben cheques.dat: el programa interactivo (que
      *> captura el cheque en ventanilla, acredita la cuenta con un
      *> movimiento 'Q' y le pone la retención por el período de
      *> canje), la presentación de fin de día (que arma el archivo de
      *> canje para la cámara compensadora y marca cada cheque como
      *> presentado) y el proceso de rechazos, que debita de vuelta
      *> los cheques devueltos por la cámara y libera la retención de
      *> los que quedaron firmes. La clave es la misma referencia de
      *> translogseq.dat que lleva el crédito 'Q' en el log.
       01  ChequeRecord.
           05  Chq-Ref              PIC 9(9).       *> Referencia del depósito del cheque (clave).
           05  Chq-Account-ID       PIC 9(5).       *> Cuenta acreditada con el cheque.
           05  Chq-Drawee-Bank      PIC X(8).       *> Banco girado (contra el que se libró el cheque).
           05  Chq-Number           PIC X(12).      *> Número del cheque.
           05  Chq-Amount           PIC 9(7)V99.    *> Monto del cheque.
           05  Chq-Deposit-Date     PIC 9(8).       *> Fecha de proceso del depósito (AAAAMMDD).
           05  Chq-Teller-ID        PIC X(8).       *> Cajero que recibió el cheque.
           05  Chq-Hold-Seq         PIC 9(4).       *> Secuencia de la retención puesta en retenciones.dat.
           05  Chq-Clear-Date       PIC 9(8).       *> Fecha en que vence el canje y el cheque queda firme.
           05  Chq-Status           PIC X(1).       *> Estado del cheque.
               88 Chq-Pending        VALUE 'P'.      *> Depositado, pendiente de presentar al canje.
               88 Chq-Presented      VALUE 'E'.      *> Incluido en un archivo de canje.
               88 Chq-Cleared        VALUE 'C'.      *> Firme: retención liberada.
               88 Chq-Returned       VALUE 'D'.      *> Rechazado por la cámara y debitado de vuelta.
           05  Chq-Sent-Cycle       PIC 9(8).       *> Fecha de proceso del canje que lo presentó
                                                     *> (AAAAMMDD; 0 mientras está pendiente). Permite que
                                                     *> una presentación relanzada a mitad de camino
                                                     *> reemita los cheques de su propio ciclo.
           05  Chq-File-Seq         PIC 9(6).       *> Secuencia del archivo de canje que lo llevó
                                                     *> (0 mientras está pendiente).
