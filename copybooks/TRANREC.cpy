               88 Outbound-Entry     VALUE 'O'.      *> Indicador para el débito de una transferencia a otro banco.
               88 Outbound-Return-Entry VALUE 'B'.   *> Indicador para la devolución acreditada de una
                                                      *> transferencia interbancaria rechazada.
               88 Maintenance-Fee-Entry VALUE 'M'.   *> Indicador para la comisión de mantenimiento mensual.
               88 Withdrawal-Fee-Entry VALUE 'E'.    *> Indicador para la comisión por retiros excedentes.
               88 Overdraft-Fee-Entry VALUE 'G'.     *> Indicador para el cargo por mes en descubierto.
               88 Cheque-Deposit-Entry VALUE 'Q'.    *> Indicador para el depósito de un cheque al canje.
               88 Cheque-Return-Entry VALUE 'H'.     *> Indicador para el débito de un cheque rechazado.
               88 Term-Opening-Entry VALUE 'P'.      *> Indicador para el débito que constituye un plazo fijo
                                                      *> (apertura, o reinversión del interés al renovar).
               88 Term-Principal-Entry VALUE 'V'.    *> Indicador para la devolución del capital de un plazo.
               88 Term-Interest-Entry VALUE 'J'.     *> Indicador para el interés pagado por un plazo fijo.
               88 Term-Penalty-Entry VALUE 'N'.      *> Indicador para la penalidad por cancelación anticipada.
               88 Loan-Disbursement-Entry VALUE 'L'. *> Indicador para el crédito del capital de un préstamo.
               88 Loan-Principal-Entry VALUE 'A'.    *> Indicador para el débito del capital de una cuota.
               88 Loan-Interest-Entry VALUE 'K'.     *> Indicador para el débito del interés de una cuota.
           05  Trans-Amount         PIC S9(7)V99.   *> Monto de la transacción; negativo = débito, positivo = crédito.
           05  Trans-Teller-ID      PIC X(8).       *> ID de cajero/terminal que registró la transacción.
           05  Trans-Date-Time      PIC 9(14).      *> Fecha y hora de la transacción (AAAAMMDDHHMMSS).
           05  Trans-Reference      PIC 9(9).       *> Correlaciona las dos patas de una transferencia (T);
                                                      *> en un depósito de cheque (Q) o su rechazo (H), la
                                                      *> referencia del cheque en cheques.dat;
                                                      *> en los movimientos de un plazo fijo (P/V/J/N y su
                                                      *> retención X), el Term-ID del plazo en plazos.dat;
                                                      *> en los movimientos de un préstamo (L/A/K), el
                                                      *> Loan-ID del préstamo en prestamos.dat;
                                                      *> en un reverso (R) lleva el número de línea de la
                                                      *> transacción original dentro del log vivo;
                                                      *> 0 para depósitos, retiros e intereses.
