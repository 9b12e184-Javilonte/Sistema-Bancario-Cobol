      *> planilla manual del cajero. Además compara el efectivo según
      *> el registro de caja de cajas.dat (fondo fijo, depósitos,
      *> retiros y pases con la bóveda) contra el neto de caja que
      *> surge del log, y reporta cualquier diferencia. Los cheques
      *> depositados ('Q') quedan en la caja pero no son efectivo: se
      *> cuentan aparte y se cuadran contra los cheques que registró
      *> la caja, sin tocar la posición de efectivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  Teller-Withdraw-Total PIC S9(9)V99 VALUE 0. *> Efectivo pagado por el cajero actual.
       01  Teller-Other-Count   PIC 9(7) VALUE 0.      *> Movimientos de libro del cajero actual (T/I/X/O/B
                                                        *> y reversos de libro): no tocan el efectivo.
       01  Teller-Cheque-Count  PIC 9(7) VALUE 0.      *> Cheques recibidos por el cajero actual.
       01  Teller-Cheque-Total  PIC S9(9)V99 VALUE 0.  *> Total de esos cheques; no es efectivo.
       01  Teller-Reversal-Count PIC 9(7) VALUE 0.     *> Reversos de caja asentados por el cajero actual.
       01  Teller-Reversal-Total PIC S9(9)V99 VALUE 0. *> Efectivo neteado por esos reversos (ya firmado).
       01  Teller-Net-Cash      PIC S9(9)V99.          *> Posición neta de la caja del cajero actual.
       01  Branch-Withdraw-Count PIC 9(7) VALUE 0.
       01  Branch-Withdraw-Total PIC S9(9)V99 VALUE 0.
       01  Branch-Other-Count   PIC 9(7) VALUE 0.
       01  Branch-Cheque-Count  PIC 9(7) VALUE 0.
       01  Branch-Cheque-Total  PIC S9(9)V99 VALUE 0.
       01  Branch-Reversal-Count PIC 9(7) VALUE 0.
       01  Branch-Reversal-Total PIC S9(9)V99 VALUE 0.
       01  Branch-Net-Cash      PIC S9(9)V99.
       01  Drawer-Balance       PIC S9(9)V99.          *> Saldo físico según el registro de caja.
       01  Expected-Drawer-Cash PIC S9(9)V99.          *> Efectivo esperado: fondo + neto del log + bóveda.
       01  Drawer-Difference    PIC S9(9)V99.          *> Registro de caja menos lo esperado por el log.
       01  Cheque-Difference    PIC S9(9)V99.          *> Cheques según caja menos cheques según el log.

       PROCEDURE DIVISION.
       Main-Logic.
                   MOVE 0 TO Teller-Withdraw-Count
                   MOVE 0 TO Teller-Withdraw-Total
                   MOVE 0 TO Teller-Other-Count
                   MOVE 0 TO Teller-Cheque-Count
                   MOVE 0 TO Teller-Cheque-Total
                   MOVE 0 TO Teller-Reversal-Count
                   MOVE 0 TO Teller-Reversal-Total
               END-IF
               WHEN 'W'
                   ADD 1 TO Teller-Withdraw-Count         *> Retiro: el cajero pagó efectivo.
                   SUBTRACT Sort-Amount FROM Teller-Withdraw-Total
               WHEN 'Q'
                   ADD 1 TO Teller-Cheque-Count           *> Cheque: queda en la caja, no es efectivo.
                   ADD Sort-Amount TO Teller-Cheque-Total
               WHEN 'R'
                   PERFORM Accumulate-Reversal            *> Según el original: efectivo o libro.
               WHEN OTHER
           DISPLAY "  Reversos de caja:  " Teller-Reversal-Count
               " Total: " Teller-Reversal-Total
           DISPLAY "  Mov. de libro:     " Teller-Other-Count
           DISPLAY "  Cheques recibidos: " Teller-Cheque-Count
               " Total: " Teller-Cheque-Total
           DISPLAY "  Posición neta de caja: " Teller-Net-Cash
           PERFORM Balance-Against-Drawer
           ADD Teller-Deposit-Count TO Branch-Deposit-Count
           ADD Teller-Reversal-Count TO Branch-Reversal-Count
           ADD Teller-Reversal-Total TO Branch-Reversal-Total
           ADD Teller-Other-Count TO Branch-Other-Count
           ADD Teller-Cheque-Count TO Branch-Cheque-Count
           ADD Teller-Cheque-Total TO Branch-Cheque-Total
           ADD 1 TO Tellers-Reported.

       Balance-Against-Drawer.
               DISPLAY "  Caja cuadra con el log del sistema."
           ELSE
               DISPLAY "  DIFERENCIA DE CAJA:  " Drawer-Difference
           END-IF
           COMPUTE Cheque-Difference =
               Drawer-Cheques-In - Teller-Cheque-Total   *> Los cheques se cuadran aparte del efectivo.
           IF Cheque-Difference NOT = 0
               DISPLAY "  DIFERENCIA DE CHEQUES: " Cheque-Difference
           END-IF.

       Print-Branch-Totals.
           DISPLAY "Reversos de caja sucursal: " Branch-Reversal-Count
               " Total: " Branch-Reversal-Total
           DISPLAY "Mov. de libro sucursal: " Branch-Other-Count
           DISPLAY "Cheques sucursal:   " Branch-Cheque-Count
               " Total: " Branch-Cheque-Total
           DISPLAY "Posición neta sucursal: " Branch-Net-Cash.
