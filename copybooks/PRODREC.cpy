      *> de mantenimiento de supervisor, el alta de cuentas (que toma
      *> del producto el límite de descubierto y la tasa en vez de
      *> tipearlos) y la acreditación de intereses, que aplica la tasa
      *> de la banda de saldo que corresponde, y el cobro de
      *> comisiones de fin de mes, que toma de acá el cuadro de
      *> comisiones del producto. Un cambio de tasa o de comisión
      *> aprobado por el directorio es una sola actualización acá, sin
      *> tocar cuenta por cuenta en cuentas.dat.
       01  ProductRecord.
               10  Product-Tier OCCURS 3 TIMES.
                   15  Tier-Ceiling PIC 9(7)V99.    *> Tope de saldo de la banda (la última cubre el resto).
                   15  Tier-Rate    PIC 9V9999.     *> Tasa mensual de la banda (ej. 0.0025 = 0.25%).
           05  Product-Fee-Schedule.                *> Cuadro de comisiones que cobra el cierre de mes.
               10  Product-Monthly-Fee      PIC 9(5)V99. *> Comisión de mantenimiento mensual.
               10  Product-Free-Withdrawals PIC 9(3).    *> Retiros por ventanilla sin cargo en el mes.
               10  Product-Withdrawal-Fee   PIC 9(5)V99. *> Comisión por cada retiro que excede el cupo.
               10  Product-Overdraft-Fee    PIC 9(5)V99. *> Cargo por cada mes con la cuenta en descubierto.
