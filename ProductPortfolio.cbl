       IDENTIFICATION DIVISION.
       PROGRAM-ID. Product-Portfolio.

      *> Reporte mensual de cartera por producto para la gerencia:
      *> pide el período (AAAAMM) y, para cada producto del catálogo
      *> de productos.dat, más una línea para las cuentas sin producto
      *> o con un producto que ya no está en el catálogo, muestra:
      *>   - cuentas, cuentas inactivas, saldo total y saldo promedio,
      *>     de cuentas.dat;
      *>   - saldo acreedor repartido por las bandas de tasa del
      *>     producto, con el mismo criterio de la acreditación de
      *>     intereses (la primera banda cuyo tope cubre el saldo);
      *>   - uso del descubierto: cuentas en descubierto, deuda
      *>     tomada, límites autorizados y porcentaje de uso;
      *>   - interés acreditado ('I') y retención sobre ese interés
      *>     ('X' de cuenta, sin los plazos fijos) del mes: los días
      *>     ya cortados están en histtrans_AAAAMM.dat y el último
      *>     día del mes, con la acreditación de fin de mes, sigue en
      *>     el log vivo transacciones.dat hasta el corte siguiente;
      *>   - altas del mes (fecha de alta de la cuenta), bajas del mes
      *>     (cuentas_cerradas.dat) y cuentas que la revisión mensual
      *>     marcó inactivas en el mes (seguridad.dat);
      *>   - la comparación de cuentas, saldo, descubierto e interés
      *>     con el mes anterior.
      *> Cada corrida guarda las cifras del mes en cartera_AAAAMM.dat,
      *> que es de donde el mes siguiente toma la comparación, y las
      *> escribe para finanzas en cartera_AAAAMM.csv, una línea por
      *> producto separada por punto y coma, con una línea de títulos
      *> al principio y el total de la cartera al final. Se corre
      *> después del último cierre nocturno del mes, con el saldo de
      *> cierre del mes en cuentas.dat y antes de que se opere el mes
      *> siguiente. Fuera de los dos archivos de cifras no modifica
      *> nada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ProductFile ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-Code
               FILE STATUS IS Product-File-Status.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Account-ID
               FILE STATUS IS Account-File-Status.
           SELECT OPTIONAL ClosedAccountFile
               ASSIGN TO "cuentas_cerradas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-Account-ID
               FILE STATUS IS Closed-Account-File-Status.
           SELECT OPTIONAL HistoryFile
               ASSIGN USING Activity-File-Name
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SecurityFile ASSIGN TO "seguridad.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PriorSnapshotFile
               ASSIGN USING Prior-Snapshot-Name
               ORGANIZATION IS SEQUENTIAL.
           SELECT SnapshotFile ASSIGN USING Snapshot-File-Name
               ORGANIZATION IS SEQUENTIAL.
           SELECT CsvFile ASSIGN USING Csv-File-Name
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
           COPY PRODREC.

       FD  AccountFile.
           COPY ACCTREC.

       FD  ClosedAccountFile.
           COPY CLACCREC.

       FD  HistoryFile.
           COPY TRANREC.

       FD  SecurityFile.
           COPY SEGREC.

       FD  PriorSnapshotFile.
       01  PriorSnapshotRecord.                     *> Cifras del mes anterior, mismo trazado que
           05  Prior-Snap-Period    PIC 9(6).       *> SnapshotRecord.
           05  Prior-Snap-Code      PIC X(4).
           05  Prior-Snap-Accounts  PIC 9(7).
           05  Prior-Snap-Balance   PIC S9(11)V99.
           05  Prior-Snap-Overdraft PIC 9(11)V99.
           05  Prior-Snap-Interest  PIC 9(9)V99.

       FD  SnapshotFile.
       01  SnapshotRecord.                          *> Cifras del mes por producto para la comparación
           05  Snap-Period          PIC 9(6).       *> del mes siguiente.
           05  Snap-Code            PIC X(4).       *> Producto; "----" sin producto, "****" total.
           05  Snap-Accounts        PIC 9(7).
           05  Snap-Balance         PIC S9(11)V99.
           05  Snap-Overdraft       PIC 9(11)V99.
           05  Snap-Interest        PIC 9(9)V99.

       FD  CsvFile.
       01  CsvRecord            PIC X(300).       *> Línea del archivo para finanzas.

       WORKING-STORAGE SECTION.
       01  Product-File-Status  PIC X(2).             *> Código de estado de E/S de ProductFile.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Closed-Account-File-Status PIC X(2).       *> Código de estado de E/S de ClosedAccountFile.
       01  Closed-File-Open     PIC X VALUE 'N'.       *> 'Y' si cuentas_cerradas.dat existe y está abierto.
       01  Report-Period        PIC 9(6).              *> Mes a reportar (AAAAMM).
       01  Period-Split REDEFINES Report-Period.
           05  Period-Year      PIC 9(4).
           05  Period-Month     PIC 9(2).
       01  Prior-Period         PIC 9(6).              *> Mes anterior, para la comparación.
       01  Prior-Split REDEFINES Prior-Period.
           05  Prior-Year       PIC 9(4).
           05  Prior-Month      PIC 9(2).
       01  Activity-File-Name   PIC X(20).             *> Archivo de actividad que se está leyendo.
       01  History-File-Name.                          *> Histórico de transacciones del mes.
           05  FILLER           PIC X(10) VALUE "histtrans_".
           05  History-Period   PIC 9(6).
           05  FILLER           PIC X(4) VALUE ".dat".
       01  Snapshot-File-Name.                         *> Cifras de este mes.
           05  FILLER           PIC X(8) VALUE "cartera_".
           05  Snapshot-Period  PIC 9(6).
           05  FILLER           PIC X(4) VALUE ".dat".
       01  Prior-Snapshot-Name.                        *> Cifras del mes anterior.
           05  FILLER           PIC X(8) VALUE "cartera_".
           05  Prior-Snapshot-Period PIC 9(6).
           05  FILLER           PIC X(4) VALUE ".dat".
       01  Csv-File-Name.                              *> Archivo para finanzas de este mes.
           05  FILLER           PIC X(8) VALUE "cartera_".
           05  Csv-Period       PIC 9(6).
           05  FILLER           PIC X(4) VALUE ".csv".
       01  End-Of-Products      PIC X VALUE 'N'.       *> Fin del recorrido del catálogo.
       01  End-Of-Accounts      PIC X VALUE 'N'.       *> Fin del recorrido de cuentas.
       01  End-Of-Closed        PIC X VALUE 'N'.       *> Fin del recorrido de cuentas cerradas.
       01  End-Of-History       PIC X VALUE 'N'.       *> Fin del recorrido del histórico o del log vivo.
       01  End-Of-Log           PIC X VALUE 'N'.       *> Fin del recorrido del log de seguridad.
       01  End-Of-Prior         PIC X VALUE 'N'.       *> Fin del recorrido de las cifras anteriores.
       01  Prior-Loaded         PIC X VALUE 'N'.       *> 'Y' si hubo cifras del mes anterior.
       01  Max-Catalog-Products PIC 9(2) VALUE 48.     *> Productos del catálogo que entran en la tabla.
       01  Product-Count        PIC 9(2) VALUE 0.      *> Productos del catálogo cargados.
       01  Unassigned-Sub       PIC 9(2).              *> Entrada de las cuentas sin producto.
       01  Total-Sub            PIC 9(2).              *> Entrada del total de la cartera.
       01  Product-Sub          PIC 9(2).              *> Entrada del producto en curso.
       01  Search-Sub           PIC 9(2).              *> Entrada que se compara en la búsqueda.
       01  Tier-Sub             PIC 9(1).              *> Banda de tasa en curso.
       01  Tier-Found           PIC X.                 *> 'Y' cuando se eligió la banda del saldo.
       01  Lookup-Code          PIC X(4).              *> Producto a buscar en la tabla.
       01  Lookup-Account-ID    PIC 9(5).              *> Cuenta cuyo producto se busca.
       01  Portfolio-Table.                            *> Cifras por producto; al final, sin producto y total.
           05  Portfolio-Entry OCCURS 50 TIMES.
               10  PT-Code          PIC X(4).
               10  PT-Desc          PIC X(20).
               10  PT-Tier-Ceiling  PIC 9(7)V99 OCCURS 3 TIMES.
               10  PT-Accounts      PIC 9(7).
               10  PT-Dormant       PIC 9(7).          *> Cuentas inactivas al cierre.
               10  PT-Balance       PIC S9(11)V99.
               10  PT-Tier-Accounts PIC 9(7) OCCURS 3 TIMES.
               10  PT-Tier-Balance  PIC 9(11)V99 OCCURS 3 TIMES.
               10  PT-Overdrawn     PIC 9(7).          *> Cuentas en descubierto.
               10  PT-Overdraft-Used PIC 9(11)V99.     *> Deuda tomada en descubierto.
               10  PT-Limit-Total   PIC 9(11)V99.      *> Descubierto autorizado de todas las cuentas.
               10  PT-Interest      PIC 9(9)V99.       *> Interés acreditado en el mes.
               10  PT-Withheld      PIC 9(9)V99.       *> Retención sobre ese interés.
               10  PT-Opened        PIC 9(5).          *> Altas del mes.
               10  PT-Closed        PIC 9(5).          *> Bajas del mes.
               10  PT-Went-Dormant  PIC 9(5).          *> Marcadas inactivas en el mes.
               10  PT-Prior-Found   PIC X.             *> 'Y' si el mes anterior tiene cifras del producto.
               10  PT-Prior-Accounts PIC 9(7).
               10  PT-Prior-Balance PIC S9(11)V99.
               10  PT-Prior-Overdraft PIC 9(11)V99.
               10  PT-Prior-Interest PIC 9(9)V99.
       01  Average-Balance      PIC S9(11)V99.         *> Saldo promedio del producto.
       01  Overdraft-Usage      PIC 9(3)V99.           *> Porcentaje del descubierto autorizado en uso.
       01  Count-Diff           PIC S9(7).             *> Diferencia de cuentas con el mes anterior.
       01  Amount-Diff          PIC S9(11)V99.         *> Diferencia de importes con el mes anterior.
       01  Count-Edit           PIC Z(6)9.             *> Cantidad para el reporte.
       01  Count-Diff-Edit      PIC +(6)9.             *> Diferencia de cantidad para el reporte.
       01  Amount-Edit          PIC -(11)9.99.         *> Importe para el reporte.
       01  Amount-Diff-Edit     PIC +(11)9.99.         *> Diferencia de importe para el reporte.
       01  Percent-Edit         PIC ZZ9.99.            *> Porcentaje para el reporte.
       01  Csv-Line             PIC X(300).            *> Línea del archivo para finanzas en armado.
       01  Csv-Pointer          PIC 9(3).              *> Próxima posición libre en Csv-Line.
       01  Csv-Field            PIC X(20).             *> Campo a agregar a la línea.
       01  Csv-Amount-Edit      PIC -(11)9.99.         *> Importe en formato del archivo.
       01  Csv-Count-Edit       PIC -(6)9.             *> Cantidad en formato del archivo.
       01  Csv-Lines-Written    PIC 9(3) VALUE 0.      *> Líneas de producto del archivo.
       01  Prompt-Period        PIC X(40)
       VALUE "Ingrese período a reportar (AAAAMM):".

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== CARTERA MENSUAL POR PRODUCTO ====="
           DISPLAY Prompt-Period
           ACCEPT Report-Period
           IF Period-Month < 1 OR Period-Month > 12
               DISPLAY "Período inválido; use AAAAMM."
           ELSE
               PERFORM Set-Period-Names
               PERFORM Load-Product-Table
               OPEN INPUT AccountFile
               IF Account-File-Status = '35'
                   DISPLAY "No existe cuentas.dat; no hay cartera."
               ELSE
                   PERFORM Open-Closed-File
                   PERFORM Scan-Accounts
                   PERFORM Scan-Closed-Accounts
                   PERFORM Scan-Month-History
                   PERFORM Scan-Dormancy-Events
                   IF Closed-File-Open = 'Y'
                       CLOSE ClosedAccountFile
                   END-IF
                   CLOSE AccountFile
                   PERFORM Load-Prior-Snapshot
                   PERFORM Build-Portfolio-Totals
                   PERFORM Show-Portfolio-Report
                   PERFORM Write-Portfolio-Files
               END-IF
           END-IF
           STOP RUN.

       Set-Period-Names.
           MOVE Report-Period TO Prior-Period
           IF Period-Month = 1
               SUBTRACT 1 FROM Prior-Year
               MOVE 12 TO Prior-Month
           ELSE
               SUBTRACT 1 FROM Prior-Month
           END-IF
           MOVE Report-Period TO History-Period
           MOVE Report-Period TO Snapshot-Period
           MOVE Report-Period TO Csv-Period
           MOVE Prior-Period TO Prior-Snapshot-Period.

       Load-Product-Table.
      *>   Una entrada por producto del catálogo, en orden de código;
      *>   detrás, la de las cuentas sin producto y la del total.
           INITIALIZE Portfolio-Table
           OPEN INPUT ProductFile
           IF Product-File-Status = '35'
               DISPLAY "No existe productos.dat; toda la cartera va"
                   " sin producto."
           ELSE
               PERFORM UNTIL End-Of-Products = 'Y'
                   READ ProductFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Products
                       NOT AT END
                           PERFORM Add-Catalog-Product
                   END-READ
               END-PERFORM
               CLOSE ProductFile
           END-IF
           COMPUTE Unassigned-Sub = Product-Count + 1
           COMPUTE Total-Sub = Product-Count + 2
           MOVE "----" TO PT-Code(Unassigned-Sub)
           MOVE "(SIN PRODUCTO)" TO PT-Desc(Unassigned-Sub)
           MOVE "****" TO PT-Code(Total-Sub)
           MOVE "TOTAL CARTERA" TO PT-Desc(Total-Sub).

       Add-Catalog-Product.
           IF Product-Count < Max-Catalog-Products
               ADD 1 TO Product-Count
               MOVE Product-Code TO PT-Code(Product-Count)
               MOVE Product-Desc TO PT-Desc(Product-Count)
               PERFORM VARYING Tier-Sub FROM 1 BY 1
                       UNTIL Tier-Sub > 3
                   MOVE Tier-Ceiling(Tier-Sub)
                       TO PT-Tier-Ceiling(Product-Count, Tier-Sub)
               END-PERFORM
           ELSE
               DISPLAY "Producto " Product-Code " fuera de la tabla;"
                   " sus cuentas van sin producto."
           END-IF.

       Find-Product-Entry.
           MOVE Unassigned-Sub TO Product-Sub            *> Sin producto o producto fuera del catálogo.
           PERFORM VARYING Search-Sub FROM 1 BY 1
                   UNTIL Search-Sub > Product-Count
                      OR Product-Sub NOT = Unassigned-Sub
               IF PT-Code(Search-Sub) = Lookup-Code
                   MOVE Search-Sub TO Product-Sub
               END-IF
           END-PERFORM.

       Find-Account-Product.
      *>   Producto de una cuenta del histórico o del log: la vigente
      *>   en cuentas.dat o, si ya se cerró, la archivada.
           MOVE SPACES TO Lookup-Code
           MOVE Lookup-Account-ID TO Account-ID
           READ AccountFile
               INVALID KEY
                   PERFORM Find-Closed-Account-Product
               NOT INVALID KEY
                   MOVE Account-Product-Code TO Lookup-Code
           END-READ
           PERFORM Find-Product-Entry.

       Find-Closed-Account-Product.
           IF Closed-File-Open = 'Y'
               MOVE Lookup-Account-ID TO CA-Account-ID
               READ ClosedAccountFile
                   NOT INVALID KEY
                       MOVE CA-Account-Product-Code TO Lookup-Code
               END-READ
           END-IF.

       Open-Closed-File.
           OPEN INPUT ClosedAccountFile
           IF Closed-Account-File-Status NOT = '35'
               MOVE 'Y' TO Closed-File-Open
           END-IF.

       Scan-Accounts.
           PERFORM UNTIL End-Of-Accounts = 'Y'
               READ AccountFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Accounts
                   NOT AT END
                       PERFORM Add-Account
               END-READ
           END-PERFORM.

       Add-Account.
           MOVE Account-Product-Code TO Lookup-Code
           PERFORM Find-Product-Entry
           ADD 1 TO PT-Accounts(Product-Sub)
           ADD Account-Balance TO PT-Balance(Product-Sub)
           ADD Account-Credit-Limit TO PT-Limit-Total(Product-Sub)
           IF Account-Dormant
               ADD 1 TO PT-Dormant(Product-Sub)
           END-IF
           IF Account-Open-Date(1:6) = Report-Period      *> 0 en las cuentas convertidas: nunca es alta.
               ADD 1 TO PT-Opened(Product-Sub)
           END-IF
           IF Account-Balance < 0
               ADD 1 TO PT-Overdrawn(Product-Sub)
               SUBTRACT Account-Balance
                   FROM PT-Overdraft-Used(Product-Sub)
           ELSE
               IF Product-Sub NOT = Unassigned-Sub        *> Sin producto no hay bandas.
                   PERFORM Add-Tier-Balance
               END-IF
           END-IF.

       Add-Tier-Balance.
      *>   Igual que la acreditación: la primera banda cuyo tope cubre
      *>   el saldo; la última cubre todo lo que excede.
           MOVE 'N' TO Tier-Found
           PERFORM VARYING Tier-Sub FROM 1 BY 1
                   UNTIL Tier-Sub > 3 OR Tier-Found = 'Y'
               IF Account-Balance <=
                  PT-Tier-Ceiling(Product-Sub, Tier-Sub)
                   MOVE 'Y' TO Tier-Found
               END-IF
           END-PERFORM
           IF Tier-Found = 'Y'
               SUBTRACT 1 FROM Tier-Sub                  *> El ciclo avanzó una más al encontrarla.
           ELSE
               MOVE 3 TO Tier-Sub
           END-IF
           ADD 1 TO PT-Tier-Accounts(Product-Sub, Tier-Sub)
           ADD Account-Balance
               TO PT-Tier-Balance(Product-Sub, Tier-Sub).

       Scan-Closed-Accounts.
           IF Closed-File-Open = 'Y'
               MOVE 0 TO CA-Account-ID
               START ClosedAccountFile KEY IS >= CA-Account-ID
                   INVALID KEY
                       MOVE 'Y' TO End-Of-Closed
               END-START
               PERFORM UNTIL End-Of-Closed = 'Y'
                   READ ClosedAccountFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Closed
                       NOT AT END
                           PERFORM Add-Closed-Account
                   END-READ
               END-PERFORM
           END-IF.

       Add-Closed-Account.
           IF CA-Closed-Date-Time(1:6) = Report-Period
               MOVE CA-Account-Product-Code TO Lookup-Code
               PERFORM Find-Product-Entry
               ADD 1 TO PT-Closed(Product-Sub)
           END-IF.

       Scan-Month-History.
      *>   Los días ya cortados del mes están en el histórico del
      *>   período; el último día sigue en el log vivo.
           MOVE History-File-Name TO Activity-File-Name
           PERFORM Scan-Activity-File
           MOVE "transacciones.dat" TO Activity-File-Name
           PERFORM Scan-Activity-File.

       Scan-Activity-File.
           MOVE 'N' TO End-Of-History
           OPEN INPUT HistoryFile                        *> OPTIONAL: un archivo ausente se lee vacío.
           PERFORM UNTIL End-Of-History = 'Y'
               READ HistoryFile
                   AT END
                       MOVE 'Y' TO End-Of-History
                   NOT AT END
                       IF Trans-Date-Time(1:6) = Report-Period
                           PERFORM Add-History-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

       Add-History-Entry.
           EVALUATE TRUE
               WHEN Interest-Entry
                   MOVE Trans-Account-ID TO Lookup-Account-ID
                   PERFORM Find-Account-Product
                   ADD Trans-Amount TO PT-Interest(Product-Sub)
               WHEN Withholding-Entry AND Trans-Reference = 0  *> La de un plazo fijo lleva su Term-ID.
                   MOVE Trans-Account-ID TO Lookup-Account-ID
                   PERFORM Find-Account-Product
                   SUBTRACT Trans-Amount
                       FROM PT-Withheld(Product-Sub)    *> Asentada como débito: negativa.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Scan-Dormancy-Events.
           OPEN INPUT SecurityFile
           PERFORM UNTIL End-Of-Log = 'Y'
               READ SecurityFile
                   AT END
                       MOVE 'Y' TO End-Of-Log
                   NOT AT END
                       IF Sec-Dormant-Marked AND
                          Sec-Date-Time(1:6) = Report-Period
                           MOVE Sec-Account-ID TO Lookup-Account-ID
                           PERFORM Find-Account-Product
                           ADD 1 TO PT-Went-Dormant(Product-Sub)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SecurityFile.

       Load-Prior-Snapshot.
           OPEN INPUT PriorSnapshotFile
           PERFORM UNTIL End-Of-Prior = 'Y'
               READ PriorSnapshotFile
                   AT END
                       MOVE 'Y' TO End-Of-Prior
                   NOT AT END
                       PERFORM Match-Prior-Entry
               END-READ
           END-PERFORM
           CLOSE PriorSnapshotFile
           IF Prior-Loaded = 'N'
               DISPLAY "Sin cifras del mes " Prior-Period
                   " (" Prior-Snapshot-Name "); no hay comparación."
           END-IF.

       Match-Prior-Entry.
           MOVE 'Y' TO Prior-Loaded
           EVALUATE Prior-Snap-Code
               WHEN "****"
                   MOVE Total-Sub TO Product-Sub
               WHEN "----"
                   MOVE Unassigned-Sub TO Product-Sub
               WHEN OTHER
                   MOVE Prior-Snap-Code TO Lookup-Code
                   PERFORM Find-Product-Entry
           END-EVALUATE
           IF Product-Sub = Unassigned-Sub AND
              Prior-Snap-Code NOT = "----"
               CONTINUE                                 *> Producto dado de baja del catálogo.
           ELSE
               MOVE 'Y' TO PT-Prior-Found(Product-Sub)
               MOVE Prior-Snap-Accounts
                   TO PT-Prior-Accounts(Product-Sub)
               MOVE Prior-Snap-Balance TO PT-Prior-Balance(Product-Sub)
               MOVE Prior-Snap-Overdraft
                   TO PT-Prior-Overdraft(Product-Sub)
               MOVE Prior-Snap-Interest
                   TO PT-Prior-Interest(Product-Sub)
           END-IF.

       Build-Portfolio-Totals.
           PERFORM Add-Entry-To-Total
               VARYING Product-Sub FROM 1 BY 1
               UNTIL Product-Sub > Unassigned-Sub.

       Add-Entry-To-Total.
           ADD PT-Accounts(Product-Sub) TO PT-Accounts(Total-Sub)
           ADD PT-Dormant(Product-Sub) TO PT-Dormant(Total-Sub)
           ADD PT-Balance(Product-Sub) TO PT-Balance(Total-Sub)
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               ADD PT-Tier-Accounts(Product-Sub, Tier-Sub)
                   TO PT-Tier-Accounts(Total-Sub, Tier-Sub)
               ADD PT-Tier-Balance(Product-Sub, Tier-Sub)
                   TO PT-Tier-Balance(Total-Sub, Tier-Sub)
           END-PERFORM
           ADD PT-Overdrawn(Product-Sub) TO PT-Overdrawn(Total-Sub)
           ADD PT-Overdraft-Used(Product-Sub)
               TO PT-Overdraft-Used(Total-Sub)
           ADD PT-Limit-Total(Product-Sub) TO PT-Limit-Total(Total-Sub)
           ADD PT-Interest(Product-Sub) TO PT-Interest(Total-Sub)
           ADD PT-Withheld(Product-Sub) TO PT-Withheld(Total-Sub)
           ADD PT-Opened(Product-Sub) TO PT-Opened(Total-Sub)
           ADD PT-Closed(Product-Sub) TO PT-Closed(Total-Sub)
           ADD PT-Went-Dormant(Product-Sub)
               TO PT-Went-Dormant(Total-Sub).

       Show-Portfolio-Report.
           DISPLAY "Período: " Report-Period
               "  Comparado con: " Prior-Period
           PERFORM Show-Product-Entry
               VARYING Product-Sub FROM 1 BY 1
               UNTIL Product-Sub > Total-Sub.

       Show-Product-Entry.
           IF Product-Sub = Unassigned-Sub AND
              PT-Accounts(Product-Sub) = 0 AND
              PT-Closed(Product-Sub) = 0 AND
              PT-Interest(Product-Sub) = 0
               CONTINUE                                 *> Sin cuentas sin producto: no se lista.
           ELSE
               PERFORM Compute-Entry-Ratios
               DISPLAY "-------- " PT-Code(Product-Sub) " "
                   PT-Desc(Product-Sub) " --------"
               MOVE PT-Accounts(Product-Sub) TO Count-Edit
               DISPLAY "  Cuentas:          " Count-Edit
                   "   Inactivas: " PT-Dormant(Product-Sub)
               MOVE PT-Balance(Product-Sub) TO Amount-Edit
               DISPLAY "  Saldo total:      " Amount-Edit
               MOVE Average-Balance TO Amount-Edit
               DISPLAY "  Saldo promedio:   " Amount-Edit
               PERFORM Show-Tier-Balance
                   VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE PT-Overdraft-Used(Product-Sub) TO Amount-Edit
               MOVE Overdraft-Usage TO Percent-Edit
               DISPLAY "  Descubierto usado:" Amount-Edit
                   "   Cuentas: " PT-Overdrawn(Product-Sub)
                   "   Uso: " Percent-Edit "%"
               MOVE PT-Limit-Total(Product-Sub) TO Amount-Edit
               DISPLAY "  Desc. autorizado: " Amount-Edit
               MOVE PT-Interest(Product-Sub) TO Amount-Edit
               DISPLAY "  Interés acreditado:" Amount-Edit
               MOVE PT-Withheld(Product-Sub) TO Amount-Edit
               DISPLAY "  Retención:        " Amount-Edit
               DISPLAY "  Altas: " PT-Opened(Product-Sub)
                   "   Bajas: " PT-Closed(Product-Sub)
                   "   Pasaron a inactivas: "
                   PT-Went-Dormant(Product-Sub)
               PERFORM Show-Prior-Comparison
           END-IF.

       Compute-Entry-Ratios.
           MOVE 0 TO Average-Balance
           IF PT-Accounts(Product-Sub) > 0
               COMPUTE Average-Balance ROUNDED =
                   PT-Balance(Product-Sub) / PT-Accounts(Product-Sub)
           END-IF
           MOVE 0 TO Overdraft-Usage
           IF PT-Limit-Total(Product-Sub) > 0
               COMPUTE Overdraft-Usage ROUNDED =
                   PT-Overdraft-Used(Product-Sub) * 100
                       / PT-Limit-Total(Product-Sub)
                   ON SIZE ERROR
                       MOVE 999.99 TO Overdraft-Usage    *> Deuda muy por encima de lo autorizado.
               END-COMPUTE
           END-IF.

       Show-Tier-Balance.
           MOVE PT-Tier-Balance(Product-Sub, Tier-Sub) TO Amount-Edit
           DISPLAY "    Banda " Tier-Sub ":        " Amount-Edit
               "   Cuentas: " PT-Tier-Accounts(Product-Sub, Tier-Sub).

       Show-Prior-Comparison.
           IF PT-Prior-Found(Product-Sub) = 'Y'
               COMPUTE Count-Diff = PT-Accounts(Product-Sub)
                   - PT-Prior-Accounts(Product-Sub)
               MOVE Count-Diff TO Count-Diff-Edit
               DISPLAY "  Vs. mes anterior: cuentas " Count-Diff-Edit
               COMPUTE Amount-Diff = PT-Balance(Product-Sub)
                   - PT-Prior-Balance(Product-Sub)
               MOVE Amount-Diff TO Amount-Diff-Edit
               DISPLAY "                    saldo   " Amount-Diff-Edit
               COMPUTE Amount-Diff = PT-Overdraft-Used(Product-Sub)
                   - PT-Prior-Overdraft(Product-Sub)
               MOVE Amount-Diff TO Amount-Diff-Edit
               DISPLAY "                    descub. " Amount-Diff-Edit
               COMPUTE Amount-Diff = PT-Interest(Product-Sub)
                   - PT-Prior-Interest(Product-Sub)
               MOVE Amount-Diff TO Amount-Diff-Edit
               DISPLAY "                    interés " Amount-Diff-Edit
           ELSE
               DISPLAY "  Vs. mes anterior: sin cifras del producto."
           END-IF.

       Write-Portfolio-Files.
           OPEN OUTPUT SnapshotFile
           OPEN OUTPUT CsvFile
           MOVE SPACES TO CsvRecord
           STRING "PERIODO;PRODUCTO;DESCRIPCION;CUENTAS;"
               "CUENTAS_MES_ANT;INACTIVAS;SALDO_TOTAL;"
               "SALDO_MES_ANT;SALDO_PROMEDIO;SALDO_BANDA1;"
               "SALDO_BANDA2;SALDO_BANDA3;CUENTAS_DESCUBIERTO;"
               "DESCUBIERTO_USADO;DESCUBIERTO_AUTORIZADO;"
               "USO_DESCUBIERTO_PCT;INTERES_ACREDITADO;"
               "INTERES_MES_ANT;RETENCION;ALTAS;BAJAS;"
               "PASARON_INACTIVAS"
               DELIMITED BY SIZE INTO CsvRecord
           WRITE CsvRecord
           PERFORM Write-Product-Figures
               VARYING Product-Sub FROM 1 BY 1
               UNTIL Product-Sub > Total-Sub
           CLOSE CsvFile
           CLOSE SnapshotFile
           DISPLAY "---------------------------------------------"
           DISPLAY "Productos en el archivo: " Csv-Lines-Written
           DISPLAY "Archivo para finanzas: " Csv-File-Name
           DISPLAY "Cifras para el mes próximo: " Snapshot-File-Name.

       Write-Product-Figures.
           IF Product-Sub = Unassigned-Sub AND
              PT-Accounts(Product-Sub) = 0 AND
              PT-Closed(Product-Sub) = 0 AND
              PT-Interest(Product-Sub) = 0
               CONTINUE
           ELSE
               MOVE Report-Period TO Snap-Period
               MOVE PT-Code(Product-Sub) TO Snap-Code
               MOVE PT-Accounts(Product-Sub) TO Snap-Accounts
               MOVE PT-Balance(Product-Sub) TO Snap-Balance
               MOVE PT-Overdraft-Used(Product-Sub) TO Snap-Overdraft
               MOVE PT-Interest(Product-Sub) TO Snap-Interest
               WRITE SnapshotRecord
               PERFORM Build-Csv-Line
               MOVE Csv-Line TO CsvRecord
               WRITE CsvRecord
               ADD 1 TO Csv-Lines-Written
           END-IF.

       Build-Csv-Line.
           PERFORM Compute-Entry-Ratios
           MOVE SPACES TO Csv-Line
           MOVE 1 TO Csv-Pointer
           STRING Report-Period ";" PT-Code(Product-Sub)
               DELIMITED BY SIZE INTO Csv-Line
               WITH POINTER Csv-Pointer
           MOVE PT-Desc(Product-Sub) TO Csv-Field
           INSPECT Csv-Field REPLACING ALL ";" BY ","   *> El separador no puede ir en el texto.
           PERFORM Add-Csv-Field
           MOVE PT-Accounts(Product-Sub) TO Csv-Count-Edit
           PERFORM Add-Csv-Count
           MOVE PT-Prior-Accounts(Product-Sub) TO Csv-Count-Edit
           PERFORM Add-Csv-Count
           MOVE PT-Dormant(Product-Sub) TO Csv-Count-Edit
           PERFORM Add-Csv-Count
           MOVE PT-Balance(Product-Sub) TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           MOVE PT-Prior-Balance(Product-Sub) TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           MOVE Average-Balance TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE PT-Tier-Balance(Product-Sub, Tier-Sub)
                   TO Csv-Amount-Edit
               PERFORM Add-Csv-Amount
           END-PERFORM
           MOVE PT-Overdrawn(Product-Sub) TO Csv-Count-Edit
           PERFORM Add-Csv-Count
           MOVE PT-Overdraft-Used(Product-Sub) TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           MOVE PT-Limit-Total(Product-Sub) TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           MOVE Overdraft-Usage TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           MOVE PT-Interest(Product-Sub) TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           MOVE PT-Prior-Interest(Product-Sub) TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           MOVE PT-Withheld(Product-Sub) TO Csv-Amount-Edit
           PERFORM Add-Csv-Amount
           MOVE PT-Opened(Product-Sub) TO Csv-Count-Edit
           PERFORM Add-Csv-Count
           MOVE PT-Closed(Product-Sub) TO Csv-Count-Edit
           PERFORM Add-Csv-Count
           MOVE PT-Went-Dormant(Product-Sub) TO Csv-Count-Edit
           PERFORM Add-Csv-Count.

       Add-Csv-Count.
           MOVE Csv-Count-Edit TO Csv-Field
           PERFORM Add-Csv-Field.

       Add-Csv-Amount.
           MOVE Csv-Amount-Edit TO Csv-Field
           PERFORM Add-Csv-Field.

       Add-Csv-Field.
           STRING ";" FUNCTION TRIM(Csv-Field)
               DELIMITED BY SIZE INTO Csv-Line
               WITH POINTER Csv-Pointer.
