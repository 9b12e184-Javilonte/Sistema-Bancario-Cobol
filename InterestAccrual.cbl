      *> remesa extracto_impuestos.dat, con registro de cola de
      *> totales de control al estilo del extracto para el mayor,
      *> para que el agente de retención deje de reconstruir las
      *> cifras a mano. La remesa incluye también la retención sobre
      *> el interés de los plazos fijos ('X' con el Term-ID como
      *> referencia), al vencimiento o en una cancelación anticipada,
      *> con el interés 'J' del mismo plazo como interés bruto de la
      *> línea. Como el vencimiento nocturno y las cancelaciones
      *> pueden asentarse el mismo día de la corrida después de ella,
      *> esa retención no se toma por mes calendario sino por fecha de
      *> proceso: cada corrida remesa la asentada desde la fecha de la
      *> corrida anterior (inclusive) hasta la víspera de la propia, y
      *> lo del día de la corrida queda para la remesa siguiente. La
      *> fecha de la corrida anterior se guarda en runcontrol.dat, en
      *> el registro de este trabajo con ciclo 00000000; sin él se
      *> parte del primer día del mes. Sale de los históricos
      *> histtrans_AAAAMM.dat de los meses de ese rango (días ya
      *> cortados) más el log vivo (el día en curso).
      *> Se ejecuta aparte del programa interactivo,
      *> como corresponde a un proceso de fin de mes y no a una
      *> operación de ventanilla.

               FILE STATUS IS Product-File-Status.
           SELECT TaxExtractFile ASSIGN TO "extracto_impuestos.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ActivityFile
               ASSIGN USING Activity-File-Name
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TaxExtractFile.
       01  TaxExtractRecord     PIC X(80).        *> Línea de formato fijo para el agente de retención.

       FD  ActivityFile.
       01  Activity-Record.                         *> Misma forma que TransactionRecord.
           05  Act-Account-ID       PIC 9(5).
           05  Act-Type             PIC X(1).
           05  Act-Amount           PIC S9(7)V99.
           05  Act-Teller-ID        PIC X(8).
           05  Act-Date-Time        PIC 9(14).
           05  Act-Reference        PIC 9(9).

       WORKING-STORAGE SECTION.
       01  Account-File-Status  PIC X(2).             *> Código de estado de E/S de AccountFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Withholding-Rate     PIC 9V9999 VALUE 0.1500. *> Alícuota legal de retención sobre el interés.
       01  Withholding-Amount   PIC S9(7)V99.          *> Retención calculada para la cuenta actual.
       01  Total-Tax-Withheld   PIC S9(9)V99 VALUE 0.  *> Total retenido en la corrida.
       01  Activity-File-Name   PIC X(20).             *> Archivo de actividad que se está leyendo.
       01  History-Name-Build.                        *> Nombre del histórico del mes que se lee.
           05  FILLER          PIC X(10) VALUE "histtrans_".
           05  History-Period  PIC 9(6).
           05  FILLER          PIC X(4) VALUE ".dat".
       01  End-Of-Activity      PIC X.                 *> Fin del archivo de actividad en lectura.
       01  Remit-Mark-Found     PIC X VALUE 'N'.       *> 'Y' si hay fecha de la remesa anterior.
       01  Remit-From-Date      PIC 9(8).              *> Primera fecha de proceso que entra en la remesa.
       01  Scan-Period          PIC 9(6).              *> Mes del histórico que se está leyendo.
       01  Scan-Split REDEFINES Scan-Period.
           05  Scan-Year        PIC 9(4).
           05  Scan-Month       PIC 9(2).
       01  Term-Gross-Account   PIC 9(5) VALUE 0.      *> Cuenta del último interés 'J' leído...
       01  Term-Gross-Reference PIC 9(9) VALUE 0.      *> ...su plazo...
       01  Term-Gross-Interest  PIC 9(7)V99 VALUE 0.   *> ...y su importe, bruto de la retención que sigue.
       01  Term-Tax-Amount      PIC 9(7)V99.           *> Retención de plazo fijo de la línea en curso.
       01  Term-Lines-Written   PIC 9(7) VALUE 0.      *> Retenciones de plazos fijos agregadas a la remesa.
       01  Total-Term-Withheld  PIC S9(9)V99 VALUE 0.  *> Total retenido sobre plazos fijos en el mes.

       01  Tax-Detail-Line.                            *> Línea de remesa por cuenta con retención.
           05  TXD-Record-Type  PIC X(1) VALUE '1'.
           05  TXD-Account-ID   PIC 9(5).
           05  TXD-Gross-Interest PIC 9(13)V99.         *> Interés bruto positivo acreditado a la cuenta.
           05  TXD-Tax-Withheld PIC 9(13)V99.           *> Retención practicada sobre ese interés.
           05  TXD-Reference    PIC 9(9).               *> Term-ID del plazo fijo; 0 si es interés de cuenta.
           05  FILLER           PIC X(27) VALUE SPACES.

       01  Tax-Trailer-Line.                           *> Registro de cola con los totales de control.
           05  TXT-Record-Type  PIC X(1) VALUE '9'.
           ELSE
               PERFORM Open-Product-File
               PERFORM Open-Tax-Extract
               PERFORM Get-Remittance-Start
               PERFORM UNTIL End-Of-Accounts = 'Y'
                   READ AccountFile NEXT RECORD
                       AT END
                           PERFORM Accrue-Interest
                   END-READ
               END-PERFORM
               PERFORM Add-Term-Withholdings
               PERFORM Write-Tax-Trailer
               IF Product-File-Open = 'Y'
                   CLOSE ProductFile
               DISPLAY "Interés total acreditado: " Total-Interest-Paid
               DISPLAY "Retención impositiva total: "
                   Total-Tax-Withheld
               DISPLAY "Retenciones de plazos fijos desde "
                   Remit-From-Date ": " Term-Lines-Written
                   " por " Total-Term-Withheld
               DISPLAY "Cuentas con tasa plana de respaldo: "
                   Rate-Fallbacks
               DISPLAY "Remesa generada en extracto_impuestos.dat"
               INVALID KEY
                   DISPLAY "Advertencia: no se pudo grabar el control"
                       " de corrida."
           END-WRITE
           PERFORM Save-Remittance-Mark.

       Get-Remittance-Start.
           MOVE Run-Control-Job TO RC-Job
           MOVE 0 TO RC-Cycle                            *> Registro de la fecha de la remesa anterior.
           READ RunControlFile
               INVALID KEY
                   MOVE 'N' TO Remit-Mark-Found
                   MOVE Run-Cycle TO Remit-From-Date
                   MOVE 01 TO Remit-From-Date(7:2)       *> Primera remesa: desde el primer día del mes.
               NOT INVALID KEY
                   MOVE 'Y' TO Remit-Mark-Found
                   MOVE RC-Run-Date-Time(1:8) TO Remit-From-Date
           END-READ.

       Save-Remittance-Mark.
      *>   La próxima remesa arranca en la fecha de proceso de esta
      *>   corrida, cuyo día no entró en esta.
           MOVE Run-Control-Job TO RC-Job
           MOVE 0 TO RC-Cycle
           MOVE Business-Date TO RC-Run-Date-Time(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO RC-Run-Date-Time(9:6)
           IF Remit-Mark-Found = 'Y'
               REWRITE RunControlRecord
                   INVALID KEY
                       DISPLAY "Advertencia: no se pudo grabar la"
                           " fecha de la remesa."
               END-REWRITE
           ELSE
               WRITE RunControlRecord
                   INVALID KEY
                       DISPLAY "Advertencia: no se pudo grabar la"
                           " fecha de la remesa."
               END-WRITE
           END-IF.

       Accrue-Interest.
           PERFORM Get-Accrual-Rate                     *> Tasa de la banda del producto, o la plana de respaldo.

       Write-Tax-Detail.
           MOVE Account-ID TO TXD-Account-ID
           MOVE 0 TO TXD-Reference
           MOVE Interest-Amount TO TXD-Gross-Interest
           MOVE Withholding-Amount TO TXD-Tax-Withheld
           WRITE TaxExtractRecord FROM Tax-Detail-Line
           ADD Interest-Amount TO TXT-Gross-Hash
           ADD Withholding-Amount TO TXT-Tax-Hash.

       Add-Term-Withholdings.
      *>   Los días ya cortados están en el histórico de cada mes
      *>   del rango; el día en curso sigue en el log vivo.
           MOVE Remit-From-Date(1:6) TO Scan-Period
           PERFORM Scan-History-Period
               UNTIL Scan-Period > Business-Date(1:6)
           MOVE "transacciones.dat" TO Activity-File-Name
           PERFORM Scan-Term-Withholdings.

       Scan-History-Period.
           MOVE Scan-Period TO History-Period
           MOVE History-Name-Build TO Activity-File-Name
           PERFORM Scan-Term-Withholdings
           IF Scan-Month = 12
               ADD 1 TO Scan-Year
               MOVE 1 TO Scan-Month
           ELSE
               ADD 1 TO Scan-Month
           END-IF.

       Scan-Term-Withholdings.
           MOVE 'N' TO End-Of-Activity
           OPEN INPUT ActivityFile                       *> OPTIONAL: un mes sin histórico se lee vacío.
           PERFORM UNTIL End-Of-Activity = 'Y'
               READ ActivityFile
                   AT END
                       MOVE 'Y' TO End-Of-Activity
                   NOT AT END
                       IF Act-Date-Time(1:8) >= Remit-From-Date AND
                          Act-Date-Time(1:8) < Business-Date
                           PERFORM Check-Term-Activity
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ActivityFile.

       Check-Term-Activity.
      *>   El plazo asienta su interés 'J' y enseguida la retención
      *>   'X' con la misma referencia: el 'J' leído justo antes da el
      *>   interés bruto de la línea.
           EVALUATE TRUE
               WHEN Act-Type = 'J'
                   MOVE Act-Account-ID TO Term-Gross-Account
                   MOVE Act-Reference TO Term-Gross-Reference
                   MOVE Act-Amount TO Term-Gross-Interest
               WHEN Act-Type = 'X' AND Act-Reference NOT = 0  *> Con referencia 0 es la de esta corrida.
                   PERFORM Write-Term-Tax-Detail
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Write-Term-Tax-Detail.
           COMPUTE Term-Tax-Amount = Act-Amount * -1     *> Asentada como débito: negativa.
           MOVE Act-Account-ID TO TXD-Account-ID
           MOVE Act-Reference TO TXD-Reference
           IF Act-Account-ID = Term-Gross-Account AND
              Act-Reference = Term-Gross-Reference
               MOVE Term-Gross-Interest TO TXD-Gross-Interest
           ELSE
               MOVE 0 TO TXD-Gross-Interest              *> Sin el interés a la vista; la retención vale igual.
           END-IF
           MOVE Term-Tax-Amount TO TXD-Tax-Withheld
           WRITE TaxExtractRecord FROM Tax-Detail-Line
           ADD 1 TO TXT-Record-Count
           ADD TXD-Gross-Interest TO TXT-Gross-Hash
           ADD Term-Tax-Amount TO TXT-Tax-Hash
           ADD 1 TO Term-Lines-Written
           ADD Term-Tax-Amount TO Total-Term-Withheld.

       Get-Accrual-Rate.
           IF Product-File-Open = 'Y' AND
              Account-Product-Code NOT = SPACES
