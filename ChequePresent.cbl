       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cheque-Presentment.

      *> Presentación de fin de día de los cheques depositados en
      *> ventanilla: toma de cheques.dat todos los cheques pendientes,
      *> arma el archivo de canje fechado (canje_AAAAMMDD.dat) para la
      *> cámara compensadora con el mismo esquema de control que la
      *> liquidación de transferencias salientes (cabecera con emisor,
      *> fecha y secuencia de archivo; detalles; cola con cantidad y
      *> total de control), y marca cada cheque como presentado. La
      *> secuencia de archivo del emisor SBCHEQUE sale de
      *> controlfeed.dat, el mismo control que usan el feed de entrada
      *> y la liquidación. El archivo se genera siempre, aun sin
      *> cheques, para que la interfaz sea predecible.
      *> La corrida es reanudable igual que la liquidación: cada
      *> cheque presentado queda estampado con el ciclo y la secuencia
      *> del archivo; si la corrida se cae a mitad de camino, la
      *> relanzada detecta los cheques estampados con el ciclo del
      *> día, reutiliza la misma secuencia y los reemite junto con los
      *> que quedaron pendientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ChequeFile ASSIGN TO "cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chq-Ref
               FILE STATUS IS Cheque-File-Status.
           SELECT PresentmentFile ASSIGN USING Presentment-File-Name
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FeedControlFile ASSIGN TO "controlfeed.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-Sender
               FILE STATUS IS Feed-Control-File-Status.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ChequeFile.
           COPY CHEQREC.

       FD  PresentmentFile.
       01  PresentmentRecord    PIC X(47).        *> Línea del archivo de canje para la cámara.

       FD  FeedControlFile.
           COPY FEEDCTL.

       FD  ProcDateFile.
           COPY PROCDATE.

       FD  RunControlFile.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  Cheque-File-Status   PIC X(2).             *> Código de estado de E/S de ChequeFile.
       01  Feed-Control-File-Status PIC X(2).         *> Código de estado de E/S de FeedControlFile.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Run-Control-File-Status PIC X(2).          *> Código de estado de E/S de RunControlFile.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso de la corrida.
       01  Already-Run          PIC X.                 *> 'Y' si este ciclo ya fue presentado antes.
       01  Run-Control-Job      PIC X(8) VALUE "CANJE". *> Nombre de este trabajo en el control.
       01  Presentment-Sender   PIC X(8) VALUE "SBCHEQUE". *> Nuestro código de emisor ante la cámara.
       01  Cheque-File-Open     PIC X VALUE 'N'.       *> 'Y' si cheques.dat existe.
       01  End-Of-Cheques       PIC X VALUE 'N'.       *> Fin del recorrido de cheques.
       01  End-Of-Resume-Scan   PIC X VALUE 'N'.       *> Fin del recorrido que busca un ciclo incompleto.
       01  Resumed-Cycle        PIC X VALUE 'N'.       *> 'Y' si se reanuda una corrida interrumpida.
       01  Resumed-File-Seq     PIC 9(6).              *> Secuencia ya asignada por el intento anterior.
       01  Items-Reissued       PIC 9(7) VALUE 0.      *> Cheques del intento anterior reemitidos.
       01  Items-Presented      PIC 9(7) VALUE 0.      *> Cheques incluidos en el archivo de canje.
       01  Presentment-Total    PIC S9(9)V99 VALUE 0.  *> Total de control del archivo.
       01  Presentment-File-Seq PIC 9(6).              *> Secuencia de archivo asignada a esta salida.
       01  Presentment-File-Name.                      *> Nombre del archivo de canje del día.
           05  FILLER           PIC X(6) VALUE "canje_".
           05  Presentment-Date PIC 9(8).
           05  FILLER           PIC X(4) VALUE ".dat".

       01  Present-Header-Line.                        *> Cabecera, mismo esquema que la liquidación.
           05  PH-Record-Type   PIC X(1) VALUE 'H'.
           05  PH-Sender        PIC X(8).
           05  PH-Feed-Date     PIC 9(8).
           05  PH-File-Seq      PIC 9(6).
           05  FILLER           PIC X(24) VALUE SPACES.

       01  Present-Detail-Line.                        *> Un cheque por línea.
           05  PD-Record-Type   PIC X(1) VALUE 'D'.
           05  PD-Chq-Ref       PIC 9(9).
           05  PD-Drawee-Bank   PIC X(8).
           05  PD-Chq-Number    PIC X(12).
           05  PD-Amount        PIC 9(7)V99.
           05  FILLER           PIC X(8) VALUE SPACES.

       01  Present-Trailer-Line.                       *> Cola, mismo esquema que la liquidación.
           05  PT-Record-Type   PIC X(1) VALUE 'T'.
           05  PT-Rec-Count     PIC 9(7).
           05  PT-Net-Hash      PIC S9(9)V99.
           05  FILLER           PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== PRESENTACIÓN DE CHEQUES AL CANJE ====="
           PERFORM Get-Business-Date
           DISPLAY "Fecha de proceso: " Business-Date
           PERFORM Check-Run-Control
           IF Already-Run = 'Y'
               DISPLAY "La presentación ya fue completada para el"
                   " ciclo " Business-Date "; corrida rechazada."
           ELSE
               PERFORM Run-Cheque-Presentment
           END-IF
           CLOSE RunControlFile
           GOBACK.

       Run-Cheque-Presentment.
           PERFORM Find-Incomplete-Cycle
           IF Resumed-Cycle = 'Y'
               MOVE Resumed-File-Seq TO Presentment-File-Seq  *> Reutiliza la secuencia del intento caído.
               DISPLAY "Reanudando presentación interrumpida del"
                   " ciclo " Business-Date "; secuencia "
                   Presentment-File-Seq
           ELSE
               PERFORM Get-Presentment-File-Seq
           END-IF
           MOVE Business-Date TO Presentment-Date
           OPEN OUTPUT PresentmentFile
           MOVE Presentment-Sender TO PH-Sender
           MOVE Business-Date TO PH-Feed-Date
           MOVE Presentment-File-Seq TO PH-File-Seq
           WRITE PresentmentRecord FROM Present-Header-Line
           IF Cheque-File-Open = 'Y'
               OPEN I-O ChequeFile
               PERFORM UNTIL End-Of-Cheques = 'Y'
                   READ ChequeFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Cheques
                       NOT AT END
                           PERFORM Present-Cheque
                   END-READ
               END-PERFORM
               CLOSE ChequeFile
           END-IF
           MOVE Items-Presented TO PT-Rec-Count
           MOVE Presentment-Total TO PT-Net-Hash
           WRITE PresentmentRecord FROM Present-Trailer-Line
           CLOSE PresentmentFile
           DISPLAY "Cheques presentados: " Items-Presented
           IF Items-Reissued > 0
               DISPLAY "  (reemitidos del intento anterior: "
                   Items-Reissued ")"
           END-IF
           DISPLAY "Archivo generado: " Presentment-File-Name
           PERFORM Mark-Run-Complete.

       Find-Incomplete-Cycle.
      *>   Un cheque ya marcado presentado con el ciclo de hoy solo
      *>   puede venir de una corrida de hoy que se cayó antes de
      *>   marcar su ciclo completo. En ese caso se retoma su
      *>   secuencia ya asignada y el archivo se regenera entero.
           OPEN INPUT ChequeFile
           IF Cheque-File-Status = '35'
               MOVE 'N' TO Cheque-File-Open
               DISPLAY "No existe cheques.dat; presentación vacía."
           ELSE
               MOVE 'Y' TO Cheque-File-Open
               PERFORM UNTIL End-Of-Resume-Scan = 'Y'
                   READ ChequeFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Resume-Scan
                       NOT AT END
                           PERFORM Check-Resumed-Cheque
                   END-READ
               END-PERFORM
               CLOSE ChequeFile
           END-IF.

       Check-Resumed-Cheque.
           IF Chq-Sent-Cycle = Business-Date
               MOVE 'Y' TO Resumed-Cycle
               MOVE Chq-File-Seq TO Resumed-File-Seq
               MOVE 'Y' TO End-Of-Resume-Scan
           END-IF.

       Present-Cheque.
           IF Chq-Pending                                *> Depositado y todavía no presentado.
               MOVE Business-Date TO Chq-Sent-Cycle      *> El estampado hace reanudable la corrida.
               MOVE Presentment-File-Seq TO Chq-File-Seq
               MOVE 'E' TO Chq-Status                    *> Presentado: no vuelve a salir mañana.
               REWRITE ChequeRecord
               PERFORM Write-Presentment-Detail
           ELSE
               IF Chq-Sent-Cycle = Business-Date
                   PERFORM Write-Presentment-Detail      *> Marcado por el intento caído: se reemite.
                   ADD 1 TO Items-Reissued
               END-IF
           END-IF.

       Write-Presentment-Detail.
           MOVE Chq-Ref TO PD-Chq-Ref
           MOVE Chq-Drawee-Bank TO PD-Drawee-Bank
           MOVE Chq-Number TO PD-Chq-Number
           MOVE Chq-Amount TO PD-Amount
           WRITE PresentmentRecord FROM Present-Detail-Line
           ADD 1 TO Items-Presented
           ADD Chq-Amount TO Presentment-Total.

       Get-Presentment-File-Seq.
           OPEN I-O FeedControlFile
           IF Feed-Control-File-Status = '35'
               OPEN OUTPUT FeedControlFile
               CLOSE FeedControlFile
               OPEN I-O FeedControlFile
           END-IF
           MOVE Presentment-Sender TO FC-Sender
           READ FeedControlFile
               INVALID KEY
                   MOVE 0 TO FC-Last-Assigned            *> Primera presentación del emisor SBCHEQUE.
                   MOVE 0 TO FC-Last-Accepted
                   ADD 1 TO FC-Last-Assigned
                   WRITE FeedControlRecord
               NOT INVALID KEY
                   ADD 1 TO FC-Last-Assigned             *> Cada presentación lleva secuencia nueva.
                   REWRITE FeedControlRecord
           END-READ
           MOVE FC-Last-Assigned TO Presentment-File-Seq
           CLOSE FeedControlFile.

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
