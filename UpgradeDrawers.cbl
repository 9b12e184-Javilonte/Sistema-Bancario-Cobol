       IDENTIFICATION DIVISION.
       PROGRAM-ID. Upgrade-Drawers.

      *> Conversión por única vez del registro de cajas al trazado
      *> vigente: lee cajas.dat en el trazado anterior (sin los
      *> cheques recibidos) y graba cada caja en
      *> cajas_actualizado.dat con el trazado vigente, con la cantidad
      *> y el total de cheques en cero, porque antes de la captura de
      *> cheques en ventanilla ninguna caja los recibía por sistema.
      *> Terminada la conversión y verificado el conteo, el operador
      *> reemplaza cajas.dat por cajas_actualizado.dat antes de abrir
      *> la ventanilla con la nueva versión. No debe correrse sobre un
      *> archivo ya convertido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OldDrawerFile ASSIGN TO "cajas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Drawer-Key
               FILE STATUS IS Old-Drawer-File-Status.
           SELECT NewDrawerFile
               ASSIGN TO "cajas_actualizado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Drawer-Key
               FILE STATUS IS New-Drawer-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OldDrawerFile.
       01  OldDrawerRecord.                         *> Trazado anterior de cajas.dat, previo a los
           05  Old-Drawer-Key       PIC X(16).      *> cheques recibidos.
           05  Old-Drawer-Opening-Float PIC 9(7)V99.
           05  Old-Drawer-Cash-In   PIC 9(9)V99.
           05  Old-Drawer-Cash-Out  PIC 9(9)V99.
           05  Old-Drawer-Vault-In  PIC 9(9)V99.
           05  Old-Drawer-Vault-Out PIC 9(9)V99.

       FD  NewDrawerFile.
           COPY DRAWREC.

       WORKING-STORAGE SECTION.
       01  Old-Drawer-File-Status PIC X(2).           *> Código de estado de E/S de OldDrawerFile.
       01  New-Drawer-File-Status PIC X(2).           *> Código de estado de E/S de NewDrawerFile.
       01  End-Of-Old           PIC X VALUE 'N'.       *> Fin del recorrido del archivo anterior.
       01  Records-Converted    PIC 9(7) VALUE 0.      *> Cajas convertidas al trazado vigente.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== ACTUALIZACIÓN DE CAJAS ====="
           OPEN INPUT OldDrawerFile
           IF Old-Drawer-File-Status = '35'
               DISPLAY "No existe cajas.dat; nada que convertir."
           ELSE
               OPEN OUTPUT NewDrawerFile
               PERFORM UNTIL End-Of-Old = 'Y'
                   READ OldDrawerFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Old
                       NOT AT END
                           PERFORM Upgrade-Drawer-Record
                   END-READ
               END-PERFORM
               CLOSE NewDrawerFile
               CLOSE OldDrawerFile
               DISPLAY "Cajas convertidas: " Records-Converted
               DISPLAY "Verifique el conteo y reemplace cajas.dat"
                   " por cajas_actualizado.dat."
           END-IF
           STOP RUN.

       Upgrade-Drawer-Record.
           MOVE Old-Drawer-Key TO Drawer-Key
           MOVE Old-Drawer-Opening-Float TO Drawer-Opening-Float
           MOVE Old-Drawer-Cash-In TO Drawer-Cash-In
           MOVE Old-Drawer-Cash-Out TO Drawer-Cash-Out
           MOVE Old-Drawer-Vault-In TO Drawer-Vault-In
           MOVE Old-Drawer-Vault-Out TO Drawer-Vault-Out
           MOVE 0 TO Drawer-Cheque-Count                 *> Ninguna caja recibía cheques por sistema.
           MOVE 0 TO Drawer-Cheques-In
           WRITE DrawerRecord
               INVALID KEY
                   DISPLAY "Caja " Old-Drawer-Key
                       " rechazada por el archivo nuevo."
               NOT INVALID KEY
                   ADD 1 TO Records-Converted
           END-WRITE.
