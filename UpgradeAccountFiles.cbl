       IDENTIFICATION DIVISION.
       PROGRAM-ID. Upgrade-Account-Files.

      *> Conversión por única vez de los archivos de cuentas al
      *> trazado vigente: lee cuentas.dat en el trazado anterior (sin
      *> fecha de alta) y graba cada cuenta en cuentas_actualizado.dat
      *> con la fecha de alta en 0, porque no se registraba y no hay
      *> de dónde reconstruirla; y lee cuentas_cerradas.dat en el
      *> trazado anterior (sin producto) y graba cada cuenta archivada
      *> en cuentas_cerradas_actualizado.dat con el producto en
      *> blanco. El reporte mensual de cartera no cuenta como altas ni
      *> bajas de un producto las cuentas convertidas. Terminada la
      *> conversión y verificados los conteos, el operador reemplaza
      *> ambos archivos por sus versiones actualizadas y toma un
      *> respaldo nocturno nuevo esa misma noche: los respaldos
      *> anteriores quedan en el trazado anterior. No debe correrse
      *> sobre archivos ya convertidos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OldAccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Account-ID
               FILE STATUS IS Old-Account-File-Status.
           SELECT NewAccountFile
               ASSIGN TO "cuentas_actualizado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Account-ID
               FILE STATUS IS New-Account-File-Status.
           SELECT OPTIONAL OldClosedFile
               ASSIGN TO "cuentas_cerradas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-CA-Account-ID
               FILE STATUS IS Old-Closed-File-Status.
           SELECT NewClosedFile
               ASSIGN TO "cuentas_cerradas_actualizado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-Account-ID
               FILE STATUS IS New-Closed-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OldAccountFile.
       01  OldAccountRecord.                        *> Trazado anterior de cuentas.dat, previo a la
           05  Old-Account-ID       PIC 9(5).       *> fecha de alta.
           05  Old-Account-Data     PIC X(77).      *> El resto de la cuenta pasa tal cual.

       FD  NewAccountFile.
           COPY ACCTREC.

       FD  OldClosedFile.
       01  OldClosedRecord.                         *> Trazado anterior de cuentas_cerradas.dat, previo
           05  Old-CA-Account-ID    PIC 9(5).       *> al producto.
           05  Old-CA-Data          PIC X(71).      *> El resto de la cuenta archivada pasa tal cual.

       FD  NewClosedFile.
           COPY CLACCREC.

       WORKING-STORAGE SECTION.
       01  Old-Account-File-Status PIC X(2).          *> Código de estado de E/S de OldAccountFile.
       01  New-Account-File-Status PIC X(2).          *> Código de estado de E/S de NewAccountFile.
       01  Old-Closed-File-Status PIC X(2).           *> Código de estado de E/S de OldClosedFile.
       01  New-Closed-File-Status PIC X(2).           *> Código de estado de E/S de NewClosedFile.
       01  End-Of-Old           PIC X VALUE 'N'.       *> Fin del recorrido del archivo anterior.
       01  Accounts-Converted   PIC 9(7) VALUE 0.      *> Cuentas convertidas al trazado vigente.
       01  Closed-Converted     PIC 9(7) VALUE 0.      *> Cuentas archivadas convertidas.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== ACTUALIZACIÓN DE CUENTAS Y CERRADAS ====="
           PERFORM Upgrade-Account-File
           PERFORM Upgrade-Closed-File
           STOP RUN.

       Upgrade-Account-File.
           OPEN INPUT OldAccountFile
           IF Old-Account-File-Status = '35'
               DISPLAY "No existe cuentas.dat; nada que convertir."
           ELSE
               OPEN OUTPUT NewAccountFile
               MOVE 'N' TO End-Of-Old
               PERFORM UNTIL End-Of-Old = 'Y'
                   READ OldAccountFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Old
                       NOT AT END
                           PERFORM Upgrade-Account-Record
                   END-READ
               END-PERFORM
               CLOSE NewAccountFile
               CLOSE OldAccountFile
               DISPLAY "Cuentas convertidas: " Accounts-Converted
               DISPLAY "Verifique el conteo y reemplace cuentas.dat"
                   " por cuentas_actualizado.dat."
           END-IF.

       Upgrade-Account-Record.
           MOVE Old-Account-ID TO Account-ID
           MOVE Old-Account-Data TO AccountRecord(6:77)
           MOVE 0 TO Account-Open-Date                   *> Fecha de alta desconocida.
           WRITE AccountRecord
               INVALID KEY
                   DISPLAY "Cuenta " Old-Account-ID
                       " rechazada por el archivo nuevo."
               NOT INVALID KEY
                   ADD 1 TO Accounts-Converted
           END-WRITE.

       Upgrade-Closed-File.
           OPEN INPUT OldClosedFile
           IF Old-Closed-File-Status = '35'
               DISPLAY "No existe cuentas_cerradas.dat; nada que"
                   " convertir."
           ELSE
               OPEN OUTPUT NewClosedFile
               MOVE 'N' TO End-Of-Old
               PERFORM UNTIL End-Of-Old = 'Y'
                   READ OldClosedFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Old
                       NOT AT END
                           PERFORM Upgrade-Closed-Record
                   END-READ
               END-PERFORM
               CLOSE NewClosedFile
               CLOSE OldClosedFile
               DISPLAY "Cuentas cerradas convertidas: "
                   Closed-Converted
               DISPLAY "Verifique el conteo y reemplace"
                   " cuentas_cerradas.dat por"
                   " cuentas_cerradas_actualizado.dat."
           END-IF.

       Upgrade-Closed-Record.
           MOVE Old-CA-Account-ID TO CA-Account-ID
           MOVE Old-CA-Data TO ClosedAccountRecord(6:71)
           MOVE SPACES TO CA-Account-Product-Code         *> Producto desconocido.
           WRITE ClosedAccountRecord
               INVALID KEY
                   DISPLAY "Cuenta cerrada " Old-CA-Account-ID
                       " rechazada por el archivo nuevo."
               NOT INVALID KEY
                   ADD 1 TO Closed-Converted
           END-WRITE.
