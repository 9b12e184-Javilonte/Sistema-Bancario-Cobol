       IDENTIFICATION DIVISION.
       PROGRAM-ID. Upgrade-Clients.

      *> Conversión por única vez del maestro de clientes al trazado
      *> vigente: lee clientes.dat en el trazado anterior (sin las
      *> preferencias de avisos) y graba cada cliente en
      *> clientes_actualizado.dat con el trazado vigente, con todos los
      *> avisos habilitados: el cliente recibe todos los avisos hasta
      *> que pida en el menú de clientes no recibir alguno. Terminada
      *> la conversión y verificado el conteo, el operador reemplaza
      *> clientes.dat por clientes_actualizado.dat antes del primer
      *> extracto de avisos. No debe correrse sobre un archivo ya
      *> convertido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OldClientFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Client-ID
               FILE STATUS IS Old-Client-File-Status.
           SELECT NewClientFile
               ASSIGN TO "clientes_actualizado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Client-ID
               FILE STATUS IS New-Client-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OldClientFile.
       01  OldClientRecord.                         *> Trazado anterior de clientes.dat, previo a las
           05  Old-Client-ID        PIC 9(5).       *> preferencias de avisos.
           05  Old-Client-Data      PIC X(100).     *> Nombre, documento, domicilio y teléfono pasan tal cual.

       FD  NewClientFile.
           COPY CLIENREC.

       WORKING-STORAGE SECTION.
       01  Old-Client-File-Status PIC X(2).           *> Código de estado de E/S de OldClientFile.
       01  New-Client-File-Status PIC X(2).           *> Código de estado de E/S de NewClientFile.
       01  End-Of-Old           PIC X VALUE 'N'.       *> Fin del recorrido del archivo anterior.
       01  Records-Converted    PIC 9(7) VALUE 0.      *> Clientes convertidos al trazado vigente.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== ACTUALIZACIÓN DE CLIENTES ====="
           OPEN INPUT OldClientFile
           IF Old-Client-File-Status = '35'
               DISPLAY "No existe clientes.dat; nada que convertir."
           ELSE
               OPEN OUTPUT NewClientFile
               PERFORM UNTIL End-Of-Old = 'Y'
                   READ OldClientFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Old
                       NOT AT END
                           PERFORM Upgrade-Client-Record
                   END-READ
               END-PERFORM
               CLOSE NewClientFile
               CLOSE OldClientFile
               DISPLAY "Clientes convertidos: " Records-Converted
               DISPLAY "Verifique el conteo y reemplace clientes.dat"
                   " por clientes_actualizado.dat."
           END-IF
           STOP RUN.

       Upgrade-Client-Record.
           MOVE Old-Client-ID TO Client-ID
           MOVE Old-Client-Data TO ClientRecord(6:100)
           MOVE ALL 'N' TO Client-Alert-Opt-Outs         *> Todos los avisos habilitados.
           WRITE ClientRecord
               INVALID KEY
                   DISPLAY "Cliente " Old-Client-ID
                       " rechazado por el archivo nuevo."
               NOT INVALID KEY
                   ADD 1 TO Records-Converted
           END-WRITE.
