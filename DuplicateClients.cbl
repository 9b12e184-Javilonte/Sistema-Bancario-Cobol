       IDENTIFICATION DIVISION.
       PROGRAM-ID. Duplicate-Clients.

      *> Reporte de clientes posiblemente duplicados: recorre
      *> clientes.dat dos veces. La primera, ordenada por documento
      *> fiscal, lista los grupos de clientes que comparten el mismo
      *> documento. La segunda, ordenada por teléfono y nombre
      *> normalizado (solo letras, en mayúsculas, sin espacios ni
      *> signos), lista los clientes con el mismo teléfono y las
      *> mismas primeras letras del nombre, que suelen ser la misma
      *> persona cargada dos veces con el nombre escrito distinto.
      *> Después lista las fusiones ya hechas desde fusiones.dat. Es
      *> la lista de revisión para la fusión supervisada del menú de
      *> clientes: no modifica ningún archivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ClientFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Client-ID
               FILE STATUS IS Client-File-Status.
           SELECT OPTIONAL MergeFile ASSIGN TO "fusiones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SortWork ASSIGN TO "sortwork.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  ClientFile.
           COPY CLIENREC.

       FD  MergeFile.
           COPY MERGREC.

       SD  SortWork.
       01  Sort-Record.
           05  Sort-Match-Key       PIC X(30).       *> Clave de ordenamiento: lo que se compara...
           05  Sort-Client-ID       PIC 9(5).        *> ...y el cliente.
           05  Sort-Client-Name     PIC X(30).
           05  Sort-Tax-ID          PIC X(15).
           05  Sort-Phone           PIC X(15).

       WORKING-STORAGE SECTION.
       01  Client-File-Status   PIC X(2).             *> Código de estado de E/S de ClientFile.
       01  End-Of-Clients       PIC X VALUE 'N'.       *> Fin del recorrido del maestro de clientes.
       01  End-Of-Merges        PIC X VALUE 'N'.       *> Fin del recorrido de fusiones.dat.
       01  Sort-Status          PIC X VALUE 'N'.       *> 'Y' cuando RETURN llega al final.
       01  Match-Pass           PIC X(1).              *> 'D' por documento, 'T' por teléfono y nombre.
       01  Name-Letters         PIC 9(2) VALUE 10.     *> Letras del nombre que deben coincidir.
       01  Name-Key             PIC X(30).             *> Nombre normalizado del cliente.
       01  Name-Key-Length      PIC 9(2).              *> Letras cargadas en Name-Key.
       01  Char-Sub             PIC 9(2).              *> Posición dentro del nombre.
       01  Name-Char            PIC X(1).              *> Carácter del nombre que se examina.
       01  Previous-Record.                            *> Cliente anterior en el orden de la pasada.
           05  Previous-Match-Key   PIC X(30).
           05  Previous-Client-ID   PIC 9(5).
           05  Previous-Client-Name PIC X(30).
           05  Previous-Tax-ID      PIC X(15).
           05  Previous-Phone       PIC X(15).
       01  Group-Open           PIC X VALUE 'N'.       *> 'Y' si el grupo actual ya se imprimió.
       01  Group-Count          PIC 9(5) VALUE 0.      *> Grupos de posibles duplicados de la pasada.
       01  Clients-In-Groups    PIC 9(5) VALUE 0.      *> Clientes listados en la pasada.
       01  Merges-Listed        PIC 9(5) VALUE 0.      *> Fusiones ya hechas.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== CLIENTES POSIBLEMENTE DUPLICADOS ====="
           OPEN INPUT ClientFile
           IF Client-File-Status = '35'
               DISPLAY "No existe clientes.dat; no hay clientes."
           ELSE
               DISPLAY "-------- MISMO DOCUMENTO FISCAL --------"
               MOVE 'D' TO Match-Pass
               PERFORM Run-Match-Pass
               DISPLAY "-------- MISMO TELÉFONO Y NOMBRE --------"
               MOVE 'T' TO Match-Pass
               PERFORM Run-Match-Pass
               CLOSE ClientFile
           END-IF
           PERFORM List-Past-Merges
           STOP RUN.

       Run-Match-Pass.
           MOVE 'N' TO End-Of-Clients
           MOVE 'N' TO Sort-Status
           MOVE 0 TO Group-Count Clients-In-Groups
           MOVE 0 TO Client-ID
           START ClientFile KEY IS >= Client-ID          *> Cada pasada recorre el maestro completo.
               INVALID KEY
                   MOVE 'Y' TO End-Of-Clients
           END-START
           SORT SortWork
               ON ASCENDING KEY Sort-Match-Key Sort-Client-ID
               INPUT PROCEDURE IS Select-Clients
               OUTPUT PROCEDURE IS List-Matching-Clients
           DISPLAY "Grupos: " Group-Count
               "  Clientes: " Clients-In-Groups.

       Select-Clients.
           PERFORM UNTIL End-Of-Clients = 'Y'
               READ ClientFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO End-Of-Clients
                   NOT AT END
                       PERFORM Release-Client
               END-READ
           END-PERFORM.

       Release-Client.
           MOVE SPACES TO Sort-Match-Key
           IF Match-Pass = 'D'
               MOVE Client-Tax-ID TO Sort-Match-Key
           ELSE
               IF Client-Phone NOT = SPACES
                   PERFORM Build-Name-Key
                   STRING Client-Phone Name-Key(1:Name-Letters)
                       DELIMITED BY SIZE INTO Sort-Match-Key
               END-IF
           END-IF
           IF Sort-Match-Key NOT = SPACES                *> Sin documento o sin teléfono no se compara.
               MOVE Client-ID TO Sort-Client-ID
               MOVE Client-Name TO Sort-Client-Name
               MOVE Client-Tax-ID TO Sort-Tax-ID
               MOVE Client-Phone TO Sort-Phone
               RELEASE Sort-Record
           END-IF.

       Build-Name-Key.
      *>   Deja solo las letras del nombre, en mayúsculas, para que
      *>   "Perez, Juan" y "PEREZ JUAN" den la misma clave.
           MOVE SPACES TO Name-Key
           MOVE 0 TO Name-Key-Length
           PERFORM Add-Name-Letter
               VARYING Char-Sub FROM 1 BY 1 UNTIL Char-Sub > 30.

       Add-Name-Letter.
           MOVE Client-Name(Char-Sub:1) TO Name-Char
           INSPECT Name-Char CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF Name-Char >= "A" AND Name-Char <= "Z"
               ADD 1 TO Name-Key-Length
               MOVE Name-Char TO Name-Key(Name-Key-Length:1)
           END-IF.

       List-Matching-Clients.
           MOVE HIGH-VALUES TO Previous-Match-Key
           MOVE 'N' TO Group-Open
           PERFORM UNTIL Sort-Status = 'Y'
               RETURN SortWork
                   AT END
                       MOVE 'Y' TO Sort-Status
                   NOT AT END
                       PERFORM Check-Matching-Client
               END-RETURN
           END-PERFORM.

       Check-Matching-Client.
           IF Sort-Match-Key = Previous-Match-Key         *> Mismo grupo que el anterior.
               IF Group-Open = 'N'                       *> El primero del grupo se imprime ahora.
                   ADD 1 TO Group-Count
                   DISPLAY "Grupo " Group-Count ":"
                   DISPLAY "  Cliente " Previous-Client-ID
                       " " Previous-Client-Name
                       " Doc. " Previous-Tax-ID
                       " Tel. " Previous-Phone
                   ADD 1 TO Clients-In-Groups
                   MOVE 'Y' TO Group-Open
               END-IF
               DISPLAY "  Cliente " Sort-Client-ID
                   " " Sort-Client-Name
                   " Doc. " Sort-Tax-ID
                   " Tel. " Sort-Phone
               ADD 1 TO Clients-In-Groups
           ELSE
               MOVE 'N' TO Group-Open
           END-IF
           MOVE Sort-Record TO Previous-Record.

       List-Past-Merges.
           DISPLAY "-------- FUSIONES YA REALIZADAS --------"
           OPEN INPUT MergeFile
           PERFORM UNTIL End-Of-Merges = 'Y'
               READ MergeFile
                   AT END
                       MOVE 'Y' TO End-Of-Merges
                   NOT AT END
                       DISPLAY Merge-Date-Time(1:8)
                           " Cliente " Merge-Duplicate-ID
                           " " Merge-Duplicate-Name
                           " -> " Merge-Survivor-ID
                           " Ctas " Merge-Accounts-Moved
                           " Aprobó " Merge-Approver-ID
                       ADD 1 TO Merges-Listed
               END-READ
           END-PERFORM
           CLOSE MergeFile
           DISPLAY "Fusiones: " Merges-Listed.
