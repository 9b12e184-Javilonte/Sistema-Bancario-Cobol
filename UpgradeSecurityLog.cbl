       IDENTIFICATION DIVISION.
       PROGRAM-ID. Upgrade-Security-Log.

      *> Conversión por única vez del log de seguridad al trazado
      *> vigente: lee seguridad.dat en el trazado anterior (sin el
      *> supervisor que aprobó) y graba cada evento en
      *> seguridad_actualizado.dat con el trazado vigente, dejando el
      *> supervisor en blanco (la clave compartida no identificaba a
      *> nadie). Terminada la conversión y verificado el conteo, el
      *> operador reemplaza seguridad.dat por seguridad_actualizado.dat
      *> antes de la primera sesión con ingreso de operadores. No debe
      *> correrse sobre un archivo ya convertido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OldSecurityFile ASSIGN TO "seguridad.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Old-Security-File-Status.
           SELECT NewSecurityFile
               ASSIGN TO "seguridad_actualizado.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OldSecurityFile.
       01  OldSecurityLogRecord.                    *> Trazado anterior de seguridad.dat, previo al
           05  Old-Sec-Account-ID   PIC 9(5).       *> ingreso de operadores.
           05  Old-Sec-Teller-ID    PIC X(8).
           05  Old-Sec-Event        PIC X(1).
           05  Old-Sec-Date-Time    PIC 9(14).

       FD  NewSecurityFile.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       01  Old-Security-File-Status PIC X(2).         *> Código de estado de E/S de OldSecurityFile.
       01  End-Of-Old           PIC X VALUE 'N'.       *> Fin del recorrido del log anterior.
       01  Records-Converted    PIC 9(7) VALUE 0.      *> Eventos convertidos al trazado vigente.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== ACTUALIZACIÓN DEL LOG DE SEGURIDAD ====="
           OPEN INPUT OldSecurityFile
           IF Old-Security-File-Status = '35'
               DISPLAY "No existe seguridad.dat; nada que convertir."
           ELSE
               OPEN OUTPUT NewSecurityFile
               PERFORM UNTIL End-Of-Old = 'Y'
                   READ OldSecurityFile
                       AT END
                           MOVE 'Y' TO End-Of-Old
                       NOT AT END
                           PERFORM Upgrade-Security-Record
                   END-READ
               END-PERFORM
               CLOSE NewSecurityFile
               CLOSE OldSecurityFile
               DISPLAY "Eventos convertidos: " Records-Converted
               DISPLAY "Verifique el conteo y reemplace seguridad.dat"
                   " por seguridad_actualizado.dat."
           END-IF
           STOP RUN.

       Upgrade-Security-Record.
           MOVE Old-Sec-Account-ID TO Sec-Account-ID
           MOVE Old-Sec-Teller-ID TO Sec-Teller-ID
           MOVE Old-Sec-Event TO Sec-Event
           MOVE Old-Sec-Date-Time TO Sec-Date-Time
           MOVE SPACES TO Sec-Approver-ID                *> La clave compartida no identificaba al supervisor.
           WRITE SecurityLogRecord
           ADD 1 TO Records-Converted.
