       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audit-Report.

      *> Reporte diario de cambios a los maestros para auditoría:
      *> toma de auditoria.dat los cambios de la fecha pedida (altas y
      *> modificaciones de clientes, cuentas, productos, órdenes
      *> permanentes y retenciones, y bajas de clientes fusionados),
      *> los ordena por archivo, operador y hora, y los lista
      *> agrupados por archivo y, dentro de cada archivo, por
      *> operador, con la clave del registro, el campo y sus valores
      *> anterior y posterior, y el supervisor que aprobó.
      *> Los cambios sensibles (documento fiscal, descubierto, tasas)
      *> quedan marcados para el visto del supervisor, que firma al
      *> pie. Es una consulta: no modifica ningún archivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AuditFile ASSIGN TO "auditoria.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SortWork ASSIGN TO "sortwork.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
           COPY AUDREC.

       SD  SortWork.
       01  Sort-Record.
           05  Sort-File            PIC X(8).        *> Claves de ordenamiento: archivo...
           05  Sort-Operator-ID     PIC X(8).        *> ...operador...
           05  Sort-Date-Time       PIC 9(14).       *> ...y hora del cambio.
           05  Sort-Key             PIC X(16).
           05  Sort-Action          PIC X(1).
           05  Sort-Field           PIC X(16).
           05  Sort-Before          PIC X(40).
           05  Sort-After           PIC X(40).
           05  Sort-Approver-ID     PIC X(8).
           05  Sort-Sensitive       PIC X(1).

       WORKING-STORAGE SECTION.
       01  Report-Date          PIC 9(8).              *> Fecha de los cambios a reportar.
       01  End-Of-Audit         PIC X VALUE 'N'.       *> Fin del recorrido de la auditoría.
       01  Sort-Status          PIC X VALUE 'N'.       *> 'Y' cuando RETURN llega al final.
       01  Current-File         PIC X(8) VALUE SPACES. *> Archivo del grupo que se está listando.
       01  Current-Operator     PIC X(8) VALUE SPACES. *> Operador del grupo que se está listando.
       01  File-Changes         PIC 9(7) VALUE 0.      *> Cambios del archivo en curso.
       01  Operator-Changes     PIC 9(7) VALUE 0.      *> Cambios del operador en curso.
       01  Total-Changes        PIC 9(7) VALUE 0.      *> Cambios de la fecha.
       01  Total-Added          PIC 9(7) VALUE 0.      *> Campos registrados en altas.
       01  Total-Sensitive      PIC 9(7) VALUE 0.      *> Cambios que requieren visto de supervisor.
       01  Action-Description   PIC X(5).              *> Alta o modificación en palabras.
       01  Signoff-Mark         PIC X(26).             *> Marca de cambio sensible.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== REPORTE DE AUDITORÍA DE MAESTROS ====="
           DISPLAY "Ingrese fecha del reporte (AAAAMMDD):"
           ACCEPT Report-Date
           OPEN INPUT AuditFile
           SORT SortWork
               ON ASCENDING KEY Sort-File Sort-Operator-ID
                                Sort-Date-Time
               INPUT PROCEDURE IS Select-Audit-Records
               OUTPUT PROCEDURE IS List-Audit-Records
           CLOSE AuditFile
           IF Total-Changes > 0
               PERFORM Close-Operator-Group
               PERFORM Close-File-Group
           END-IF
           DISPLAY "---------------------------------------------"
           DISPLAY "Cambios de la fecha: " Total-Changes
           DISPLAY "Campos dados de alta: " Total-Added
           DISPLAY "Cambios sensibles: " Total-Sensitive
           IF Total-Sensitive > 0
               DISPLAY "Visto del supervisor: ____________________"
               DISPLAY "Fecha y firma:        ____________________"
           END-IF
           STOP RUN.

       Select-Audit-Records.
           PERFORM UNTIL End-Of-Audit = 'Y'
               READ AuditFile
                   AT END
                       MOVE 'Y' TO End-Of-Audit
                   NOT AT END
                       PERFORM Release-If-Report-Date
               END-READ
           END-PERFORM.

       Release-If-Report-Date.
           IF Aud-Date-Time(1:8) = Report-Date           *> Solo los cambios de la fecha pedida.
               MOVE Aud-File TO Sort-File
               MOVE Aud-Operator-ID TO Sort-Operator-ID
               MOVE Aud-Date-Time TO Sort-Date-Time
               MOVE Aud-Key TO Sort-Key
               MOVE Aud-Action TO Sort-Action
               MOVE Aud-Field TO Sort-Field
               MOVE Aud-Before TO Sort-Before
               MOVE Aud-After TO Sort-After
               MOVE Aud-Approver-ID TO Sort-Approver-ID
               MOVE Aud-Sensitive TO Sort-Sensitive
               RELEASE Sort-Record
           END-IF.

       List-Audit-Records.
           PERFORM UNTIL Sort-Status = 'Y'
               RETURN SortWork
                   AT END
                       MOVE 'Y' TO Sort-Status
                   NOT AT END
                       PERFORM Show-Audit-Record
               END-RETURN
           END-PERFORM.

       Show-Audit-Record.
           IF Sort-File NOT = Current-File               *> Corte por archivo.
               IF Total-Changes > 0
                   PERFORM Close-Operator-Group
                   PERFORM Close-File-Group
               END-IF
               MOVE Sort-File TO Current-File
               MOVE SPACES TO Current-Operator
               DISPLAY "====== ARCHIVO " Current-File " ======"
           END-IF
           IF Sort-Operator-ID NOT = Current-Operator    *> Corte por operador dentro del archivo.
               IF Operator-Changes > 0
                   PERFORM Close-Operator-Group
               END-IF
               MOVE Sort-Operator-ID TO Current-Operator
               DISPLAY "  --- Operador " Current-Operator " ---"
           END-IF
           EVALUATE Sort-Action
               WHEN 'A'
                   MOVE "ALTA" TO Action-Description
                   ADD 1 TO Total-Added
               WHEN 'B'
                   MOVE "BAJA" TO Action-Description
               WHEN OTHER
                   MOVE "MODIF" TO Action-Description
           END-EVALUATE
           IF Sort-Sensitive = 'S'
               MOVE "<< REQUIERE VISTO SUPERV." TO Signoff-Mark
               ADD 1 TO Total-Sensitive
           ELSE
               MOVE SPACES TO Signoff-Mark
           END-IF
           DISPLAY "  " Sort-Date-Time(9:6) " " Action-Description
               " Clave " Sort-Key
               " Campo " Sort-Field
               " Aprobó " Sort-Approver-ID
           DISPLAY "      Antes:   " Sort-Before
           DISPLAY "      Después: " Sort-After " " Signoff-Mark
           ADD 1 TO Operator-Changes
           ADD 1 TO File-Changes
           ADD 1 TO Total-Changes.

       Close-Operator-Group.
           DISPLAY "  Cambios del operador " Current-Operator
               ": " Operator-Changes
           MOVE 0 TO Operator-Changes.

       Close-File-Group.
           DISPLAY "Cambios en " Current-File ": " File-Changes
           MOVE 0 TO File-Changes.
