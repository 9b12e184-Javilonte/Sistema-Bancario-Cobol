       IDENTIFICATION DIVISION.
       PROGRAM-ID. Upgrade-Products.

      *> Conversión por única vez del catálogo de productos al trazado
      *> vigente: lee productos.dat en el trazado anterior (sin cuadro
      *> de comisiones) y graba cada producto en
      *> productos_actualizado.dat con el trazado vigente, con todas
      *> las comisiones en cero: ningún producto cobra nada hasta que
      *> el supervisor cargue su cuadro desde el mantenimiento del
      *> catálogo. Terminada la conversión y verificado el conteo, el
      *> operador reemplaza productos.dat por productos_actualizado.dat
      *> antes del primer cierre de mes con cobro de comisiones. No
      *> debe correrse sobre un archivo ya convertido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OldProductFile ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Product-Code
               FILE STATUS IS Old-Product-File-Status.
           SELECT NewProductFile
               ASSIGN TO "productos_actualizado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-Code
               FILE STATUS IS New-Product-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OldProductFile.
       01  OldProductRecord.                        *> Trazado anterior de productos.dat, previo al
           05  Old-Product-Code     PIC X(4).       *> cuadro de comisiones.
           05  Old-Product-Desc     PIC X(20).
           05  Old-Product-Credit-Limit PIC 9(7)V99.
           05  Old-Product-Tier-Table PIC X(42).    *> Las tres bandas pasan tal cual.

       FD  NewProductFile.
           COPY PRODREC.

       WORKING-STORAGE SECTION.
       01  Old-Product-File-Status PIC X(2).          *> Código de estado de E/S de OldProductFile.
       01  New-Product-File-Status PIC X(2).          *> Código de estado de E/S de NewProductFile.
       01  End-Of-Old           PIC X VALUE 'N'.       *> Fin del recorrido del archivo anterior.
       01  Records-Converted    PIC 9(7) VALUE 0.      *> Productos convertidos al trazado vigente.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== ACTUALIZACIÓN DE PRODUCTOS ====="
           OPEN INPUT OldProductFile
           IF Old-Product-File-Status = '35'
               DISPLAY "No existe productos.dat; nada que convertir."
           ELSE
               OPEN OUTPUT NewProductFile
               PERFORM UNTIL End-Of-Old = 'Y'
                   READ OldProductFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO End-Of-Old
                       NOT AT END
                           PERFORM Upgrade-Product-Record
                   END-READ
               END-PERFORM
               CLOSE NewProductFile
               CLOSE OldProductFile
               DISPLAY "Productos convertidos: " Records-Converted
               DISPLAY "Verifique el conteo y reemplace productos.dat"
                   " por productos_actualizado.dat."
           END-IF
           STOP RUN.

       Upgrade-Product-Record.
           MOVE Old-Product-Code TO Product-Code
           MOVE Old-Product-Desc TO Product-Desc
           MOVE Old-Product-Credit-Limit TO Product-Credit-Limit
           MOVE Old-Product-Tier-Table TO Product-Tier-Table
           MOVE 0 TO Product-Monthly-Fee                 *> Sin cuadro cargado: el producto no cobra.
           MOVE 0 TO Product-Free-Withdrawals
           MOVE 0 TO Product-Withdrawal-Fee
           MOVE 0 TO Product-Overdraft-Fee
           WRITE ProductRecord
               INVALID KEY
                   DISPLAY "Producto " Old-Product-Code
                       " rechazado por el archivo nuevo."
               NOT INVALID KEY
                   ADD 1 TO Records-Converted
           END-WRITE.
