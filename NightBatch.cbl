       PROGRAM-ID. Night-Batch.

      *> Conductor de la cadena batch nocturna: ejecuta los procesos
      *> diarios en el orden correcto (control de integridad entre
      *> archivos, vencimiento de retenciones, vencimiento de plazos
      *> fijos, cobro de cuotas de préstamos, conciliación, reporte de
      *> umbrales, extracto para el mayor, liquidación de salientes,
      *> presentación de cheques al canje, extracto de avisos a
      *> clientes, corte de fin de día y respaldo de cuentas), verifica
      *> tras cada paso que el trabajo haya marcado su ciclo completo en
      *> runcontrol.dat, y se detiene reportando con claridad si un paso
      *> falla o no dejó su marca, para que nunca más se corte el log
      *> antes de conciliar. Recién cuando toda la cadena terminó bien
      *> avanza la fecha de proceso en fechaproc.dat al día siguiente.
      *> La opción de estado muestra qué pasos ya completaron el ciclo
      *> de la fecha de proceso vigente y reemplaza la planilla de papel
      *> pegada en la consola. Un paso ya completado (por ejemplo tras
      *> relanzar la cadena caída a mitad de camino) se omite y la
      *> cadena sigue desde donde quedó. La opción de configuración
      *> fija en parametros.dat si las excepciones del control de
      *> integridad detienen la cadena o solo se informan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-Key
               FILE STATUS IS Run-Control-File-Status.
           SELECT OPTIONAL ParameterFile ASSIGN TO "parametros.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Parm-Key
               FILE STATUS IS Parameter-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
           COPY RUNCTL.

       FD  ParameterFile.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01  Proc-Date-File-Status PIC X(2).            *> Código de estado de E/S de ProcDateFile.
       01  Run-Control-File-Status PIC X(2).          *> Código de estado de E/S de RunControlFile.
       01  Parameter-File-Status PIC X(2).            *> Código de estado de E/S de ParameterFile.
       01  Parameter-Found      PIC X.                 *> 'Y' si ya había parámetros registrados.
       01  Halt-Answer          PIC X.                 *> Respuesta S/N del operador.
       01  Business-Date        PIC 9(8).              *> Fecha de proceso de la cadena.
       01  User-Option          PIC X.                 *> Opción elegida por el operador.
       01  Chain-Step-Count     PIC 9(2) VALUE 12.     *> Cantidad de pasos de la cadena.
       01  Chain-Step-Table.                           *> Pasos en el orden obligatorio de ejecución.
           05  Chain-Step OCCURS 12 TIMES.
               10  Step-Job     PIC X(8).              *> Nombre del trabajo en runcontrol.dat.
               10  Step-Program PIC X(20).             *> Programa a invocar para el paso.
       01  Step-Sub             PIC 9(2).              *> Paso en curso dentro de la tabla.
           PERFORM Init-Step-Table
           DISPLAY "1. Ejecutar la cadena nocturna"
           DISPLAY "2. Ver estado de los pasos"
           DISPLAY "3. Configurar el control de integridad"
           DISPLAY "Seleccione una opción: "
           ACCEPT User-Option
           EVALUATE User-Option
                   PERFORM Run-Night-Chain
               WHEN '2'
                   PERFORM Show-Chain-Status
               WHEN '3'
                   PERFORM Configure-Integrity-Check
               WHEN OTHER
                   DISPLAY "Opción no válida."
           END-EVALUATE
           STOP RUN.

       Init-Step-Table.
           MOVE "INTEGRID" TO Step-Job(1)               *> Los archivos deben coincidir antes de postear.
           MOVE "Integrity-Check" TO Step-Program(1)
           MOVE "RETENVTO" TO Step-Job(2)               *> Vence las retenciones viejas antes de operar.
           MOVE "Hold-Expiry" TO Step-Program(2)
           MOVE "PLAZOFIJ" TO Step-Job(3)               *> Los vencimientos de plazos entran al log del día.
           MOVE "Term-Maturity" TO Step-Program(3)
           MOVE "PRESTAMO" TO Step-Job(4)               *> Los cobros de cuotas entran al log del día.
           MOVE "Loan-Collection" TO Step-Program(4)
           MOVE "CONCILIA" TO Step-Job(5)               *> La conciliación SIEMPRE antes del corte.
           MOVE "Reconciliation" TO Step-Program(5)
           MOVE "UMBRALES" TO Step-Job(6)               *> Los umbrales se miden sobre el log vivo del día.
           MOVE "Compliance-Report" TO Step-Program(6)
           MOVE "GLEXTRAC" TO Step-Job(7)               *> El extracto sale del log vivo del día.
           MOVE "GL-Extract" TO Step-Program(7)
           MOVE "LIQUIDAC" TO Step-Job(8)               *> La salida interbancaria del día se liquida.
           MOVE "Outbound-Settlement" TO Step-Program(8)
           MOVE "CANJE   " TO Step-Job(9)               *> Los cheques del día salen a la cámara.
           MOVE "Cheque-Presentment" TO Step-Program(9)
           MOVE "ALERTAS " TO Step-Job(10)              *> Los avisos salen del log vivo del día.
           MOVE "Alert-Extract" TO Step-Program(10)
           MOVE "CIERRE  " TO Step-Job(11)              *> El corte recién después de conciliar y extractar.
           MOVE "Day-End-Archive" TO Step-Program(11)
           MOVE "RESPALDO" TO Step-Job(12)              *> El respaldo cierra la noche.
           MOVE "Account-Unload" TO Step-Program(12).

       Run-Night-Chain.
           MOVE 'Y' TO Chain-OK
               DISPLAY "  " Step-Job(Step-Sub) " PENDIENTE"
           END-IF.

       Configure-Integrity-Check.
           OPEN I-O ParameterFile
           IF Parameter-File-Status = '35'
               OPEN OUTPUT ParameterFile
               CLOSE ParameterFile
               OPEN I-O ParameterFile
           END-IF
           MOVE '1' TO Parm-Key
           READ ParameterFile
               INVALID KEY
                   MOVE 'N' TO Parameter-Found
                   MOVE 'A' TO Parm-Integrity-Action   *> Sin parámetros el control solo avisa.
               NOT INVALID KEY
                   MOVE 'Y' TO Parameter-Found
           END-READ
           IF Integrity-Halts
               DISPLAY "Hoy las excepciones de integridad DETIENEN"
                   " la cadena."
           ELSE
               DISPLAY "Hoy las excepciones de integridad solo se"
                   " informan."
           END-IF
           DISPLAY "¿Detener la cadena ante excepciones? (S/N):"
           ACCEPT Halt-Answer
           IF Halt-Answer = 'S' OR Halt-Answer = 's'
               MOVE 'D' TO Parm-Integrity-Action
           ELSE
               MOVE 'A' TO Parm-Integrity-Action
           END-IF
           MOVE '1' TO Parm-Key
           IF Parameter-Found = 'Y'
               REWRITE ParameterRecord
           ELSE
               WRITE ParameterRecord
           END-IF
           CLOSE ParameterFile
           DISPLAY "Configuración del control de integridad grabada.".

       Advance-Business-Date.
           OPEN I-O ProcDateFile
           MOVE '1' TO Proc-Key
