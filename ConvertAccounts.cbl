               TO Account-Last-Activity                  *> La conversión cuenta como actividad: los doce
                                                          *> meses de inactividad corren desde hoy.
           MOVE SPACE TO Account-Dormant-Status
           MOVE 0 TO Account-Open-Date                   *> Fecha de alta desconocida.
           WRITE AccountRecord
               INVALID KEY
                   DISPLAY "Cuenta " Old-Account-ID
