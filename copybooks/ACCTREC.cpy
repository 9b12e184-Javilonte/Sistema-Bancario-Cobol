           05  Account-Dormant-Status PIC X(1).      *> Estado de inactividad de la cuenta.
               88 Account-Dormant     VALUE 'D'.      *> Marcada inactiva por el proceso mensual; no admite
                                                      *> débitos hasta la reactivación de supervisor.
           05  Account-Open-Date     PIC 9(8).       *> Fecha de proceso del alta (AAAAMMDD); 0 en las
                                                      *> cuentas anteriores a que se registrara.
