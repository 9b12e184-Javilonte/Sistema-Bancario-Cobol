      *> Registro de parámetros de operación compartido por la cadena
      *> batch nocturna, donde el operador los fija, y los procesos
      *> que los respetan. Hoy guarda qué hace el control de
      *> integridad nocturno cuando encuentra excepciones: detener la
      *> cadena o solo avisar. Un único registro con clave '1', igual
      *> que la fecha de proceso; si no existe, el control solo avisa.
       01  ParameterRecord.
           05  Parm-Key             PIC X(1).       *> Siempre '1'; un único registro con acceso directo.
           05  Parm-Integrity-Action PIC X(1).      *> Acción ante excepciones de integridad.
               88 Integrity-Halts    VALUE 'D'.      *> Detiene la cadena: el paso no marca su ciclo.
               88 Integrity-Warns    VALUE 'A'.      *> Solo avisa: el reporte sale y la cadena sigue.
