      *> de proceso, o AAAAMM00 para los mensuales); al arrancar, el
      *> trabajo busca su ciclo y si ya existe se niega a correr de
      *> nuevo, para que un re-lanzamiento por confusión del operador
      *> no postee dos veces. La acreditación de intereses guarda
      *> además, con ciclo 00000000, la fecha de proceso desde la que
      *> arranca su próxima remesa de retenciones de plazos fijos.
       01  RunControlRecord.
           05  RC-Key.                              *> Clave: trabajo + ciclo completado.
               10  RC-Job           PIC X(8).       *> Nombre del trabajo batch.
