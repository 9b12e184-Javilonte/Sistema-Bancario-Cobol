      *> Registro de plazo fijo compartido por los programas que leen
      *> o escriben plazos.dat: el programa interactivo (que abre el
      *> plazo debitando la cuenta de fondeo con un movimiento 'P' y
      *> lo cancela anticipadamente con aprobación de supervisor), el
      *> vencimiento diario de la cadena nocturna (que paga capital e
      *> interés a la cuenta de fondeo o renueva el plazo a la tasa
      *> vigente del producto) y el reporte de vencimientos próximos.
      *> La clave es la misma referencia de translogseq.dat que lleva
      *> el débito 'P' de la apertura en el log. La tasa es mensual,
      *> como en las bandas del catálogo; el interés del plazo es
      *> capital x tasa x días / 30.
       01  TermDepositRecord.
           05  Term-ID              PIC 9(9).       *> Referencia de la apertura (clave).
           05  Term-Account-ID      PIC 9(5).       *> Cuenta de fondeo: se debita al abrir y cobra al vencer.
           05  Term-Client-ID       PIC 9(5).       *> Cliente titular en clientes.dat.
           05  Term-Product-Code    PIC X(4).       *> Producto del catálogo cuyas bandas fijan la tasa.
           05  Term-Principal       PIC 9(9)V99.    *> Capital vigente del plazo.
           05  Term-Rate            PIC 9V9999.     *> Tasa mensual pactada para el período vigente.
           05  Term-Days            PIC 9(4).       *> Plazo en días corridos.
           05  Term-Start-Date      PIC 9(8).       *> Inicio del período vigente (AAAAMMDD).
           05  Term-Maturity-Date   PIC 9(8).       *> Vencimiento del período vigente (AAAAMMDD).
           05  Term-Renewal         PIC X(1).       *> Instrucción al vencimiento.
               88 Term-Pay-Out       VALUE 'P'.      *> Paga capital e interés a la cuenta de fondeo.
               88 Term-Renew-Principal VALUE 'C'.    *> Paga el interés y renueva el capital.
               88 Term-Renew-All     VALUE 'T'.      *> Renueva capital más interés neto.
           05  Term-Status          PIC X(1).       *> Estado del plazo.
               88 Term-Active        VALUE 'A'.      *> Vigente.
               88 Term-Matured       VALUE 'V'.      *> Vencido y pagado a la cuenta de fondeo.
               88 Term-Cancelled     VALUE 'C'.      *> Cancelado anticipadamente con penalidad.
           05  Term-Renewals        PIC 9(3).       *> Renovaciones automáticas realizadas.
           05  Term-Opened-By       PIC X(8).       *> Cajero que abrió el plazo.
           05  Term-Close-Date      PIC 9(8).       *> Fecha de pago o cancelación (0 mientras vigente).
