      *================================================================*
      *> Copybook RECEPCION-COMPRA
      *> Layout unico del registro de Recepciones-Compra.DAT, el
      *> historico de ingresos por orden de compra: Recepciones
      *> agrega un registro por cada linea recibida (tambien la que
      *> queda retenida en inspeccion) con la fecha real de arribo,
      *> la emision de la orden y la fecha comprometida (la
      *> prometida por el proveedor o, si no confirmo, la esperada).
      *> Con el se mide la puntualidad y el lead time real de cada
      *> proveedor. RC-Cantidad va en unidades de venta.
      *================================================================*
       01  RC-Rec.
           05 RC-Fecha                 PIC 9(8).
           05 RC-Orden                 PIC 9(6).
           05 RC-Linea                 PIC 9(3).
           05 RC-Proveedor             PIC X(10).
           05 RC-Product-ID            PIC X(10).
           05 RC-Cantidad              PIC 9(7).
           05 RC-Fecha-Emision         PIC 9(8).
           05 RC-Fecha-Compromiso      PIC 9(8).
           05 RC-Usuario               PIC X(10).
