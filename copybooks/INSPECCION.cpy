      *================================================================*
      *> Copybook INSPECCION
      *> Layout unico del registro de Inspecciones.DAT (mercaderia
      *> recibida retenida en control de calidad). Lo escribe
      *> Inspecciones; la evaluacion de proveedores lo lee para la
      *> tasa de rechazo.
      *================================================================*
       01  IN-Rec.
      *>  Mercaderia recibida retenida en inspeccion, con el mismo
      *>  espiritu que la cuarentena de devoluciones: no forma
      *>  parte de P-Stock hasta que el inspector la acepta. El
      *>  rechazo la deja RECHAZADA para gestionar la devolucion
      *>  al proveedor; nunca toco el stock vendible.
           05 IN-Clave.
               10 IN-Product-ID        PIC X(10).
               10 IN-Secuencia         PIC 9(4).
           05 IN-Cantidad              PIC 9(7).
           05 IN-Muestra               PIC 9(5).
           05 IN-Costo                 PIC 9(5)V99.
           05 IN-Proveedor             PIC X(10).
           05 IN-Estado                PIC X(10).
           05 IN-Fecha.
               10 IN-Ano               PIC 9(4).
               10 IN-Mes               PIC 9(2).
               10 IN-Dia               PIC 99.
           05 IN-Usuario               PIC X(10).
           05 IN-Decision-Fecha        PIC 9(8).
           05 IN-Decision-Usuario      PIC X(10).
