      *================================================================*
      *> Copybook VEHICULO
      *> Layout del registro de Vehiculos.DAT, la flota propia de
      *> reparto. VH-Codigo es la patente. Las capacidades son el
      *> limite de carga en kilos y en metros cubicos; un despacho
      *> que las supera se avisa al armarlo. En 0 no hay tope.
      *> VH-Estado 'I' marca un vehiculo fuera de servicio.
      *================================================================*
       01  VH-Rec.
           05 VH-Codigo                PIC X(10).
           05 VH-Descripcion           PIC X(30).
           05 VH-Chofer                PIC X(30).
           05 VH-Capacidad-Kg          PIC 9(7).
           05 VH-Capacidad-M3          PIC 9(3)V99.
           05 VH-Estado                PIC X(1).
           05 VH-Usuario               PIC X(10).
