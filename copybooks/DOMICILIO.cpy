      *================================================================*
      *> Copybook DOMICILIO
      *> Layout unico del registro de Domicilios.DAT, los domicilios
      *> de entrega de cada cliente (sucursales, depositos, obras).
      *> La clave es el codigo de cliente mas un numero de domicilio
      *> (001, 002...). Cada domicilio pertenece a una zona de
      *> reparto de Zonas.DAT (DM-Zona), que define que dias pasa
      *> el camion. DM-Estado 'I' marca un domicilio que ya no se
      *> usa: no se ofrece en remitos ni pedidos nuevos.
      *> Remitos graba en RM-Destino la direccion elegida y en
      *> RM-Domicilio / RM-Zona su codigo y su zona.
      *================================================================*
       01  DM-Rec.
           05 DM-Clave.
               10 DM-Cliente           PIC X(10).
               10 DM-Codigo            PIC 9(3).
           05 DM-Direccion             PIC X(50).
           05 DM-Localidad             PIC X(30).
           05 DM-Zona                  PIC X(5).
           05 DM-Horario               PIC X(20).
           05 DM-Contacto              PIC X(30).
           05 DM-Telefono              PIC X(20).
           05 DM-Estado                PIC X(1).
           05 DM-Usuario               PIC X(10).
