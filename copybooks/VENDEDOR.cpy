      *================================================================*
      *> Copybook VENDEDOR
      *> Layout unico del registro de Vendedores.DAT, el maestro de
      *> vendedores y sus porcentajes de comision. Con
      *> VD-Categoria en blanco el registro es la ficha del
      *> vendedor (nombre, estado y el porcentaje general); con una
      *> categoria de producto cargada es el porcentaje que cobra
      *> en esa categoria. Una categoria sin registro propio paga
      *> el porcentaje general de la ficha.
      *> VD-Estado 'I' marca un vendedor dado de baja: no se le
      *> asignan clientes, pedidos ni facturas nuevas, pero sigue
      *> cobrando la comision de lo que vendio.
      *================================================================*
       01  VD-Rec.
           05 VD-Clave.
               10 VD-Codigo            PIC X(10).
               10 VD-Categoria         PIC X(20).
           05 VD-Nombre                PIC X(50).
           05 VD-Estado                PIC X(1).
           05 VD-Porcentaje            PIC 9(2)V99.
           05 VD-Fecha.
               10 VD-Ano               PIC 9(4).
               10 VD-Mes               PIC 9(2).
               10 VD-Dia               PIC 99.
           05 VD-Usuario               PIC X(10).
