      *================================================================*
      *> Copybook PALLET
      *> Layout del registro de Pallets.DAT, las unidades de carga
      *> identificadas por matricula (LPN). Mismo esquema que
      *> Pedidos y Ordenes-Compra: la linea 000 de cada pallet es
      *> la cabecera (ubicacion del maestro donde esta, estado) y
      *> las lineas 001 en adelante llevan lo que contiene, uno o
      *> varios productos y lotes; el pallet 000000 linea 000 es el
      *> registro de control con el proximo numero a asignar.
      *> La matricula impresa en la etiqueta es "LPN" seguido de los
      *> seis digitos de PL-Numero.
      *> PL-Estado (cabecera): ARMADO mientras esta en deposito,
      *> EN TRANSIT mientras viaja a otra sucursal (PL-Sucursal es
      *> la de destino) y VACIO cuando se desarmo por completo.
      *> PL-Transferencia (lineas) es la transferencia entre
      *> sucursales que genero esa linea al despachar el pallet.
      *================================================================*
       01  PL-Rec.
           05 PL-Clave.
               10 PL-Numero            PIC 9(6).
               10 PL-Linea             PIC 9(3).
           05 PL-Ubicacion             PIC X(20).
           05 PL-Estado                PIC X(10).
           05 PL-Sucursal              PIC X(4).
           05 PL-Product-ID            PIC X(10).
           05 PL-Lote                  PIC X(10).
           05 PL-Cantidad              PIC 9(7).
           05 PL-Transferencia         PIC 9(6).
           05 PL-Fecha-Alta            PIC 9(8).
           05 PL-Usuario               PIC X(10).
           05 PL-Proximo-Numero        PIC 9(6).
