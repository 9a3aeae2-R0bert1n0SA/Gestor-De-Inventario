      *> verificar por codigo de barras, y recien al confirmarse
      *> pasa a DESPACHADO con la salida de stock hecha. Una linea
      *> que no pasa la validacion al confirmar queda SALTEADO.
      *> Un remito DESPACHADO sin facturar se puede anular (opcion
      *> de supervisor, Anulacion-Remitos): sus lineas y la
      *> cabecera pasan a ANULADO con la salida de stock revertida.
      *> RM-Pedido / RM-Pedido-Linea atan la linea del remito a la
      *> linea del pedido de venta que cubre (0 en remitos libres).
      *> OJO: al crecer el registro un Remitos.DAT grabado con el
      *>   llego (el detalle completo por lote queda en
      *>   Trazas.DAT).
           05 RM-Lote                  PIC X(10).
      *>   Costo unitario de la mercaderia de la linea al
      *>   despacharla: el costo promedio del producto o el de las
      *>   capas FIFO consumidas, segun el parametro COSTO-VENTAS.
      *>   En 0 en los remitos despachados antes de registrarlo.
           05 RM-Costo-Unitario        PIC 9(5)V99.
      *>   Domicilio de entrega del cliente (Domicilios.DAT) y su
      *>   zona de reparto, copiados del maestro al armar el remito;
      *>   RM-Destino guarda la direccion. En 0 / blanco en remitos
      *>   de clientes sin domicilios cargados.
           05 RM-Domicilio             PIC 9(3).
           05 RM-Zona                  PIC X(5).
      *>   Carga del remito, en la cabecera: kilos y metros cubicos
      *>   (cantidad por el peso y volumen unitario de cada linea,
      *>   recalculados con lo efectivamente despachado), bultos
      *>   armados y el importe a cobrar contra entrega (0 = no se
      *>   cobra al entregar). Los usa el despacho para la carga del
      *>   vehiculo y la hoja de ruta.
           05 RM-Peso-Total            PIC 9(7)V999.
           05 RM-Volumen-Total         PIC 9(5)V9(4).
           05 RM-Bultos                PIC 9(3).
           05 RM-Cobro-Entrega         PIC 9(13)V99.
      *>   Codigo de operacion de traslado (COT) que otorga el
      *>   organismo de rentas para el viaje del remito, con su
      *>   vencimiento; lo graba Despachos al importar la respuesta
      *>   y sale en el remito y en la hoja de ruta. En blanco si el
      *>   remito no viajo con COT.
           05 RM-COT                   PIC X(20).
           05 RM-COT-Vto               PIC 9(8).
      *>   Remito de entrega directa, en la cabecera: 'S' cuando lo
      *>   emitio la confirmacion de entrega del proveedor de la
      *>   orden RM-OC-Directa. Nace DESPACHADO sin haber movido
      *>   stock, lotes ni capas, solo para facturarlo; no viaja en
      *>   despachos ni se anula por Anulacion-Remitos.
           05 RM-Directo               PIC X(1).
           05 RM-OC-Directa            PIC 9(6).
