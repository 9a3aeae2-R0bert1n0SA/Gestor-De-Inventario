               10 PD-Dia               PIC 99.
           05 PD-Usuario               PIC X(10).
           05 PD-Proximo-Numero        PIC 9(6).
      *>   Precio pactado de la linea (el de la cotizacion de venta
      *>   que origino el pedido); Facturacion lo respeta al
      *>   facturar los remitos del pedido. En 0 rige el precio del
      *>   dia. PD-Cotizacion, en la cabecera, es la cotizacion de
      *>   Cotizaciones-Venta.DAT convertida (0 si se tomo directo).
      *>   OJO: al crecer el registro un Pedidos.DAT del layout
      *>   anterior debe recrearse en el corte.
           05 PD-Precio                PIC 9(5)V99.
           05 PD-Cotizacion            PIC 9(6).
      *>   Vendedor del pedido, en la cabecera: se propone el del
      *>   cliente y se puede cambiar al tomarlo. Facturacion lo
      *>   propone a su vez en la factura de los remitos del pedido.
           05 PD-Vendedor              PIC X(10).
      *>   Domicilio de entrega del cliente (Domicilios.DAT) y fecha
      *>   de entrega prometida, en la cabecera. Remitos propone ese
      *>   domicilio al despachar el pedido.
           05 PD-Domicilio             PIC 9(3).
           05 PD-Fecha-Entrega         PIC 9(8).
      *>   Numero de orden de compra del cliente, en la cabecera de
      *>   los pedidos importados de archivo (Importar-Pedidos); con
      *>   el la misma orden no se importa dos veces y la
      *>   confirmacion vuelve referenciada. En blanco en los
      *>   pedidos tomados a mano.
           05 PD-OC-Cliente            PIC X(20).
      *>   Pedidos de la tienda web (Pedidos-Web): PD-Reservado, en
      *>   cada linea, es lo que se aparto en Reservas.DAT al tomar
      *>   el pedido (lo que falta de lo pedido es backorder);
      *>   PD-Estado-Web, en la cabecera, es el ultimo estado
      *>   informado a la tienda (ACEPTADO, BACKORDER, DESPACHADO o
      *>   ANULADO), para no volver a informarlo.
           05 PD-Reservado             PIC 9(7).
           05 PD-Estado-Web            PIC X(10).
      *>   Entrega directa, en cada linea: 'S' cuando el proveedor
      *>   entrega la mercaderia en el domicilio del cliente sin
      *>   pasar por el deposito. Ordenes-Compra le genera una
      *>   orden de compra atada a la linea (PD-OC-Directa) y, al
      *>   confirmar el proveedor la entrega, el remito directo que
      *>   se factura; Remitos no la despacha desde el deposito.
           05 PD-Directo               PIC X(1).
           05 PD-OC-Directa            PIC 9(6).
