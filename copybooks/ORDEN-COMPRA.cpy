           05 OC-Usuario               PIC X(10).
           05 OC-Proximo-Numero        PIC 9(6).
           05 OC-Costo-Unitario        PIC 9(5)V99.
      *>   Transmision electronica al proveedor, en la cabecera:
      *>   fecha en que se genero el archivo de la orden (0 = no se
      *>   transmitio) y fecha en que se importo su confirmacion
      *>   (0 = el proveedor todavia no confirmo).
           05 OC-Fecha-Transmision     PIC 9(8).
           05 OC-Fecha-Confirmacion    PIC 9(8).
      *>   Confirmacion del proveedor, en cada linea: cantidad y
      *>   costo confirmados y fecha de entrega prometida.
      *>   OC-Diferencia queda 'S' cuando el proveedor recorta la
      *>   cantidad o sube el costo sobre OC-Costo-Unitario, hasta
      *>   que el comprador la revisa.
           05 OC-Cantidad-Confirmada   PIC 9(7).
           05 OC-Costo-Confirmado      PIC 9(5)V99.
           05 OC-Fecha-Prometida       PIC 9(8).
           05 OC-Diferencia            PIC X(1).
      *>   Fecha esperada de arribo de cada linea: al emitir sale
      *>   del PROV-Lead-Time del proveedor, el comprador la puede
      *>   corregir y la confirmacion del proveedor la reemplaza
      *>   por su fecha prometida. Con ella se arma el seguimiento
      *>   de ordenes atrasadas y la promesa de los backorders.
           05 OC-Fecha-Esperada        PIC 9(8).
      *>   Contrato marco de compra contra el que se libero la
      *>   linea (0 = compra puntual); la linea lleva el precio del
      *>   contrato y su cantidad consume el saldo contratado.
           05 OC-Contrato              PIC 9(6).
      *>   Entrega directa al cliente: pedido de venta (en la
      *>   cabecera) y linea del pedido (en cada linea) que la
      *>   orden surte. La mercaderia no entra al deposito: la orden
      *>   no se recibe por Recepciones sino confirmando la entrega
      *>   del proveedor. En 0 en las compras para stock.
           05 OC-Pedido                PIC 9(6).
           05 OC-Pedido-Linea          PIC 9(3).
