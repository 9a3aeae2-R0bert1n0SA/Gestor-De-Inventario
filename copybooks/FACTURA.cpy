               10 FA-Dia               PIC 99.
           05 FA-Usuario               PIC X(10).
           05 FA-Proximo-Numero        PIC 9(6).
      *>   Lo ya acreditado por notas de credito (Notas-Credito.DAT):
      *>   en las lineas, unidades devueltas y neto acreditado de la
      *>   linea; en la cabecera, el total acreditado con IVA. Una
      *>   linea no se acredita por encima de su FA-Importe. OJO: al
      *>   crecer el registro un Facturas.DAT del layout anterior
      *>   debe recrearse en el corte.
           05 FA-Cantidad-Acreditada   PIC 9(7).
           05 FA-Importe-Acreditado    PIC 9(13)V99.
      *>   En la cabecera, lo cobrado con recibos (Recibos.DAT). El
      *>   saldo abierto de la factura es FA-Total menos
      *>   FA-Importe-Acreditado menos FA-Cobrado; con ese saldo se
      *>   arma la antiguedad de la cuenta corriente.
           05 FA-Cobrado               PIC 9(13)V99.
      *>   Comprobante fiscal, en la cabecera: letra (A al
      *>   responsable inscripto, B al resto, C si la empresa es
      *>   monotributista), punto de venta de la sucursal emisora y
      *>   numero de la serie de esa letra en ese punto de venta.
      *>   FA-Numero sigue siendo el numero interno (la clave).
           05 FA-Letra                 PIC X(1).
           05 FA-Punto-Venta           PIC 9(4).
           05 FA-Numero-Legal          PIC 9(8).
           05 FA-Sucursal              PIC X(4).
           05 FA-Condicion-IVA         PIC X(2).
      *>   Autorizacion electronica, en la cabecera. FA-Estado-CAE:
      *>   PENDIENTE (solicitud enviada, sin respuesta), AUTORIZADA
      *>   o RECHAZADA; en blanco es una factura anterior a la
      *>   autorizacion y vale como autorizada. Sin CAE la factura
      *>   no se imprime, no se debita ni se exporta. Las lineas
      *>   siguen a su cabecera en la clave: quien recorre lineas
      *>   toma el estado de la cabecera que las precede.
      *>   FA-Intento-CAE numera las solicitudes de la factura; una
      *>   respuesta de un intento anterior se ignora.
           05 FA-Estado-CAE            PIC X(10).
           05 FA-CAE                   PIC X(14).
           05 FA-CAE-Vto               PIC 9(8).
           05 FA-Motivo-Rechazo        PIC X(40).
           05 FA-Intento-CAE           PIC 9(2).
      *>   Percepcion de ingresos brutos, en la cabecera: la
      *>   jurisdiccion del cliente, la alicuota del padron y el
      *>   importe percibido sobre FA-Neto. FA-Total la incluye.
           05 FA-Jurisdiccion          PIC X(3).
           05 FA-Alicuota-IIBB         PIC 9(2)V99.
           05 FA-Percepcion-IIBB       PIC 9(13)V99.
      *>   Vendedor de la factura, en la cabecera (el del pedido o
      *>   el del cliente, cambiable al facturar). FA-Comision-
      *>   Periodo es el mes (AAAAMM) de la liquidacion de
      *>   comisiones que la pago; 0 mientras no se liquido. Solo
      *>   se liquida una factura cobrada del todo.
           05 FA-Vendedor              PIC X(10).
           05 FA-Comision-Periodo      PIC 9(6).
      *>   Costo de la mercaderia facturada, en las lineas: el
      *>   costo unitario que quedo en la linea del remito al
      *>   despachar (0 si el remito no lo registro) y las unidades
      *>   que volvieron por notas de credito por devolucion, cuyo
      *>   costo deja de imputarse. Margen realizado de la linea =
      *>   FA-Importe - FA-Importe-Acreditado - FA-Costo-Unitario *
      *>   (FA-Cantidad - FA-Cantidad-Devuelta).
           05 FA-Costo-Unitario        PIC 9(5)V99.
           05 FA-Cantidad-Devuelta     PIC 9(7).
