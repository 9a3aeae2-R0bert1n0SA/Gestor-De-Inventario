      *================================================================*
      *> Copybook TICKET
      *> Layout del registro de Tickets.DAT: una linea de ticket de
      *> caja tal como la cobro la terminal del POS. Lo graba
      *> Ventas-POS al importar el dia y lo leen Arqueo-Caja (arqueo
      *> por terminal y auditoria de precios).
      *> TK-Linea es la posicion de la linea en el archivo del dia:
      *> hace unica la clave aunque un ticket traiga el mismo
      *> articulo dos veces.
      *> TK-Precio-Esperado es el precio de oferta vigente al
      *> importar o, sin oferta, P-Precio-Venta; TK-Importe es lo
      *> que cobro la caja (cantidad o peso por precio cobrado,
      *> menos el descuento de la linea).
      *> TK-Medio-Pago: EFE efectivo, TAR tarjeta, CHQ cheque.
      *================================================================*
       01  TK-Rec.
           05 TK-Clave.
               10 TK-Fecha             PIC 9(8).
               10 TK-Terminal          PIC X(4).
               10 TK-Ticket            PIC 9(8).
               10 TK-Linea             PIC 9(5).
           05 TK-Hora                  PIC 9(6).
           05 TK-Cajero                PIC X(10).
           05 TK-Sucursal              PIC X(4).
           05 TK-Codigo-Barras         PIC X(20).
           05 TK-Product-ID            PIC X(10).
           05 TK-Cantidad              PIC 9(7).
           05 TK-Balanza               PIC X(1).
           05 TK-Gramos                PIC 9(9).
           05 TK-Precio-Cobrado        PIC 9(5)V99.
           05 TK-Precio-Lista          PIC 9(5)V99.
           05 TK-Precio-Esperado       PIC 9(5)V99.
           05 TK-Oferta                PIC X(1).
           05 TK-Descuento             PIC 9(5)V99.
           05 TK-Importe               PIC 9(9)V99.
           05 TK-Medio-Pago            PIC X(3).
