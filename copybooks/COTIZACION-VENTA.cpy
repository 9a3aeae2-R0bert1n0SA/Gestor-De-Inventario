      *================================================================*
      *> Copybook COTIZACION-VENTA
      *> Layout unico del registro de Cotizaciones-Venta.DAT, las
      *> cotizaciones de venta a clientes. Mismo esquema que
      *> Pedidos: la linea 000 es la cabecera (cliente, validez,
      *> estado, total) y las lineas 001 en adelante llevan los
      *> productos cotizados con el precio ofrecido y de donde salio
      *> (OFE oferta vigente, LIS lista del cliente, GEN precio
      *> general). La cotizacion 000000 linea 000 es el registro de
      *> control con el proximo numero a asignar.
      *> CV-Estado, en cabecera y lineas: ABIERTA, ACEPTADA (con el
      *> pedido que genero en CV-Pedido), VENCIDA (paso CV-Validez
      *> sin respuesta) o PERDIDA (con CV-Motivo-Perdida: PRECIO,
      *> PLAZO, STOCK, COMPETENCIA u OTRO, y el detalle).
      *================================================================*
       01  CV-Rec.
           05 CV-Clave.
               10 CV-Numero            PIC 9(6).
               10 CV-Linea             PIC 9(3).
           05 CV-Cliente               PIC X(10).
           05 CV-Estado                PIC X(10).
           05 CV-Product-ID            PIC X(10).
           05 CV-Cantidad              PIC 9(7).
           05 CV-Precio                PIC 9(5)V99.
           05 CV-Origen-Precio         PIC X(3).
           05 CV-Importe               PIC 9(13)V99.
           05 CV-Total                 PIC 9(13)V99.
           05 CV-Validez               PIC 9(8).
           05 CV-Motivo-Perdida        PIC X(12).
           05 CV-Detalle-Perdida       PIC X(40).
           05 CV-Pedido                PIC 9(6).
           05 CV-Fecha.
               10 CV-Ano               PIC 9(4).
               10 CV-Mes               PIC 9(2).
               10 CV-Dia               PIC 99.
           05 CV-Usuario               PIC X(10).
           05 CV-Proximo-Numero        PIC 9(6).
