      *================================================================*
      *> Copybook NOTA-CREDITO
      *> Layout unico del registro de Notas-Credito.DAT, las notas de
      *> credito emitidas contra facturas de venta ya grabadas en
      *> Facturas.DAT. Mismo esquema que FACTURA: la linea 000 es la
      *> cabecera (cliente, factura de origen, motivo, totales); las
      *> lineas 001 en adelante acreditan una linea de la factura
      *> (NC-Factura-Linea) con la tasa de IVA original de esa linea.
      *> La nota 000000 linea 000 es el registro de control con el
      *> proximo numero a asignar (serie propia, separada de la de
      *> facturas).
      *> NC-Motivo: DEV (devolucion de mercaderia; NC-Cuarentena
      *> apunta al registro de Cuarentena.DAT que la recibio), PRE
      *> (correccion de precio) u OTR.
      *================================================================*
       01  NC-Rec.
           05 NC-Clave.
               10 NC-Numero            PIC 9(6).
               10 NC-Linea             PIC 9(3).
           05 NC-Cliente               PIC X(10).
           05 NC-Factura               PIC 9(6).
           05 NC-Factura-Linea         PIC 9(3).
           05 NC-Motivo                PIC X(3).
           05 NC-Product-ID            PIC X(10).
           05 NC-Cantidad              PIC 9(7).
           05 NC-Precio-Unitario       PIC 9(5)V99.
           05 NC-Importe               PIC 9(13)V99.
           05 NC-Tasa-IVA              PIC 9(2)V99.
           05 NC-Cuarentena.
               10 NC-Cuar-Product-ID   PIC X(10).
               10 NC-Cuar-Secuencia    PIC 9(4).
           05 NC-Neto                  PIC 9(13)V99.
           05 NC-IVA                   PIC 9(13)V99.
           05 NC-Total                 PIC 9(13)V99.
           05 NC-Fecha.
               10 NC-Ano               PIC 9(4).
               10 NC-Mes               PIC 9(2).
               10 NC-Dia               PIC 99.
           05 NC-Usuario               PIC X(10).
           05 NC-Proximo-Numero        PIC 9(6).
      *>   Mes (AAAAMM) de la liquidacion de comisiones que desconto
      *>   la nota al vendedor de la factura; 0 mientras no se
      *>   desconto. OJO: al crecer el registro un Notas-Credito.DAT
      *>   del layout anterior debe recrearse en el corte.
           05 NC-Comision-Periodo      PIC 9(6).
      *>   Percepcion de ingresos brutos que la nota revierte, en la
      *>   cabecera: la de la factura de origen en proporcion al neto
      *>   acreditado (NC-Neto / FA-Neto), con su jurisdiccion y
      *>   alicuota. NC-Total la incluye, igual que FA-Total. OJO:
      *>   un Notas-Credito.DAT del layout anterior debe recrearse
      *>   en el corte.
           05 NC-Jurisdiccion          PIC X(3).
           05 NC-Alicuota-IIBB         PIC 9(2)V99.
           05 NC-Percepcion-IIBB       PIC 9(13)V99.
