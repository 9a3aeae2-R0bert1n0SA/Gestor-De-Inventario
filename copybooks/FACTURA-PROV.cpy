      *================================================================*
      *> Copybook FACTURA-PROV
      *> Layout unico del registro de Facturas-Prov.DAT, las facturas
      *> de proveedor controladas contra la orden de compra y la
      *> recepcion (match de tres vias). La linea 000 es la cabecera
      *> (proveedor, numero de factura del proveedor, resultado
      *> global, importes fiscales); las lineas 001 en adelante
      *> llevan cada renglon facturado con el resultado de su
      *> control: OK, CANTIDAD (facturan mas de lo recibido), PRECIO
      *> (costo fuera de tolerancia) o AMBAS. La factura 000000
      *> linea 000 es el registro de control con el proximo numero
      *> interno a asignar. El conjunto de cabeceras por proveedor
      *> es la cuenta a pagar; el mismo archivo alimenta el credito
      *> fiscal y el libro de IVA compras.
      *================================================================*
       01  FP-Rec.
           05 FP-Clave.
               10 FP-Numero            PIC 9(6).
               10 FP-Linea             PIC 9(3).
           05 FP-Proveedor             PIC X(10).
           05 FP-Factura-Prov          PIC X(15).
           05 FP-Estado                PIC X(10).
           05 FP-OC-Numero             PIC 9(6).
           05 FP-OC-Linea              PIC 9(3).
           05 FP-Product-ID            PIC X(10).
           05 FP-Cantidad              PIC 9(7).
           05 FP-Costo                 PIC 9(5)V99.
           05 FP-Importe               PIC 9(13)V99.
           05 FP-Marca                 PIC X(10).
           05 FP-Fecha.
               10 FP-Ano               PIC 9(4).
               10 FP-Mes               PIC 9(2).
               10 FP-Dia               PIC 99.
           05 FP-Usuario               PIC X(10).
           05 FP-Proximo-Numero        PIC 9(6).
      *>   Cuenta a pagar, en la cabecera: fecha de la factura del
      *>   proveedor y vencimiento segun PROV-Cond-Pago (ambos
      *>   AAAAMMDD) y lo ya cancelado con pagos de Pagos-Prov.DAT.
      *>   El saldo de la factura es FP-Importe - FP-Pagado.
           05 FP-Fecha-Factura         PIC 9(8).
           05 FP-Vencimiento           PIC 9(8).
           05 FP-Pagado                PIC 9(13)V99.
      *>   Importes fiscales, en la cabecera. FP-Letra es la del
      *>   comprobante del proveedor: A y M discriminan IVA y dan
      *>   credito fiscal, en B y C todo el importe va a
      *>   FP-No-Gravado. El IVA se guarda por alicuota tal como
      *>   viene en el papel. En la cabecera FP-Importe es el total
      *>   del comprobante (neto gravado + exento + no gravado +
      *>   IVA), lo que se le debe al proveedor; en las lineas sigue
      *>   siendo cantidad por costo. Cabeceras con FP-Letra en
      *>   blanco son anteriores a la discriminacion: FP-Importe es
      *>   el neto de las lineas y no tienen credito fiscal. OJO: al
      *>   crecer el registro un Facturas-Prov.DAT del layout
      *>   anterior debe recrearse en el corte.
           05 FP-Letra                 PIC X(1).
           05 FP-Neto-Gravado          PIC 9(13)V99.
           05 FP-Exento                PIC 9(13)V99.
           05 FP-No-Gravado            PIC 9(13)V99.
           05 FP-IVA                   PIC 9(13)V99.
           05 FP-Alicuotas-Usadas      PIC 9(1).
           05 FP-Alicuota OCCURS 5 TIMES.
               10 FP-AL-Tasa           PIC 9(2)V99.
               10 FP-AL-Neto           PIC 9(13)V99.
               10 FP-AL-IVA            PIC 9(13)V99.
