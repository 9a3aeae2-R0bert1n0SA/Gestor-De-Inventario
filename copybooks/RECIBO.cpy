      *================================================================*
      *> Copybook RECIBO
      *> Layout unico del registro de Recibos.DAT, los recibos de
      *> cobranza a clientes. La linea 000 es la cabecera (cliente,
      *> importe cobrado, medio de pago y lo que quedo a cuenta sin
      *> aplicar); las lineas 001 en adelante aplican parte del
      *> cobro a una factura de Facturas.DAT (RC-Factura). El
      *> importe total del recibo entra en la cuenta corriente como
      *> un CREDITO con referencia "RECIBO nnnnnn". Un saldo a
      *> cuenta se aplica despues agregando lineas al mismo recibo.
      *> El recibo 000000 linea 000 es el registro de control con el
      *> proximo numero a asignar.
      *================================================================*
       01  RC-Rec.
           05 RC-Clave.
               10 RC-Numero            PIC 9(6).
               10 RC-Linea             PIC 9(3).
           05 RC-Cliente               PIC X(10).
           05 RC-Factura               PIC 9(6).
           05 RC-Importe               PIC 9(13)V99.
           05 RC-A-Cuenta              PIC 9(13)V99.
           05 RC-Referencia            PIC X(20).
           05 RC-Fecha.
               10 RC-Ano               PIC 9(4).
               10 RC-Mes               PIC 9(2).
               10 RC-Dia               PIC 99.
           05 RC-Usuario               PIC X(10).
           05 RC-Proximo-Numero        PIC 9(6).
