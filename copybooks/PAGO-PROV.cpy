      *================================================================*
      *> Copybook PAGO-PROV
      *> Layout unico del registro de Pagos-Prov.DAT, los pagos a
      *> proveedores (y los creditos que quedan a cuenta de su
      *> deuda, como la liquidacion de una bonificacion por
      *> volumen).
      *================================================================*
       01  PP-Rec.
      *>  Pagos a proveedores. La linea 000 es la cabecera del pago
      *>  (proveedor, importe, referencia y lo que quedo a cuenta
      *>  sin aplicar); las lineas 001 en adelante aplican parte
      *>  del pago a una factura (PP-FP-Numero es el numero interno
      *>  de Facturas-Prov.DAT). Un saldo a cuenta se puede aplicar
      *>  despues, agregando lineas al mismo pago. El pago 000000
      *>  linea 000 es el registro de control con el proximo
      *>  numero a asignar.
           05 PP-Clave.
               10 PP-Numero            PIC 9(6).
               10 PP-Linea             PIC 9(3).
           05 PP-Proveedor             PIC X(10).
           05 PP-FP-Numero             PIC 9(6).
           05 PP-Factura-Prov          PIC X(15).
           05 PP-Importe               PIC 9(13)V99.
           05 PP-A-Cuenta              PIC 9(13)V99.
           05 PP-Referencia            PIC X(20).
           05 PP-Fecha.
               10 PP-Ano               PIC 9(4).
               10 PP-Mes               PIC 9(2).
               10 PP-Dia               PIC 99.
           05 PP-Usuario               PIC X(10).
           05 PP-Proximo-Numero        PIC 9(6).
