      *> PROV-Estado 'I' marca un proveedor al que ya no se compra;
      *> se conserva el registro por los productos y la historia que
      *> lo referencian. En blanco o 'A' esta activo.
      *> PROV-CUIT identifica al proveedor en el libro de IVA
      *> compras. OJO: al crecer el registro Proveedores.DAT del
      *> layout anterior debe recrearse en el corte, y la copia de
      *> Practica-Refresco acompana el largo.
      *================================================================*
       01  Prov-Rec.
           05 PROV-Codigo              PIC X(10).
           05 PROV-Direccion           PIC X(50).
           05 PROV-Cond-Pago           PIC X(20).
           05 PROV-Estado              PIC X(1).
           05 PROV-CUIT                PIC X(13).
