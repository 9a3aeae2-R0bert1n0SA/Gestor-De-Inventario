      *>   Categoria de IVA del producto, validada contra la tabla
      *>   de tasas de Tipos-IVA.DAT (21 = general, 10 = reducida,
      *>   EX = exento). En blanco rige el porcentaje general del
      *>   parametro IVA-PCT. OJO: al crecer el registro se sube
      *>   la version vigente en el copybook LAYOUT y en el corte
      *>   se convierten Productos.DAT y los respaldos con la
      *>   conversion de layouts.
           05 P-Categoria-IVA           PIC X(2).
      *>   Meses de garantia que se prometen al cliente; 0 = sin
      *>   garantia. Con el despacho de cada numero de serie se
      *>   de factura contra el y deja la variacion de precio de
      *>   compra en Variaciones-Compra.DAT.
           05 P-Costo-Estandar          PIC 9(5)V99.
      *>   Peso (kg) y volumen (m3) de una unidad de venta; con ellos
      *>   el remito totaliza su carga y el despacho la compara con
      *>   la capacidad del vehiculo. En 0 el producto no suma.
           05 P-Peso-Unitario           PIC 9(5)V999.
           05 P-Volumen-Unitario        PIC 9(3)V9(4).
