
       FD  ProductosBajas.
       01  Product-Baja.
           05 PB-Producto           PIC X(549).
           05 PB-Fecha-Baja.
               10 PB-Ano-Baja       PIC 9(4).
               10 PB-Mes-Baja       PIC 9(2).
           01 WS-Usuario               PIC X(10).
           01 WS-ID-A                  PIC X(10).
           01 WS-ID-B                  PIC X(10).
           01 WS-Producto-A            PIC X(549).
           01 WS-Producto-B            PIC X(549).
      *>   Vista del desglose por ubicacion dentro de la copia de B
      *>   (mismas posiciones que PRODUCTO.cpy).
           01 WS-ProductoB-R REDEFINES WS-Producto-B.
