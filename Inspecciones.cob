           05 QC-Muestra               PIC 9(5).

       FD  Inspecciones.
           COPY INSPECCION.

       FD  Productos.
           COPY PRODUCTO.
