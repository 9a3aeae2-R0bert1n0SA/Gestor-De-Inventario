
       FD  ProductosHistorico.
       01  Product-Historico.
           05 PH-Producto           PIC X(549).
           05 PH-Fecha-Archivo.
               10 PH-Ano-Archivo        PIC 9(4).
               10 PH-Mes-Archivo        PIC 9(2).

       FD  ProductosBajas.
       01  Product-Baja.
           05 PB-Producto           PIC X(549).
           05 PB-Fecha-Baja.
               10 PB-Ano-Baja       PIC 9(4).
               10 PB-Mes-Baja       PIC 9(2).
