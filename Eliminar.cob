      *>  Product/PRODUCTO-NP), igual que Backup-Rec en Backup.cob, para
      *>  no tener que mantener un subconjunto de campos en este FD cada
      *>  vez que se agrega un campo nuevo al producto.
           05 PB-Producto           PIC X(549).
           05 PB-Fecha-Baja.
               10 PB-Ano-Baja       PIC 9(4).
               10 PB-Mes-Baja       PIC 9(2).
