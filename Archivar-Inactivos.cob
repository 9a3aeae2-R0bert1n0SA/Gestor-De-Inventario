      *>  Product/PRODUCTO), igual que Backup-Rec en Backup.cob, para
      *>  no tener que mantener un subconjunto de campos en este FD
      *>  cada vez que se agrega un campo nuevo al producto.
           05 PH-Producto           PIC X(549).
           05 PH-Fecha-Archivo.
               10 PH-Ano-Archivo        PIC 9(4).
               10 PH-Mes-Archivo        PIC 9(2).
