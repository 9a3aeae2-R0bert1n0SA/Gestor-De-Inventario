       FILE SECTION.
       FD  ProductosBajas.
       01  Product-Baja.
           05 PB-Producto           PIC X(549).
           05 PB-Fecha-Baja.
               10 PB-Ano-Baja       PIC 9(4).
               10 PB-Mes-Baja       PIC 9(2).
      *>   que es la que casi siempre se quiere recuperar.
           01 WS-BajasTabla.
               05 WS-BJ-Entry OCCURS 100 TIMES.
                   10 WS-BJ-Producto   PIC X(549).
                   10 WS-BJ-Fecha      PIC X(8).
           01 WS-BajasUsadas           PIC 9(3) VALUE 0.
           01 WS-BJ-Idx                PIC 9(3).
