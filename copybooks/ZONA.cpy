      *================================================================*
      *> Copybook ZONA
      *> Layout unico del registro de Zonas.DAT, las zonas de
      *> reparto. ZN-Dias marca con 'S' los dias en que el camion
      *> sale a la zona, en orden lunes a domingo (posicion 1 =
      *> lunes). Una zona sin ningun dia marcado no tiene
      *> restriccion: los pedidos se prometen cualquier dia.
      *================================================================*
       01  ZN-Rec.
           05 ZN-Codigo                PIC X(5).
           05 ZN-Descripcion           PIC X(30).
           05 ZN-Dias                  PIC X(7).
           05 ZN-Estado                PIC X(1).
           05 ZN-Usuario               PIC X(10).
