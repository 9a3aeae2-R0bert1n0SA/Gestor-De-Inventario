      *================================================================*
      *> Copybook AVISO-DESPACHO
      *> Layout unico del registro de Avisos-Despacho.DAT, los
      *> avisos de despacho de los proveedores; lo leen tambien los
      *> turnos de recepcion para reservar el anden de un aviso.
      *================================================================*
       01  AV-Rec.
      *>  Avisos de despacho de los proveedores (lo que sale del
      *>  deposito del proveedor antes de que llegue el camion):
      *>  un registro por linea de orden de compra avisada, con la
      *>  cantidad, el lote y el vencimiento. Todas las lineas de un
      *>  mismo aviso comparten AV-Numero. La recepcion confirma
      *>  contra el aviso (RECIBIDO, o DIFERENCIA si llego otra
      *>  cantidad); los ingresos de una orden sin aviso quedan
      *>  como SIN-AVISO para el informe. El registro 000000/000 es
      *>  el de control con el proximo numero de aviso.
           05 AV-Clave.
               10 AV-Numero            PIC 9(6).
               10 AV-Linea             PIC 9(3).
           05 AV-Proveedor             PIC X(10).
           05 AV-Referencia            PIC X(20).
           05 AV-Orden                 PIC 9(6).
           05 AV-OC-Linea              PIC 9(3).
           05 AV-Product-ID            PIC X(10).
           05 AV-Codigo-Articulo       PIC X(20).
           05 AV-Cantidad              PIC 9(7).
           05 AV-Lote                  PIC X(10).
           05 AV-Vencimiento           PIC 9(8).
           05 AV-Fecha-Aviso           PIC 9(8).
           05 AV-Fecha-Arribo          PIC 9(8).
           05 AV-Estado                PIC X(10).
           05 AV-Cantidad-Recibida     PIC 9(7).
           05 AV-Fecha-Recepcion       PIC 9(8).
           05 AV-Usuario               PIC X(10).
           05 AV-Proximo-Numero        PIC 9(6).
