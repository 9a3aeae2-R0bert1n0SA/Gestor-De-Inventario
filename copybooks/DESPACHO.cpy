      *================================================================*
      *> Copybook DESPACHO
      *> Layout unico del registro de Despachos.DAT. Lo graba
      *> Despachos; Pedidos-Web lo lee para informar a la tienda
      *> el transportista y el seguimiento de lo enviado.
      *================================================================*
       01  DE-Rec.
      *>  Envios fisicos: un despacho agrupa uno o mas remitos ya
      *>  DESPACHADO con su transportista y referencia de
      *>  seguimiento. La linea 000 es la cabecera; las lineas 001
      *>  en adelante llevan un remito cada una. El despacho 000000
      *>  linea 000 es el registro de control con el proximo numero
      *>  a asignar. DE-Estado: ENVIADO hasta que el cliente firma;
      *>  la confirmacion guarda fecha y quien recibio. El informe
      *>  de no confirmados reemplaza el llamado al chofer.
           05 DE-Clave.
               10 DE-Numero            PIC 9(6).
               10 DE-Linea             PIC 9(3).
           05 DE-Transportista         PIC X(30).
           05 DE-Tracking              PIC X(20).
           05 DE-Remito                PIC 9(6).
           05 DE-Estado                PIC X(10).
           05 DE-Fecha                 PIC 9(8).
           05 DE-Fecha-Confirmacion    PIC 9(8).
           05 DE-Recibido-Por          PIC X(30).
           05 DE-Usuario               PIC X(10).
           05 DE-Proximo-Numero        PIC 9(6).
      *>  Zona de reparto del despacho (cabecera): los remitos se
      *>  agrupan por la zona de su domicilio de entrega. En blanco
      *>  en los despachos sin zona. OJO: un Despachos.DAT del
      *>  layout anterior debe recrearse en el corte.
           05 DE-Zona                  PIC X(5).
      *>  Vehiculo propio que hace el viaje (Vehiculos.DAT; en
      *>  blanco con transporte tercerizado) y carga total de los
      *>  remitos del despacho, en la cabecera.
           05 DE-Vehiculo              PIC X(10).
           05 DE-Peso-Total            PIC 9(7)V999.
           05 DE-Volumen-Total         PIC 9(5)V9(4).
      *>  Bultos no recibidos al confirmar (por remito en cada
      *>  linea, total en la cabecera). Con faltantes el despacho
      *>  queda PARCIAL y se abre el reclamo al transportista
      *>  (ABIERTO / CERRADO, con la resolucion y su fecha).
           05 DE-Bultos-Faltantes      PIC 9(3).
           05 DE-Reclamo-Estado        PIC X(10).
           05 DE-Reclamo-Resolucion    PIC X(30).
           05 DE-Reclamo-Fecha         PIC 9(8).
      *>  Codigo de operacion de traslado (COT). DE-Valor es el
      *>  valor del remito en la linea y el total en la cabecera;
      *>  desde el monto del parametro COT-MONTO-MINIMO el despacho
      *>  nace PEND-COT (no sale ni se confirma) con la solicitud
      *>  generada, y pasa a ENVIADO cuando todos sus remitos tienen
      *>  COT. DE-COT-Estado en la cabecera: PENDIENTE, AUTORIZADO
      *>  o RECHAZADO (con el motivo); en blanco no lleva COT. El
      *>  COT y su vencimiento se guardan en cada linea.
           05 DE-Valor                 PIC 9(13)V99.
           05 DE-Patente               PIC X(10).
           05 DE-COT-Estado            PIC X(10).
           05 DE-COT-Intento           PIC 9(2).
           05 DE-COT-Motivo            PIC X(40).
           05 DE-COT                   PIC X(20).
           05 DE-COT-Vto               PIC 9(8).
