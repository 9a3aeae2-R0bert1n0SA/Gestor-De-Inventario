      *================================================================*
      *> Copybook BULTO
      *> Layout del registro de Bultos.DAT: un registro por bulto
      *> fisico de un remito, declarado por el embalador al armarlo.
      *> BU-Codigo-Barras es el codigo secuencial de la etiqueta del
      *> bulto (BUL + numero del parametro PROX-COD-BULTO).
      *> BU-Estado: ARMADO al declararlo, ENVIADO cuando el remito
      *> sube a un despacho (BU-Despacho), ENTREGADO cuando el
      *> cliente lo firma y FALTANTE si no llego; el faltante abre
      *> el reclamo al transportista del despacho. ANULADO cuando
      *> se anula el remito antes de que el despacho salga.
      *================================================================*
       01  BU-Rec.
           05 BU-Clave.
               10 BU-Remito            PIC 9(6).
               10 BU-Numero            PIC 9(3).
           05 BU-Codigo-Barras         PIC X(20).
           05 BU-Contenido             PIC X(60).
           05 BU-Estado                PIC X(10).
           05 BU-Despacho              PIC 9(6).
           05 BU-Fecha                 PIC 9(8).
           05 BU-Fecha-Estado          PIC 9(8).
           05 BU-Usuario               PIC X(10).
