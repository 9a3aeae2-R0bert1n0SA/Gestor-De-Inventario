      *> mercaderia propia en consignacion a un cliente y
      *> devolucion de su saldo no vendido), REPACK (reempaque
      *> entre codigos: salida del producto origen y entrada del
      *> destino como una sola operacion), ANUREM (vuelta de stock
      *> por anulacion de un remito despachado), CONINT (consumo
      *> interno de insumos: el campo de categoria antes lleva la
      *> categoria del producto y el de despues el centro de costo
      *> solicitante en las posiciones 1-10 y el usuario que
      *> autorizo en las 11-20). MOV-Sucursal
      *> es la sucursal de la sesion que escribio el movimiento.
      *================================================================*
       01  Mov-Rec.
      *>   ROT rotura, HUR hurto, ERR error de conteo, DAT error
      *>   de datos, VEN vencimiento, DES descarte, OTR otros);
      *>   en blanco para las operaciones que no son ajustes.
      *>   OJO: al crecer el registro se sube la version vigente
      *>   en el copybook LAYOUT y en el corte se convierten el
      *>   archivo vivo y los Movimientos-AAAAMM.DAT rotados con
      *>   la conversion de layouts.
           05 MOV-Motivo             PIC X(3).
      *>   Identificador de corrida batch que escribio el
      *>   movimiento (lo asigna Corridas y lo estampa el
