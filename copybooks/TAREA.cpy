      *================================================================*
      *> Copybook TAREA
      *> Layout del registro de Tareas.DAT, las tareas de deposito
      *> pendientes de hacer en el piso. Indexado por TA-Numero; el
      *> registro 000000 es el control con el proximo numero.
      *> TA-Tipo: REPOS (reposicion de la cara de picking desde una
      *> ubicacion de reserva, generada por Reposicion), GUARDA
      *> (guardado de lo recibido en Recepciones), PICK (picking de
      *> una ola de Remitos), TRASLA (traslado entre ubicaciones
      *> pedido desde Traslados), CONTEO (conteo ciclico del dia) y
      *> EXCEP (excepcion levantada al importar una confirmacion
      *> con faltante o ubicacion equivocada; TA-Tarea-Origen es la
      *> tarea que la genero y TA-Observacion dice que paso).
      *> TA-Estado: PENDIENTE al generarla, ENVIADA cuando salio al
      *> handheld del operador, CONFIRMADA al postear el movimiento
      *> con la cantidad realmente hecha (TA-Cantidad-Confirmada,
      *> en la ubicacion leida TA-Ubicacion-Real), EXCEPCION si la
      *> confirmacion no se pudo postear y ANULADA si se descarta.
      *> TA-Pallet es el pallet (LPN) de donde se toma, si la
      *> mercaderia de reserva esta paletizada.
      *> TA-Prioridad va de 1 (urgente) a 9; TA-Zona es el tramo
      *> antes del primer guion del codigo de la ubicacion donde
      *> arranca la tarea (TA-Desde, o TA-Hacia si no tiene):
      *> A-01-03 es la zona A. TA-Operador es el usuario al que
      *> esta asignada (en blanco, sin asignar) y TA-Referencia el
      *> documento que la origino (orden de compra, remito).
      *================================================================*
       01  TA-Rec.
           05 TA-Numero                PIC 9(6).
           05 TA-Tipo                  PIC X(6).
           05 TA-Estado                PIC X(10).
           05 TA-Product-ID            PIC X(10).
           05 TA-Lote                  PIC X(10).
           05 TA-Pallet                PIC 9(6).
           05 TA-Desde                 PIC X(20).
           05 TA-Hacia                 PIC X(20).
           05 TA-Cantidad              PIC 9(7).
           05 TA-Cantidad-Confirmada   PIC 9(7).
           05 TA-Fecha-Alta            PIC 9(8).
           05 TA-Hora-Alta             PIC 9(6).
           05 TA-Fecha-Cierre          PIC 9(8).
           05 TA-Hora-Cierre           PIC 9(6).
           05 TA-Usuario               PIC X(10).
           05 TA-Prioridad             PIC 9(1).
           05 TA-Operador              PIC X(10).
           05 TA-Zona                  PIC X(10).
           05 TA-Referencia            PIC 9(6).
           05 TA-Tarea-Origen          PIC 9(6).
           05 TA-Ubicacion-Real        PIC X(20).
           05 TA-Observacion           PIC X(30).
           05 TA-Proximo-Numero        PIC 9(6).
