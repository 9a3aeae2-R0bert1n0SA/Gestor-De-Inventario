      *================================================================*
      *> Copybook CAMBIO-MAESTRO
      *> Layout del registro de Cambios-Maestros.DAT, el diario de
      *> cambios de los maestros que no son productos (los cambios
      *> de un producto ya quedan en Movimientos.DAT). Un registro
      *> por campo cambiado, con el valor anterior y el nuevo como
      *> texto; un alta deja un registro por campo cargado con el
      *> anterior en blanco y una baja el anterior con el nuevo en
      *> blanco. Indexado por CM-Clave (archivo + registro + fecha
      *> + hora + secuencia), asi la historia de un registro se lee
      *> en orden con un START directo.
      *> CM-Archivo: CLIENTES, PROVEEDORES, LISTAS-PRECIOS,
      *> PARAMETROS, PERFILES, USUARIOS o TIPOS-CAMBIO.
      *> CM-Sensible 'S' lo marca el subprograma Cambios-Maestros
      *> (limites de credito, umbrales de aprobacion, permisos y
      *> tipos de cambio); esos van al informe diario que visa el
      *> supervisor, que queda en CM-Visado-Por y CM-Fecha-Visado.
      *================================================================*
       01  CM-Rec.
           05 CM-Clave.
               10 CM-Archivo           PIC X(14).
               10 CM-Registro          PIC X(20).
               10 CM-Fecha             PIC 9(8).
               10 CM-Hora              PIC 9(8).
               10 CM-Secuencia         PIC 9(3).
           05 CM-Campo                 PIC X(20).
           05 CM-Antes                 PIC X(40).
           05 CM-Despues               PIC X(40).
           05 CM-Usuario               PIC X(10).
           05 CM-Sensible              PIC X(1).
           05 CM-Visado-Por            PIC X(10).
           05 CM-Fecha-Visado          PIC 9(8).
