      *================================================================*
      *> Copybook NOTIFICACION
      *> Layout del registro de Notificaciones-Salida.DAT, la bandeja
      *> de salida que levanta la pasarela de correo. Cada mensaje
      *> es una cabecera ('C') con el evento, el destinatario y el
      *> asunto, seguida de sus lineas de detalle ('D') y cerrada
      *> por un registro de fin ('F') con la cantidad de lineas.
      *> Todos los registros de un mensaje comparten NT-Id (fecha,
      *> hora de la corrida y secuencia). El archivo solo crece: la
      *> pasarela lo renombra cuando lo toma y el proximo aviso
      *> arranca uno nuevo.
      *> NT-Evento: ALERTA, APROBACION, DESPACHO, EXCEPCION,
      *> TRABAJO, o RESUMEN para el resumen diario de un usuario.
      *================================================================*
       01  NT-Rec.
           05 NT-Tipo-Registro         PIC X(1).
           05 NT-Id.
               10 NT-Fecha             PIC 9(8).
               10 NT-Hora              PIC 9(6).
               10 NT-Secuencia         PIC 9(4).
           05 NT-Cuerpo                PIC X(150).
           05 NT-Cabecera REDEFINES NT-Cuerpo.
               10 NT-Evento            PIC X(10).
               10 NT-Usuario           PIC X(10).
               10 NT-Direccion         PIC X(50).
               10 NT-Asunto            PIC X(60).
               10 FILLER               PIC X(20).
           05 NT-Detalle REDEFINES NT-Cuerpo.
               10 NT-Texto             PIC X(120).
               10 FILLER               PIC X(30).
           05 NT-Fin REDEFINES NT-Cuerpo.
               10 NT-Lineas            PIC 9(4).
               10 FILLER               PIC X(146).
