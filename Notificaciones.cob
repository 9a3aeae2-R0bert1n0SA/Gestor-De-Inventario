       IDENTIFICATION DIVISION.
       PROGRAM-ID. Notificaciones AS "Notificaciones".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Suscripciones ASSIGN TO 'Suscripciones.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-Clave
               FILE STATUS IS WS-SuscStatus.

           SELECT Enviadas ASSIGN TO 'Notificaciones-Enviadas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NE-Clave
               FILE STATUS IS WS-EnviadasStatus.

           SELECT Salida ASSIGN TO 'Notificaciones-Salida.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SalidaStatus.

           SELECT Usuarios ASSIGN TO 'Usuarios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-Usuario
               FILE STATUS IS WS-UsuariosStatus.

           SELECT Alertas ASSIGN TO 'Alertas.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AlertStatus.

           SELECT Pendientes ASSIGN TO 'Pendientes-Aprobacion.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-Numero
               FILE STATUS IS WS-PendientesStatus.

           SELECT Despachos ASSIGN TO 'Despachos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-Clave
               FILE STATUS IS WS-DespachosStatus.

           SELECT ControlTrabajos ASSIGN TO 'Control-Trabajos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-Clave
               FILE STATUS IS WS-ControlStatus.

           SELECT ExcepcionesDia ASSIGN TO WS-NombreExcepciones
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ExcStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Suscripciones.
       01  SU-Rec.
      *>  A quien se avisa de cada tipo de evento: un registro por
      *>  usuario y evento, con la direccion de correo y el modo
      *>  ('I' un mensaje por aviso, 'D' todo junto en el resumen
      *>  diario).
           05 SU-Clave.
               10 SU-Usuario           PIC X(10).
               10 SU-Evento            PIC X(10).
           05 SU-Direccion             PIC X(50).
           05 SU-Modo                  PIC X(1).
           05 SU-Fecha                 PIC 9(8).
           05 SU-Alta-Usuario          PIC X(10).

       FD  Enviadas.
       01  NE-Rec.
      *>  Cada aviso que ya se le dio a un usuario: la clave con la
      *>  referencia del evento (producto y fecha de la alerta,
      *>  numero de pedido o de despacho, trabajo y arranque) es lo
      *>  que impide repetirlo en la corrida siguiente. Los de modo
      *>  resumen quedan 'P' hasta que sale el resumen diario y
      *>  pasan a 'E'.
           05 NE-Clave.
               10 NE-Usuario           PIC X(10).
               10 NE-Evento            PIC X(10).
               10 NE-Referencia        PIC X(40).
           05 NE-Fecha                 PIC 9(8).
           05 NE-Direccion             PIC X(50).
           05 NE-Asunto                PIC X(60).
           05 NE-Detalle               PIC X(120).
           05 NE-Estado                PIC X(1).
           05 NE-Fecha-Envio           PIC 9(8).

       FD  Salida.
           COPY NOTIFICACION.

       FD  Usuarios.
      *>  Mismo layout que declaran Gestion-Inventario y
      *>  Usuarios-Admin para Usuarios.DAT.
       01  Usr-Rec.
           05 US-Usuario             PIC X(10).
           05 US-Sal                 PIC X(10).
           05 US-Rol                 PIC X(1).
           05 US-Estado              PIC X(1).
           05 US-Perfil              PIC X(10).
           05 US-Clave-Hash          PIC X(40).
           05 US-Fecha-Clave         PIC 9(8).
           05 US-Intentos            PIC 9(2).
           05 US-Cambiar-Clave       PIC X(1).
           05 US-Historial-Claves.
               10 US-Hist-Hash       PIC X(40) OCCURS 5 TIMES.

       FD  Alertas.
           COPY ALERTA.

       FD  Pendientes.
           COPY APROBACION.

       FD  Despachos.
           COPY DESPACHO.

       FD  ControlTrabajos.
      *>  Mismo layout que declara Control-Trabajos.cob.
       01  CJ-Rec.
           05 CJ-Clave.
               10 CJ-Trabajo           PIC X(20).
               10 CJ-Fecha             PIC 9(8).
               10 CJ-Hora-Inicio       PIC 9(6).
           05 CJ-Estado                PIC X(10).
           05 CJ-Hora-Fin              PIC 9(6).
           05 CJ-Contador-1            PIC 9(7).
           05 CJ-Contador-2            PIC 9(7).
           05 CJ-Contador-3            PIC 9(7).

       FD  ExcepcionesDia.
       01  EX-Linea                    PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-SuscStatus        PIC XX.
               05 WS-EnviadasStatus    PIC XX.
               05 WS-SalidaStatus      PIC XX.
               05 WS-UsuariosStatus    PIC XX.
               05 WS-AlertStatus       PIC XX.
               05 WS-PendientesStatus  PIC XX.
               05 WS-DespachosStatus   PIC XX.
               05 WS-ControlStatus     PIC XX.
               05 WS-ExcStatus         PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-SalidaAbierta     PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoraActual            PIC 9(8).
           01 WS-HoraNum               PIC 9(6).
           01 WS-HoraDia               PIC 9(2).
           01 WS-Usuario               PIC X(10).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-ValorParam            PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-NombreExcepciones     PIC X(40).

      *>   Datos del evento que se esta avisando.
           01 WS-Evento                PIC X(10).
           01 WS-Referencia            PIC X(40).
           01 WS-Asunto                PIC X(60).
           01 WS-Detalle               PIC X(120).
           01 WS-EventoOk              PIC X(1).

      *>   Alta de una suscripcion.
           01 WS-UsuarioSus            PIC X(10).
           01 WS-EventoSus             PIC X(10).
           01 WS-DireccionSus          PIC X(50).
           01 WS-ModoSus               PIC X(1).
           01 WS-UsuarioOk             PIC X(1).

      *>   Mensaje que se esta armando en la bandeja de salida.
           01 WS-MsgId.
               05 WS-Msg-Fecha         PIC 9(8).
               05 WS-Msg-Hora          PIC 9(6).
               05 WS-Msg-Secuencia     PIC 9(4).
           01 WS-Secuencia             PIC 9(4) VALUE 0.
           01 WS-DestUsuario           PIC X(10).
           01 WS-DestDireccion         PIC X(50).
           01 WS-LineasMsg             PIC 9(4).
           01 WS-Linea                 PIC X(120).
           01 WS-UsuarioResumen        PIC X(10).

      *>   Umbrales de demora y calculo de antiguedad.
           01 WS-DiasDespacho          PIC 9(3).
           01 WS-HorasTrabajo          PIC 9(3).
           01 WS-HoyInt                PIC 9(9).
           01 WS-FechaInt              PIC 9(9).
           01 WS-Dias                  PIC S9(7).
           01 WS-Horas                 PIC S9(7).
           01 WS-HoraInicio            PIC 9(2).
           01 WS-DiasEd                PIC Z(6)9.
           01 WS-HorasEd               PIC Z(6)9.

           01 WS-Eventos               PIC 9(5).
           01 WS-Emitidos              PIC 9(5).
           01 WS-EnResumen             PIC 9(5).
           01 WS-Duplicados            PIC 9(5).
           01 WS-Resumenes             PIC 9(5).
           01 WS-Resumidos             PIC 9(5).
           01 WS-Cantidad              PIC 9(5).

      *>   Suscripciones vigentes, cargadas al empezar la corrida
      *>   (solo las de usuarios activos).
           01 WS-SusTabla.
               05 WS-ST-Entry OCCURS 300 TIMES.
                   10 WS-ST-Usuario        PIC X(10).
                   10 WS-ST-Evento         PIC X(10).
                   10 WS-ST-Direccion      PIC X(50).
                   10 WS-ST-Modo           PIC X(1).
           01 WS-STUsados              PIC 9(3) VALUE 0.
           01 WS-ST-Idx                PIC 9(3).

       LINKAGE SECTION.
      *> Flag 1: genera los avisos de los eventos abiertos (lo corre
      *>         el cierre diario, sin operador).
      *> Flag 2: arma y deja en la bandeja el resumen diario de cada
      *>         usuario suscripto en modo resumen.
      *> Otro valor: menu de suscripciones y corridas a mano.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           ACCEPT WS-HoraActual FROM TIME
           DIVIDE WS-HoraActual BY 100 GIVING WS-HoraNum
           DIVIDE WS-HoraActual BY 1000000 GIVING WS-HoraDia
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Generar-Avisos
               WHEN 2
                   PERFORM Enviar-Resumen
               WHEN OTHER
                   PERFORM Menu-Notificaciones
           END-EVALUATE
       EXIT PROGRAM.


       Menu-Notificaciones.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Notificaciones por correo -------"
               DISPLAY "1. Suscribir un usuario a un evento"
               DISPLAY "2. Quitar una suscripcion"
               DISPLAY "3. Listar suscripciones"
               DISPLAY "4. Generar avisos ahora"
               DISPLAY "5. Enviar el resumen diario"
               DISPLAY "6. Avisos esperando el resumen"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Agregar-Suscripcion
                   WHEN 2
                       PERFORM Quitar-Suscripcion
                   WHEN 3
                       PERFORM Listar-Suscripciones
                   WHEN 4
                       PERFORM Generar-Avisos
                       DISPLAY "Presione Enter para continuar"
                       ACCEPT WS-EnterT
                   WHEN 5
                       PERFORM Enviar-Resumen
                       DISPLAY "Presione Enter para continuar"
                       ACCEPT WS-EnterT
                   WHEN 6
                       PERFORM Listar-En-Resumen
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Abrir-Suscripciones.
           OPEN I-O Suscripciones
           IF WS-SuscStatus = "35" THEN
               CLOSE Suscripciones
               OPEN OUTPUT Suscripciones
               CLOSE Suscripciones
               OPEN I-O Suscripciones
           END-IF
       EXIT.


       Abrir-Enviadas.
           OPEN I-O Enviadas
           IF WS-EnviadasStatus = "35" THEN
               CLOSE Enviadas
               OPEN OUTPUT Enviadas
               CLOSE Enviadas
               OPEN I-O Enviadas
           END-IF
       EXIT.


      *> La bandeja se abre recien con el primer mensaje de la
      *> corrida, asi una corrida sin novedades no toca el archivo
      *> que la pasarela puede estar levantando.
       Abrir-Salida.
           IF WS-SalidaAbierta = 'N' THEN
               OPEN EXTEND Salida
               IF WS-SalidaStatus = "35" THEN
                   OPEN OUTPUT Salida
               END-IF
               MOVE 'S' TO WS-SalidaAbierta
           END-IF
       EXIT.


       Cerrar-Salida.
           IF WS-SalidaAbierta = 'S' THEN
               CLOSE Salida
               MOVE 'N' TO WS-SalidaAbierta
           END-IF
       EXIT.


       Validar-Evento.
           INSPECT WS-EventoSus CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE WS-EventoSus
               WHEN "ALERTA"
               WHEN "APROBACION"
               WHEN "DESPACHO"
               WHEN "EXCEPCION"
               WHEN "TRABAJO"
                   MOVE 'S' TO WS-EventoOk
               WHEN OTHER
                   MOVE 'N' TO WS-EventoOk
           END-EVALUATE
       EXIT.


       Validar-Usuario.
           MOVE 'N' TO WS-UsuarioOk
           OPEN INPUT Usuarios
           IF WS-UsuariosStatus = "00" THEN
               MOVE WS-UsuarioSus TO US-Usuario
               READ Usuarios
                   INVALID KEY
                       DISPLAY "El usuario no existe."
                   NOT INVALID KEY
                       IF US-Estado = 'I' THEN
                           DISPLAY "El usuario esta inactivo."
                       ELSE
                           MOVE 'S' TO WS-UsuarioOk
                       END-IF
               END-READ
               CLOSE Usuarios
           ELSE
               CALL "Errores" USING WS-UsuariosStatus
           END-IF
       EXIT.


       Pedir-Suscripcion.
           DISPLAY "Usuario: "
           MOVE SPACES TO WS-UsuarioSus
           ACCEPT WS-UsuarioSus
           DISPLAY "Evento (ALERTA, APROBACION, DESPACHO, "
               "EXCEPCION, TRABAJO): "
           MOVE SPACES TO WS-EventoSus
           ACCEPT WS-EventoSus
           PERFORM Validar-Evento
       EXIT.


       Agregar-Suscripcion.
           PERFORM Pedir-Suscripcion
           IF WS-EventoOk = 'N' THEN
               DISPLAY "Evento no valido."
           ELSE
               PERFORM Validar-Usuario
               IF WS-UsuarioOk = 'S' THEN
                   DISPLAY "Direccion de correo: "
                   MOVE SPACES TO WS-DireccionSus
                   ACCEPT WS-DireccionSus
                   DISPLAY "Modo (I = cada aviso, D = resumen "
                       "diario): "
                   MOVE SPACES TO WS-ModoSus
                   ACCEPT WS-ModoSus
                   IF WS-ModoSus = 'd' THEN
                       MOVE 'D' TO WS-ModoSus
                   END-IF
                   IF WS-ModoSus NOT = 'D' THEN
                       MOVE 'I' TO WS-ModoSus
                   END-IF
                   IF WS-DireccionSus = SPACES THEN
                       DISPLAY "Falta la direccion de correo."
                   ELSE
                       PERFORM Grabar-Suscripcion
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Grabar-Suscripcion.
           PERFORM Abrir-Suscripciones
           IF WS-SuscStatus NOT = "00" THEN
               CALL "Errores" USING WS-SuscStatus
           ELSE
               MOVE WS-UsuarioSus TO SU-Usuario
               MOVE WS-EventoSus TO SU-Evento
               READ Suscripciones
                   INVALID KEY
                       MOVE WS-UsuarioSus TO SU-Usuario
                       MOVE WS-EventoSus TO SU-Evento
                       MOVE WS-DireccionSus TO SU-Direccion
                       MOVE WS-ModoSus TO SU-Modo
                       MOVE WS-HoyNum TO SU-Fecha
                       MOVE WS-Usuario TO SU-Alta-Usuario
                       WRITE SU-Rec
                       DISPLAY "Suscripcion registrada."
                   NOT INVALID KEY
                       MOVE WS-DireccionSus TO SU-Direccion
                       MOVE WS-ModoSus TO SU-Modo
                       MOVE WS-HoyNum TO SU-Fecha
                       MOVE WS-Usuario TO SU-Alta-Usuario
                       REWRITE SU-Rec
                       DISPLAY "Suscripcion actualizada."
               END-READ
               CLOSE Suscripciones
           END-IF
       EXIT.


       Quitar-Suscripcion.
           PERFORM Pedir-Suscripcion
           PERFORM Abrir-Suscripciones
           IF WS-SuscStatus = "00" THEN
               MOVE WS-UsuarioSus TO SU-Usuario
               MOVE WS-EventoSus TO SU-Evento
               READ Suscripciones
                   INVALID KEY
                       DISPLAY "No existe esa suscripcion."
                   NOT INVALID KEY
                       DELETE Suscripciones RECORD
                       DISPLAY "Suscripcion quitada."
               END-READ
               CLOSE Suscripciones
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Listar-Suscripciones.
           PERFORM Abrir-Suscripciones
           IF WS-SuscStatus = "00" THEN
               DISPLAY "--- Suscripciones a notificaciones ---"
               MOVE 0 TO WS-Cantidad
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Suscripciones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           ADD 1 TO WS-Cantidad
                           DISPLAY SU-Usuario " " SU-Evento " "
                               SU-Modo " "
                               FUNCTION TRIM(SU-Direccion)
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Suscripciones
               DISPLAY "Suscripciones: " WS-Cantidad
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Recorre los eventos abiertos y avisa a cada suscripto. Lo
      *> que ya se aviso a un usuario (misma referencia) no se
      *> repite; los suscriptos en modo resumen quedan esperando el
      *> resumen diario.
       Generar-Avisos.
           MOVE 0 TO WS-Eventos
           MOVE 0 TO WS-Emitidos
           MOVE 0 TO WS-EnResumen
           MOVE 0 TO WS-Duplicados
           PERFORM Cargar-Suscripciones
           IF WS-STUsados = 0 THEN
               DISPLAY "No hay suscripciones vigentes: no se "
                   "generan avisos."
           ELSE
               PERFORM Leer-Umbrales
               PERFORM Abrir-Enviadas
               IF WS-EnviadasStatus NOT = "00" THEN
                   CALL "Errores" USING WS-EnviadasStatus
               ELSE
                   PERFORM Revisar-Alertas
                   PERFORM Revisar-Aprobaciones
                   PERFORM Revisar-Despachos
                   PERFORM Revisar-Excepciones
                   PERFORM Revisar-Trabajos
                   CLOSE Enviadas
                   PERFORM Cerrar-Salida
               END-IF
               DISPLAY "Eventos abiertos: " WS-Eventos
                   "  mensajes a la bandeja: " WS-Emitidos
               DISPLAY "Para el resumen diario: " WS-EnResumen
                   "  ya avisados antes: " WS-Duplicados
           END-IF
       EXIT.


       Cargar-Suscripciones.
           MOVE 0 TO WS-STUsados
           OPEN INPUT Suscripciones
           IF WS-SuscStatus = "00" THEN
               OPEN INPUT Usuarios
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Suscripciones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Cargar-Suscripcion
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-UsuariosStatus = "00" THEN
                   CLOSE Usuarios
               END-IF
               CLOSE Suscripciones
           END-IF
       EXIT.


      *> Un usuario dado de baja o bloqueado deja de recibir avisos
      *> sin que haya que borrarle las suscripciones.
       Cargar-Suscripcion.
           MOVE 'S' TO WS-UsuarioOk
           IF WS-UsuariosStatus = "00" THEN
               MOVE SU-Usuario TO US-Usuario
               READ Usuarios
                   INVALID KEY
                       MOVE 'N' TO WS-UsuarioOk
                   NOT INVALID KEY
                       IF US-Estado = 'I' OR US-Estado = 'B' THEN
                           MOVE 'N' TO WS-UsuarioOk
                       END-IF
               END-READ
           END-IF
           IF WS-UsuarioOk = 'S' AND WS-STUsados < 300 THEN
               ADD 1 TO WS-STUsados
               MOVE SU-Usuario TO WS-ST-Usuario(WS-STUsados)
               MOVE SU-Evento TO WS-ST-Evento(WS-STUsados)
               MOVE SU-Direccion TO WS-ST-Direccion(WS-STUsados)
               MOVE SU-Modo TO WS-ST-Modo(WS-STUsados)
           END-IF
       EXIT.


       Leer-Umbrales.
           MOVE "5" TO WS-ValorParam
           MOVE "DIAS-DESPACHO-ALERTA" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam)
                   TO WS-DiasDespacho
           ELSE
               MOVE 5 TO WS-DiasDespacho
           END-IF
           MOVE "6" TO WS-ValorParam
           MOVE "HORAS-TRABAJO-ALERTA" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam)
                   TO WS-HorasTrabajo
           ELSE
               MOVE 6 TO WS-HorasTrabajo
           END-IF
       EXIT.


       Notificar-Evento.
           ADD 1 TO WS-Eventos
           PERFORM VARYING WS-ST-Idx FROM 1 BY 1
                   UNTIL WS-ST-Idx > WS-STUsados
               IF WS-ST-Evento(WS-ST-Idx) = WS-Evento THEN
                   PERFORM Notificar-Suscriptor
               END-IF
           END-PERFORM
       EXIT.


       Notificar-Suscriptor.
           MOVE WS-ST-Usuario(WS-ST-Idx) TO NE-Usuario
           MOVE WS-Evento TO NE-Evento
           MOVE WS-Referencia TO NE-Referencia
           MOVE WS-HoyNum TO NE-Fecha
           MOVE WS-ST-Direccion(WS-ST-Idx) TO NE-Direccion
           MOVE WS-Asunto TO NE-Asunto
           MOVE WS-Detalle TO NE-Detalle
           IF WS-ST-Modo(WS-ST-Idx) = 'D' THEN
               MOVE 'P' TO NE-Estado
               MOVE 0 TO NE-Fecha-Envio
           ELSE
               MOVE 'E' TO NE-Estado
               MOVE WS-HoyNum TO NE-Fecha-Envio
           END-IF
           WRITE NE-Rec
               INVALID KEY
                   ADD 1 TO WS-Duplicados
               NOT INVALID KEY
                   IF WS-ST-Modo(WS-ST-Idx) = 'D' THEN
                       ADD 1 TO WS-EnResumen
                   ELSE
                       PERFORM Emitir-Inmediato
                   END-IF
           END-WRITE
       EXIT.


       Emitir-Inmediato.
           PERFORM Abrir-Salida
           MOVE WS-ST-Usuario(WS-ST-Idx) TO WS-DestUsuario
           MOVE WS-ST-Direccion(WS-ST-Idx) TO WS-DestDireccion
           PERFORM Emitir-Cabecera
           MOVE WS-Detalle TO WS-Linea
           PERFORM Emitir-Linea
           MOVE SPACES TO WS-Linea
           STRING "Referencia: " WS-Referencia
               DELIMITED SIZE INTO WS-Linea
           PERFORM Emitir-Linea
           PERFORM Emitir-Fin
           ADD 1 TO WS-Emitidos
       EXIT.


      *> El registro del archivo no se conserva despues del WRITE:
      *> el identificador del mensaje se arma cada vez desde
      *> WS-MsgId.
       Emitir-Cabecera.
           ADD 1 TO WS-Secuencia
           MOVE WS-HoyNum TO WS-Msg-Fecha
           MOVE WS-HoraNum TO WS-Msg-Hora
           MOVE WS-Secuencia TO WS-Msg-Secuencia
           MOVE SPACES TO NT-Rec
           MOVE 'C' TO NT-Tipo-Registro
           MOVE WS-MsgId TO NT-Id
           MOVE WS-Evento TO NT-Evento
           MOVE WS-DestUsuario TO NT-Usuario
           MOVE WS-DestDireccion TO NT-Direccion
           MOVE WS-Asunto TO NT-Asunto
           WRITE NT-Rec
           MOVE 0 TO WS-LineasMsg
       EXIT.


       Emitir-Linea.
           MOVE SPACES TO NT-Rec
           MOVE 'D' TO NT-Tipo-Registro
           MOVE WS-MsgId TO NT-Id
           MOVE WS-Linea TO NT-Texto
           WRITE NT-Rec
           ADD 1 TO WS-LineasMsg
           MOVE SPACES TO WS-Linea
       EXIT.


       Emitir-Fin.
           MOVE SPACES TO NT-Rec
           MOVE 'F' TO NT-Tipo-Registro
           MOVE WS-MsgId TO NT-Id
           MOVE WS-LineasMsg TO NT-Lineas
           WRITE NT-Rec
       EXIT.


      *> Alertas de bajo stock sin gestionar.
       Revisar-Alertas.
           OPEN INPUT Alertas
           IF WS-AlertStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Alertas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF AL-Estado = "PENDIENTE" OR
                                   AL-Estado = SPACES THEN
                               PERFORM Avisar-Alerta
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Alertas
           END-IF
       EXIT.


       Avisar-Alerta.
           MOVE "ALERTA" TO WS-Evento
           MOVE SPACES TO WS-Referencia
           STRING AL-Product-ID " " AL-Fecha " " AL-Sucursal
               DELIMITED SIZE INTO WS-Referencia
           MOVE SPACES TO WS-Asunto
           STRING "Bajo stock: " FUNCTION TRIM(AL-Nombre)
               DELIMITED SIZE INTO WS-Asunto
           MOVE SPACES TO WS-Detalle
           STRING "Producto " AL-Product-ID " stock " AL-Stock
               " minimo " AL-Stock-Minimo " sucursal "
               AL-Sucursal " origen " FUNCTION TRIM(AL-Origen)
               DELIMITED SIZE INTO WS-Detalle
           PERFORM Notificar-Evento
       EXIT.


      *> Pedidos de aprobacion que esperan al segundo
      *> administrador.
       Revisar-Aprobaciones.
           OPEN INPUT Pendientes
           IF WS-PendientesStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Pendientes NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF PA-Numero > 0 AND
                                   PA-Estado = "PENDIENTE" THEN
                               PERFORM Avisar-Aprobacion
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Pendientes
           END-IF
       EXIT.


       Avisar-Aprobacion.
           MOVE "APROBACION" TO WS-Evento
           MOVE SPACES TO WS-Referencia
           MOVE PA-Numero TO WS-Referencia
           MOVE SPACES TO WS-Asunto
           STRING "Aprobacion pendiente nro " PA-Numero " ("
               FUNCTION TRIM(PA-Tipo) ")"
               DELIMITED SIZE INTO WS-Asunto
           MOVE SPACES TO WS-Detalle
           IF PA-Tipo = "PRECIO" THEN
               STRING "Producto " PA-Product-ID " precio nuevo "
                   PA-Precio-Nuevo " pedido por " PA-Solicitante
                   " el " PA-Fecha-Pedido
                   DELIMITED SIZE INTO WS-Detalle
           ELSE
               STRING "Producto " PA-Product-ID " cantidad "
                   PA-Cantidad " (" PA-Sentido ") pedido por "
                   PA-Solicitante " el " PA-Fecha-Pedido
                   DELIMITED SIZE INTO WS-Detalle
           END-IF
           PERFORM Notificar-Evento
       EXIT.


      *> Despachos ENVIADO sin confirmar por mas dias que los de
      *> DIAS-DESPACHO-ALERTA (el mismo umbral del informe de
      *> Despachos).
       Revisar-Despachos.
           OPEN INPUT Despachos
           IF WS-DespachosStatus = "00" THEN
               MOVE LOW-VALUES TO DE-Clave
               START Despachos KEY IS NOT LESS THAN DE-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Despachos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF DE-Numero > 0 AND DE-Linea = 0 AND
                                   DE-Estado = "ENVIADO" AND
                                   DE-Fecha > 0 THEN
                               PERFORM Evaluar-Despacho
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Despachos
           END-IF
       EXIT.


       Evaluar-Despacho.
           COMPUTE WS-FechaInt = FUNCTION INTEGER-OF-DATE(DE-Fecha)
           COMPUTE WS-Dias = WS-HoyInt - WS-FechaInt
           IF WS-Dias > WS-DiasDespacho THEN
               MOVE "DESPACHO" TO WS-Evento
               MOVE SPACES TO WS-Referencia
               MOVE DE-Numero TO WS-Referencia
               MOVE WS-Dias TO WS-DiasEd
               MOVE SPACES TO WS-Asunto
               STRING "Despacho " DE-Numero " sin confirmar hace "
                   FUNCTION TRIM(WS-DiasEd) " dias"
                   DELIMITED SIZE INTO WS-Asunto
               MOVE SPACES TO WS-Detalle
               STRING "Enviado el " DE-Fecha " por "
                   FUNCTION TRIM(DE-Transportista) ", ref "
                   FUNCTION TRIM(DE-Tracking) ", remito "
                   DE-Remito
                   DELIMITED SIZE INTO WS-Detalle
               PERFORM Notificar-Evento
           END-IF
       EXIT.


      *> Hallazgos del monitor de excepciones del dia (el archivo
      *> que deja Excepciones; si hoy no corrio no hay nada que
      *> avisar). La linea misma es la referencia: el mismo
      *> hallazgo no se vuelve a avisar mientras no cambie.
       Revisar-Excepciones.
           MOVE SPACES TO WS-NombreExcepciones
           STRING "Excepciones-" WS-HoyNum ".TXT"
               DELIMITED SIZE INTO WS-NombreExcepciones
           OPEN INPUT ExcepcionesDia
           IF WS-ExcStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ExcepcionesDia NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF EX-Linea NOT = SPACES THEN
                               PERFORM Avisar-Excepcion
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ExcepcionesDia
           END-IF
       EXIT.


       Avisar-Excepcion.
           MOVE "EXCEPCION" TO WS-Evento
           MOVE EX-Linea(1:40) TO WS-Referencia
           MOVE SPACES TO WS-Asunto
           STRING "Excepcion de negocio: " EX-Linea
               DELIMITED SIZE INTO WS-Asunto
           MOVE EX-Linea TO WS-Detalle
           PERFORM Notificar-Evento
       EXIT.


      *> Corridas que quedaron INICIADO mas horas que las de
      *> HORAS-TRABAJO-ALERTA: el trabajo se cayo sin registrar el
      *> fin.
       Revisar-Trabajos.
           OPEN INPUT ControlTrabajos
           IF WS-ControlStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ControlTrabajos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CJ-Estado = "INICIADO" AND
                                   CJ-Fecha > 0 THEN
                               PERFORM Evaluar-Trabajo
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ControlTrabajos
           END-IF
       EXIT.


       Evaluar-Trabajo.
           COMPUTE WS-FechaInt = FUNCTION INTEGER-OF-DATE(CJ-Fecha)
           DIVIDE CJ-Hora-Inicio BY 10000 GIVING WS-HoraInicio
           COMPUTE WS-Horas = (WS-HoyInt - WS-FechaInt) * 24
               + WS-HoraDia - WS-HoraInicio
           IF WS-Horas >= WS-HorasTrabajo THEN
               MOVE "TRABAJO" TO WS-Evento
               MOVE SPACES TO WS-Referencia
               STRING CJ-Trabajo CJ-Fecha CJ-Hora-Inicio
                   DELIMITED SIZE INTO WS-Referencia
               MOVE SPACES TO WS-Asunto
               STRING "Trabajo " FUNCTION TRIM(CJ-Trabajo)
                   " quedo INICIADO sin terminar"
                   DELIMITED SIZE INTO WS-Asunto
               MOVE WS-Horas TO WS-HorasEd
               MOVE SPACES TO WS-Detalle
               STRING "Arranco el " CJ-Fecha " a las "
                   CJ-Hora-Inicio " y hace "
                   FUNCTION TRIM(WS-HorasEd)
                   " horas que no registra el fin"
                   DELIMITED SIZE INTO WS-Detalle
               PERFORM Notificar-Evento
           END-IF
       EXIT.


      *> Un mensaje por usuario con todos sus avisos en espera. La
      *> clave de Notificaciones-Enviadas empieza por el usuario,
      *> asi la lectura en orden ya viene agrupada.
       Enviar-Resumen.
           MOVE 0 TO WS-Resumenes
           MOVE 0 TO WS-Resumidos
           MOVE SPACES TO WS-UsuarioResumen
           PERFORM Abrir-Enviadas
           IF WS-EnviadasStatus NOT = "00" THEN
               CALL "Errores" USING WS-EnviadasStatus
           ELSE
               MOVE LOW-VALUES TO NE-Clave
               START Enviadas KEY IS NOT LESS THAN NE-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Enviadas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF NE-Estado = 'P' THEN
                               PERFORM Agregar-Al-Resumen
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-UsuarioResumen NOT = SPACES THEN
                   PERFORM Emitir-Fin
               END-IF
               CLOSE Enviadas
               PERFORM Cerrar-Salida
           END-IF
           DISPLAY "Resumenes a la bandeja: " WS-Resumenes
               "  avisos incluidos: " WS-Resumidos
       EXIT.


       Agregar-Al-Resumen.
           IF NE-Usuario NOT = WS-UsuarioResumen THEN
               IF WS-UsuarioResumen NOT = SPACES THEN
                   PERFORM Emitir-Fin
               END-IF
               PERFORM Abrir-Salida
               MOVE NE-Usuario TO WS-UsuarioResumen
               MOVE NE-Usuario TO WS-DestUsuario
               MOVE NE-Direccion TO WS-DestDireccion
               MOVE "RESUMEN" TO WS-Evento
               MOVE SPACES TO WS-Asunto
               STRING "Resumen diario de avisos del " WS-HoyNum
                   DELIMITED SIZE INTO WS-Asunto
               PERFORM Emitir-Cabecera
               ADD 1 TO WS-Resumenes
           END-IF
           MOVE SPACES TO WS-Linea
           STRING NE-Evento " " NE-Asunto
               DELIMITED SIZE INTO WS-Linea
           PERFORM Emitir-Linea
           STRING "    " NE-Detalle
               DELIMITED SIZE INTO WS-Linea
           PERFORM Emitir-Linea
           MOVE 'E' TO NE-Estado
           MOVE WS-HoyNum TO NE-Fecha-Envio
           REWRITE NE-Rec
           ADD 1 TO WS-Resumidos
       EXIT.


       Listar-En-Resumen.
           PERFORM Abrir-Enviadas
           IF WS-EnviadasStatus = "00" THEN
               DISPLAY "--- Avisos esperando el resumen diario ---"
               MOVE 0 TO WS-Cantidad
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Enviadas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF NE-Estado = 'P' THEN
                               ADD 1 TO WS-Cantidad
                               DISPLAY NE-Usuario " " NE-Evento " "
                                   NE-Fecha " "
                                   FUNCTION TRIM(NE-Asunto)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Enviadas
               DISPLAY "Avisos en espera: " WS-Cantidad
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.
