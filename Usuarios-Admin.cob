       FD  Usuarios.
       01  Usr-Rec.
           05 US-Usuario             PIC X(10).
      *>   Sal del resumen de la clave (Hash-Clave); hasta el
      *>   layout 3 aca iba la clave a la vista.
           05 US-Sal                 PIC X(10).
           05 US-Rol                 PIC X(1).
      *>   'I' = desactivado: el registro se conserva para que los
      *>   movimientos historicos sigan apuntando a un usuario
      *>   valido, pero el login lo rechaza; 'B' = bloqueado por
      *>   intentos fallidos, hasta desbloquearlo aca; 'A' esta
      *>   activo.
      *>   OJO: al crecer el registro un Usuarios.DAT grabado con
      *>   el layout anterior no abre contra este FD; se sube la
      *>   version vigente en el copybook LAYOUT y en el corte se
      *>   convierte con la conversion de layouts.
           05 US-Estado              PIC X(1).
      *>   Perfil de permisos por funcion (Perfiles.DAT); en
      *>   blanco rige el esquema viejo A/V de US-Rol.
           05 US-Perfil              PIC X(10).
      *>   Resumen de una via de la clave, fecha del ultimo
      *>   cambio, intentos fallidos seguidos, 'S' si debe
      *>   cambiarla al ingresar y resumenes de las anteriores.
           05 US-Clave-Hash          PIC X(40).
           05 US-Fecha-Clave         PIC 9(8).
           05 US-Intentos            PIC 9(2).
           05 US-Cambiar-Clave       PIC X(1).
           05 US-Historial-Claves.
               10 US-Hist-Hash       PIC X(40) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
           COPY CAMBIO-MAESTRO.
           01 WS-Control.
               05 WS-UsuariosStatus    PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-UsuarioBuscado        PIC X(10).
           01 WS-ClaveNueva            PIC X(20).
           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-EventoSeg             PIC X(30).
           01 WS-RolAntes              PIC X(1).
           01 WS-RolOp                 PIC 9(1).
           01 WS-Confirmar             PIC X(1).

               DISPLAY "4. Desactivar usuario"
               DISPLAY "5. Reactivar usuario"
               DISPLAY "6. Asignar perfil de permisos"
               DISPLAY "7. Desbloquear usuario"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
                       PERFORM Reactivar-Usuario
                   WHEN 6
                       PERFORM Asignar-Perfil
                   WHEN 7
                       PERFORM Desbloquear-Usuario
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
       Mostrar-Usuario.
           IF US-Estado = 'I' THEN
               DISPLAY US-Usuario " rol " US-Rol " (DESACTIVADO)"
           ELSE
           IF US-Estado = 'B' THEN
               DISPLAY US-Usuario " rol " US-Rol " (BLOQUEADO, "
                   US-Intentos " intentos fallidos)"
           ELSE
               IF US-Perfil NOT = SPACES THEN
                   DISPLAY US-Usuario " perfil "
                   END-IF
               END-IF
           END-IF
           END-IF
       EXIT.


           ELSE
               PERFORM Buscar-Usuario
               IF WS-Confirmar = 'S' THEN
                   DISPLAY "Clave provisoria: "
                   MOVE SPACES TO WS-ClaveNueva
                   ACCEPT WS-ClaveNueva
                   CALL "Hash-Clave" USING US-Usuario, US-Sal,
                       WS-ClaveNueva, US-Clave-Hash
                   ACCEPT WS-Fecha FROM DATE
                   COMPUTE US-Fecha-Clave = WS-Fecha +
                       (WS-Year * 10000)
                   MOVE 'S' TO US-Cambiar-Clave
                   MOVE 0 TO US-Intentos
                   REWRITE Usr-Rec
                   IF WS-UsuariosStatus = "00" THEN
                       DISPLAY "Clave blanqueada; el usuario debe "
                           "cambiarla en su proximo ingreso."
                       MOVE "CLAVE" TO CM-Campo
                       MOVE SPACES TO CM-Antes
                       MOVE "BLANQUEADA" TO CM-Despues
                       PERFORM Registrar-Cambio
                   ELSE
                       CALL "Errores" USING WS-UsuariosStatus
                   END-IF
           ELSE
               PERFORM Buscar-Usuario
               IF WS-Confirmar = 'S' THEN
                   MOVE US-Rol TO WS-RolAntes
                   DISPLAY "Rol: 1. Administrador  2. Solo Lectura"
                   ACCEPT WS-RolOp
                   IF WS-RolOp = 1 THEN
                   REWRITE Usr-Rec
                   IF WS-UsuariosStatus = "00" THEN
                       DISPLAY "Rol actualizado."
                       IF US-Rol NOT = WS-RolAntes THEN
                           MOVE "ROL" TO CM-Campo
                           MOVE WS-RolAntes TO CM-Antes
                           MOVE US-Rol TO CM-Despues
                           PERFORM Registrar-Cambio
                       END-IF
                   ELSE
                       CALL "Errores" USING WS-UsuariosStatus
                   END-IF
                       DISPLAY "No puede desactivar su propia "
                           "sesion."
                   ELSE
                       MOVE US-Estado TO CM-Antes
                       MOVE 'I' TO US-Estado
                       REWRITE Usr-Rec
                       IF WS-UsuariosStatus = "00" THEN
                           DISPLAY "Usuario desactivado; su "
                               "historial queda intacto."
                           MOVE "ESTADO" TO CM-Campo
                           MOVE US-Estado TO CM-Despues
                           PERFORM Registrar-Cambio
                       ELSE
                           CALL "Errores" USING
                               WS-UsuariosStatus
               PERFORM Buscar-Usuario
               IF WS-Confirmar = 'S' THEN
                   DISPLAY "Perfil actual: " US-Perfil
                   MOVE US-Perfil TO CM-Antes
                   DISPLAY "Nuevo perfil (en blanco = sin "
                       "perfil, esquema A/V): "
                   ACCEPT US-Perfil
                   IF WS-UsuariosStatus = "00" THEN
                       DISPLAY "Perfil asignado; rige desde el "
                           "proximo ingreso."
                       IF US-Perfil NOT = CM-Antes THEN
                           MOVE "PERFIL" TO CM-Campo
                           MOVE US-Perfil TO CM-Despues
                           PERFORM Registrar-Cambio
                       END-IF
                   ELSE
                       CALL "Errores" USING WS-UsuariosStatus
                   END-IF
           ELSE
               PERFORM Buscar-Usuario
               IF WS-Confirmar = 'S' THEN
                   MOVE US-Estado TO CM-Antes
                   MOVE 'A' TO US-Estado
                   REWRITE Usr-Rec
                   IF WS-UsuariosStatus = "00" THEN
                       DISPLAY "Usuario reactivado."
                       MOVE "ESTADO" TO CM-Campo
                       MOVE US-Estado TO CM-Despues
                       PERFORM Registrar-Cambio
                   ELSE
                       CALL "Errores" USING WS-UsuariosStatus
                   END-IF
               CLOSE Usuarios
           END-IF
       EXIT.


      *> Un usuario bloqueado por intentos fallidos vuelve a poder
      *> ingresar con su clave de siempre; si no la recuerda, se
      *> le blanquea con la opcion 2.
       Desbloquear-Usuario.
           OPEN I-O Usuarios
           IF WS-UsuariosStatus NOT = "00" THEN
               CALL "Errores" USING WS-UsuariosStatus
           ELSE
               PERFORM Buscar-Usuario
               IF WS-Confirmar = 'S' THEN
                   IF US-Estado NOT = 'B' THEN
                       DISPLAY "El usuario no esta bloqueado."
                   ELSE
                       MOVE 'A' TO US-Estado
                       MOVE 0 TO US-Intentos
                       REWRITE Usr-Rec
                       IF WS-UsuariosStatus = "00" THEN
                           DISPLAY "Usuario desbloqueado."
                           MOVE "ESTADO" TO CM-Campo
                           MOVE 'B' TO CM-Antes
                           MOVE US-Estado TO CM-Despues
                           PERFORM Registrar-Cambio
                           MOVE SPACES TO WS-EventoSeg
                           STRING "DESBLOQUEO DE " US-Usuario
                               DELIMITED BY SIZE INTO WS-EventoSeg
                           CALL "Seguridad" USING 1, LK-Usuario,
                               WS-EventoSeg
                       ELSE
                           CALL "Errores" USING WS-UsuariosStatus
                       END-IF
                   END-IF
               END-IF
               CLOSE Usuarios
           END-IF
       EXIT.


      *> Rol, perfil, estado y blanqueos de clave quedan en el
      *> diario de cambios de maestros; de la clave nunca se
      *> graba el valor.
       Registrar-Cambio.
           MOVE "USUARIOS" TO CM-Archivo
           MOVE US-Usuario TO CM-Registro
           CALL "Cambios-Maestros" USING 1, LK-Usuario, CM-Rec
       EXIT.
