       FD  Usuarios.
       01  Usr-Rec.
           05 US-Usuario             PIC X(10).
      *>   Sal del resumen de la clave (Hash-Clave). Hasta el
      *>   layout 3 aca iba la clave a la vista; la conversion de
      *>   layouts la pasa a US-Clave-Hash.
           05 US-Sal                 PIC X(10).
           05 US-Rol                 PIC X(1).
      *>   'I' = desactivado por Usuarios-Admin; 'B' = bloqueado
      *>   por intentos fallidos, hasta que lo desbloquee el
      *>   administrador; 'A' puede ingresar. Un Usuarios.DAT del
      *>   layout anterior se convierte en el corte con la
      *>   conversion de layouts.
           05 US-Estado              PIC X(1).
      *>   Perfil de permisos por funcion (Perfiles.DAT); en
      *>   blanco rige el esquema viejo A/V de US-Rol.
           05 US-Perfil              PIC X(10).
      *>   Resumen de una via de la clave; la clave no se graba.
           05 US-Clave-Hash          PIC X(40).
      *>   Fecha del ultimo cambio de clave, para el vencimiento.
           05 US-Fecha-Clave         PIC 9(8).
      *>   Intentos fallidos seguidos desde el ultimo ingreso.
           05 US-Intentos            PIC 9(2).
      *>   'S' = debe cambiar la clave en el proximo ingreso
      *>   (usuario nuevo o clave blanqueada por el administrador).
           05 US-Cambiar-Clave       PIC X(1).
      *>   Resumenes de las claves anteriores, la mas reciente
      *>   primero, para no repetirlas.
           05 US-Historial-Claves.
               10 US-Hist-Hash       PIC X(40) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.
           COPY INTERFASE.
           COPY CAMBIO-MAESTRO.
           01 WS-Control.
               05 File-Status        PIC XX.
               05 R-EOF              PIC X(1).
           01 WS-OrdenOp             PIC 9(1).
           01 WS-Orden               PIC X(1).
           01 WS-Usuario             PIC X(10).
           01 WS-ClaveIngresada      PIC X(20).
           01 WS-ClaveRepetida       PIC X(20).
           01 WS-HashIngresado       PIC X(40).
           01 WS-ClaveOk             PIC X(1).
           01 WS-ClaveUsada          PIC X(1).
           01 WS-IdxClave            PIC 9(1).
           01 WS-HoyNum              PIC 9(8).
           01 WS-DiasClave           PIC 9(5).
      *>   Politica de claves (Parametros): dias de vigencia,
      *>   intentos fallidos antes del bloqueo y cantidad de
      *>   claves anteriores que no se pueden repetir; 0 en los
      *>   dos primeros apaga el control.
           01 WS-VenceDias           PIC 9(3).
           01 WS-MaxIntentos         PIC 9(2).
           01 WS-ClavesHistorial     PIC 9(1).
           01 WS-ClaveParam          PIC X(20).
           01 WS-ValorParam          PIC X(40).
           01 WS-Rol                 PIC X(1) VALUE 'V'.
           01 WS-LoginOk             PIC 9(1) VALUE 0.
           01 WS-Resp                PIC X(1).
           01 WS-RolOp               PIC 9(1).
           01 WS-ProductoGuardado    PIC X(549).
           01 WS-CodigoBuscado       PIC X(20).
           01 WS-NombreNuevo         PIC X(30).
           01 WS-NombreDuplicado     PIC X(1).
           01 WS-DummyTasa           PIC 9(2)V99.
           01 WS-DummyImporte        PIC 9(13)V99.
           01 WS-DummyCorrida        PIC 9(6).
           01 WS-DummyCheque         PIC X(195).
           01 WS-DummyFecha          PIC 9(8).
           01 WS-DummyDomicilio      PIC X(179).
           01 WS-DummyVehiculo       PIC X(93).
           01 WS-Practica            PIC X(1) VALUE 'N'.
      *>   Permisos del perfil del operador, un byte por opcion de
      *>   menu ('S' = permitida); con perfil en blanco rige el
      *>   esquema A/V de siempre.
           01 WS-Perfil              PIC X(10) VALUE SPACES.
           01 WS-Permisos            PIC X(200).
           01 WS-PermisoOk           PIC X(1).
           01 WS-PerfilOk            PIC X(1).
       PROCEDURE DIVISION.
       *>  Autenticacion del operador y asignacion de rol de acceso
      *>================================================================*
           Login.
               PERFORM Leer-Politica-Claves
               OPEN I-O Usuarios
               IF WS-UsuariosStatus = "35" THEN
                   CLOSE Usuarios
                               CALL "Seguridad" USING 1,
                                   WS-Usuario, WS-EventoSeg
                           ELSE
                           IF US-Estado = 'B' THEN
                               DISPLAY "Usuario bloqueado por "
                                   "intentos fallidos; consulte al "
                                   "administrador."
                               MOVE "LOGIN USUARIO BLOQUEADO"
                                   TO WS-EventoSeg
                               CALL "Seguridad" USING 1,
                                   WS-Usuario, WS-EventoSeg
                           ELSE
                           CALL "Hash-Clave" USING US-Usuario,
                               US-Sal, WS-ClaveIngresada,
                               WS-HashIngresado
                           IF US-Clave-Hash = WS-HashIngresado THEN
                               MOVE 0 TO US-Intentos
                               PERFORM Controlar-Vencimiento
                               IF US-Cambiar-Clave = 'S' THEN
                                   PERFORM Cambiar-Clave-Obligatorio
                               END-IF
                               REWRITE Usr-Rec
                               MOVE US-Rol TO WS-Rol
                               MOVE US-Perfil TO WS-Perfil
                               PERFORM Cargar-Perfil-Permisos
                                   TO WS-EventoSeg
                               CALL "Seguridad" USING 1,
                                   WS-Usuario, WS-EventoSeg
                               PERFORM Contar-Intento-Fallido
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Usuarios
      *>       Los subprogramas que registran quien hizo que sin
      *>       recibir el usuario lo toman del ambiente.
               SET ENVIRONMENT "USUARIO" TO WS-Usuario
           EXIT.


           EXIT.


           *> La clave del primer usuario es provisoria: el
           *> primer ingreso pide cambiarla.
           Crear-Usuario-Admin.
               INITIALIZE Usr-Rec
               DISPLAY "Usuario: "
               ACCEPT US-Usuario
               DISPLAY "Clave: "
               ACCEPT WS-ClaveIngresada
               MOVE 'A' TO US-Rol
               PERFORM Completar-Usuario-Nuevo
               WRITE Usr-Rec
               PERFORM Registrar-Alta-Usuario
           EXIT.


           *> El alta deja en el diario de cambios de maestros el
           *> rol con que nace el usuario.
           Registrar-Alta-Usuario.
               MOVE "USUARIOS" TO CM-Archivo
               MOVE US-Usuario TO CM-Registro
               MOVE "ROL" TO CM-Campo
               MOVE SPACES TO CM-Antes
               MOVE US-Rol TO CM-Despues
               CALL "Cambios-Maestros" USING 1, US-Usuario, CM-Rec
               CANCEL "Cambios-Maestros"
           EXIT.


           Completar-Usuario-Nuevo.
               MOVE 'A' TO US-Estado
               MOVE SPACES TO US-Perfil
               MOVE SPACES TO US-Sal
               CALL "Hash-Clave" USING US-Usuario, US-Sal,
                   WS-ClaveIngresada, US-Clave-Hash
               PERFORM Calcular-Hoy
               MOVE WS-HoyNum TO US-Fecha-Clave
               MOVE 0 TO US-Intentos
               MOVE 'S' TO US-Cambiar-Clave
               MOVE SPACES TO US-Historial-Claves
           EXIT.


           Calcular-Hoy.
               ACCEPT WS-FechaHora FROM DATE
               COMPUTE WS-HoyNum = WS-FechaHora + (WS-Year * 10000)
           EXIT.


           *> Politica de claves; sin parametro cargado rigen 90
           *> dias de vigencia, bloqueo al quinto intento fallido y
           *> las 3 ultimas claves sin repetir.
           Leer-Politica-Claves.
               MOVE "90" TO WS-ValorParam
               MOVE "CLAVE-VENCE-DIAS" TO WS-ClaveParam
               CALL "Parametros" USING 1, WS-ClaveParam,
                   WS-ValorParam
               IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-ValorParam)
                       TO WS-VenceDias
               ELSE
                   MOVE 90 TO WS-VenceDias
               END-IF
               MOVE "5" TO WS-ValorParam
               MOVE "CLAVE-INTENTOS" TO WS-ClaveParam
               CALL "Parametros" USING 1, WS-ClaveParam,
                   WS-ValorParam
               IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-ValorParam)
                       TO WS-MaxIntentos
               ELSE
                   MOVE 5 TO WS-MaxIntentos
               END-IF
               MOVE "3" TO WS-ValorParam
               MOVE "CLAVE-HISTORIAL" TO WS-ClaveParam
               CALL "Parametros" USING 1, WS-ClaveParam,
                   WS-ValorParam
               IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-ValorParam)
                       TO WS-ClavesHistorial
               ELSE
                   MOVE 3 TO WS-ClavesHistorial
               END-IF
      *>       La clave vigente mas las 5 que guarda el registro.
               IF WS-ClavesHistorial > 6 THEN
                   MOVE 6 TO WS-ClavesHistorial
               END-IF
               CANCEL "Parametros"
           EXIT.


           *> Cada fallo seguido suma un intento; al llegar al
           *> tope el usuario queda bloqueado hasta que el
           *> administrador lo desbloquee en Usuarios-Admin.
           Contar-Intento-Fallido.
               IF US-Intentos < 99 THEN
                   ADD 1 TO US-Intentos
               END-IF
               IF WS-MaxIntentos > 0 AND
                       US-Intentos >= WS-MaxIntentos THEN
                   MOVE 'B' TO US-Estado
                   DISPLAY "Demasiados intentos fallidos: el "
                       "usuario queda bloqueado."
                   MOVE "USUARIO BLOQUEADO POR INTENTOS"
                       TO WS-EventoSeg
                   CALL "Seguridad" USING 1, WS-Usuario,
                       WS-EventoSeg
               END-IF
               REWRITE Usr-Rec
           EXIT.


           Controlar-Vencimiento.
               IF WS-VenceDias > 0 THEN
                   PERFORM Calcular-Hoy
                   IF US-Fecha-Clave < 19000101 OR
                           US-Fecha-Clave > WS-HoyNum THEN
                       MOVE 'S' TO US-Cambiar-Clave
                   ELSE
                       COMPUTE WS-DiasClave =
                           FUNCTION INTEGER-OF-DATE(WS-HoyNum) -
                           FUNCTION INTEGER-OF-DATE(US-Fecha-Clave)
                       IF WS-DiasClave >= WS-VenceDias THEN
                           DISPLAY "Su clave vencio (" WS-VenceDias
                               " dias de vigencia)."
                           MOVE 'S' TO US-Cambiar-Clave
                       END-IF
                   END-IF
               END-IF
           EXIT.


           *> No se sale sin una clave nueva valida: no en blanco,
           *> tipeada dos veces igual y distinta de la vigente y
           *> de las anteriores que pide la politica.
           Cambiar-Clave-Obligatorio.
               DISPLAY "Debe cambiar su clave para continuar."
               MOVE 'N' TO WS-ClaveOk
               PERFORM UNTIL WS-ClaveOk = 'S'
                   DISPLAY "Nueva clave (hasta 20 caracteres): "
                   MOVE SPACES TO WS-ClaveIngresada
                   ACCEPT WS-ClaveIngresada
                   DISPLAY "Repita la nueva clave: "
                   MOVE SPACES TO WS-ClaveRepetida
                   ACCEPT WS-ClaveRepetida
                   IF WS-ClaveIngresada = SPACES THEN
                       DISPLAY "La clave no puede quedar en blanco."
                   ELSE
                   IF WS-ClaveIngresada NOT = WS-ClaveRepetida THEN
                       DISPLAY "Las claves no coinciden."
                   ELSE
                       CALL "Hash-Clave" USING US-Usuario, US-Sal,
                           WS-ClaveIngresada, WS-HashIngresado
                       PERFORM Verificar-Clave-Usada
                       IF WS-ClaveUsada = 'S' THEN
                           DISPLAY "No puede repetir ninguna de sus "
                               "ultimas " WS-ClavesHistorial
                               " claves."
                       ELSE
                           PERFORM Guardar-Clave-Nueva
                           MOVE 'S' TO WS-ClaveOk
                       END-IF
                   END-IF
                   END-IF
               END-PERFORM
           EXIT.


           Verificar-Clave-Usada.
               MOVE 'N' TO WS-ClaveUsada
               IF WS-ClavesHistorial > 0 AND
                       WS-HashIngresado = US-Clave-Hash THEN
                   MOVE 'S' TO WS-ClaveUsada
               END-IF
               PERFORM VARYING WS-IdxClave FROM 1 BY 1
                       UNTIL WS-IdxClave >= WS-ClavesHistorial
                   IF WS-HashIngresado = US-Hist-Hash(WS-IdxClave)
                       THEN
                       MOVE 'S' TO WS-ClaveUsada
                   END-IF
               END-PERFORM
           EXIT.


           Guardar-Clave-Nueva.
               PERFORM VARYING WS-IdxClave FROM 5 BY -1
                       UNTIL WS-IdxClave < 2
                   MOVE US-Hist-Hash(WS-IdxClave - 1)
                       TO US-Hist-Hash(WS-IdxClave)
               END-PERFORM
               MOVE US-Clave-Hash TO US-Hist-Hash(1)
               MOVE WS-HashIngresado TO US-Clave-Hash
               PERFORM Calcular-Hoy
               MOVE WS-HoyNum TO US-Fecha-Clave
               MOVE 'N' TO US-Cambiar-Clave
               MOVE "CAMBIO DE CLAVE" TO WS-EventoSeg
               CALL "Seguridad" USING 1, US-Usuario, WS-EventoSeg
               DISPLAY "Clave actualizada."
           EXIT.


                   "' no existe. Desea crearlo (S/N): "
               ACCEPT WS-Resp
               IF WS-Resp = "S" OR WS-Resp = "s" THEN
                   INITIALIZE Usr-Rec
                   MOVE WS-Usuario TO US-Usuario
                   DISPLAY "Rol: 1. Administrador  2. Solo Lectura"
                   ACCEPT WS-RolOp
                   IF WS-RolOp = 1 THEN
                   ELSE
                       MOVE 'V' TO US-Rol
                   END-IF
                   PERFORM Completar-Usuario-Nuevo
                   WRITE Usr-Rec
                   PERFORM Registrar-Alta-Usuario
      *>           La clave tipeada en el login es provisoria: el
      *>           primer ingreso ya pide la definitiva.
                   PERFORM Cambiar-Clave-Obligatorio
                   REWRITE Usr-Rec
                   MOVE US-Rol TO WS-Rol
                   MOVE 1 TO WS-LoginOk
               END-IF
               DISPLAY "66. Listas de precios por cliente"
               DISPLAY "67. Ofertas con vigencia"
               DISPLAY "68. Facturas de proveedor (match de "
                       "tres vias, pagos y vencimientos)"
               DISPLAY "69. Cotizaciones de proveedores"
               DISPLAY "70. Proveedores por producto (cruce)"
               DISPLAY "71. Pronostico de demanda estacional"
               DISPLAY "72. Despachos y confirmacion de entrega"
               DISPLAY "73. Control de calidad en recepcion"
               DISPLAY "74. Impuestos (IVA): resumen, posicion y libros"
               DISPLAY "75. Codigos de barras multiples"
               DISPLAY "76. Variantes por articulo (talle/color)"
               DISPLAY "77. Garantias y reclamos de series"
               DISPLAY "100. Envases retornables y depositos"
               DISPLAY "101. Libro de inventario (cierre de "
                       "ejercicio)"
               DISPLAY "102. Anulacion de remitos despachados "
                       "(supervisor)"
               DISPLAY "103. Cotizaciones de venta a clientes"
               DISPLAY "104. Vendedores y comisiones por categoria"
               DISPLAY "105. Liquidacion mensual de comisiones"
               DISPLAY "106. Margen bruto realizado mensual"
               DISPLAY "107. Cartera de cheques de terceros"
               DISPLAY "108. Domicilios de entrega y zonas de reparto"
               DISPLAY "109. Vehiculos de reparto"
               DISPLAY "110. Importar ordenes de compra de clientes "
                   "(archivo)"
               DISPLAY "111. Codigos de articulo de clientes"
               DISPLAY "112. Pedidos de la tienda web"
               DISPLAY "113. Avisos de despacho de proveedores"
               DISPLAY "114. Evaluacion trimestral de proveedores"
               DISPLAY "115. Bonificaciones por volumen de proveedores"
               DISPLAY "116. Contratos marco de compra"
               DISPLAY "117. Turnos de recepcion en andenes"
               DISPLAY "118. Calendario laboral por sucursal"
               DISPLAY "119. Periodos contables"
               DISPLAY "120. Recuperar productos (respaldo + "
                   "movimientos)"
               DISPLAY "121. Conversion de layouts"
               DISPLAY "122. Interfases entrantes (registro y "
                   "faltantes)"
               DISPLAY "123. Caja del POS (arqueo y auditoria de "
                   "precios)"
               DISPLAY "124. Consumo interno por centro de costo"
               DISPLAY "125. Prevision a valor neto realizable"
               DISPLAY "126. Reexpresion por inflacion"
               DISPLAY "127. Stock y valor a una fecha"
               DISPLAY "128. Efectividad de ofertas (lift)"
               DISPLAY "129. Demanda perdida y nivel de servicio"
               DISPLAY "130. Altas de productos pendientes"
               DISPLAY "131. Productos sucesores"
               DISPLAY "132. Plan de componentes de kits"
               DISPLAY "133. Pallets (LPN)"
               DISPLAY "134. Caras de picking y reposicion"
               DISPLAY "135. Tareas de deposito (handheld)"
               DISPLAY "136. Segregacion de funciones"
               DISPLAY "137. Cambios de maestros (historia y visado)"
               DISPLAY "138. Notificaciones por correo"
               DISPLAY "139. Extracto para analisis (BI)"
               DISPLAY "140. Resultado por sucursal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
      *>           La salida (opcion 9) nunca se niega.
                   MOVE 'S' TO WS-PermisoOk
               ELSE
                   IF WS-opcion >= 1 AND WS-opcion <= 200 AND
                           WS-Permisos(WS-opcion:1) = 'S' THEN
                       MOVE 'S' TO WS-PermisoOk
                   ELSE
                       END-IF
                   WHEN 49
                       IF WS-Rol = 'A' THEN
                           CALL  "Traslados" USING 0, WS-Usuario,
                               SPACES, SPACES, SPACES, 0, SPACES
                           CANCEL"Traslados"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                       END-IF
                   WHEN 68
                       IF WS-Rol = 'A' THEN
                           CALL  "Facturas-Proveedor" USING 0,
                               WS-Usuario, WS-DummyCorrida,
                               WS-DummyImporte, WS-DummyFlagX
                           CANCEL"Facturas-Proveedor"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 102
                       IF WS-Rol = 'A' THEN
                           CALL  "Anulacion-Remitos" USING WS-Usuario
                           CANCEL"Anulacion-Remitos"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 103
                       IF WS-Rol = 'A' THEN
                           CALL  "Cotizaciones-Venta" USING WS-Usuario
                           CANCEL"Cotizaciones-Venta"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 104
                       IF WS-Rol = 'A' THEN
                           MOVE SPACES TO WS-DummyTexto
                           CALL  "Vendedores" USING 0, WS-Usuario,
                               WS-DummyTexto, WS-DummyFlagX
                           CANCEL"Vendedores"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 105
                       IF WS-Rol = 'A' THEN
                           CALL  "Comisiones" USING WS-Usuario
                           CANCEL"Comisiones"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 106
                       CALL  "Margen-Realizado" USING WS-Usuario
                       CANCEL"Margen-Realizado"
                   WHEN 107
                       IF WS-Rol = 'A' THEN
                           MOVE SPACES TO WS-DummyCheque
                           CALL  "Cartera-Cheques" USING 0,
                               WS-Usuario, WS-DummyFlagX,
                               WS-DummyCheque
                           CANCEL"Cartera-Cheques"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 108
                       IF WS-Rol = 'A' THEN
                           MOVE SPACES TO WS-DummyDomicilio
                           MOVE 0 TO WS-DummyFecha
                           CALL  "Domicilios-Entrega" USING 0,
                               WS-Usuario, WS-DummyFlagX,
                               WS-DummyFecha, WS-DummyDomicilio
                           CANCEL"Domicilios-Entrega"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 109
                       IF WS-Rol = 'A' THEN
                           MOVE SPACES TO WS-DummyVehiculo
                           CALL  "Vehiculos" USING 0, WS-Usuario,
                               WS-DummyFlagX, WS-DummyVehiculo
                           CANCEL"Vehiculos"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 110
                       IF WS-Rol = 'A' THEN
                           CALL  "Importar-Pedidos" USING WS-Usuario
                           CANCEL"Importar-Pedidos"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 111
                       IF WS-Rol = 'A' THEN
                           MOVE SPACES TO WS-DummyTexto
                           MOVE SPACES TO WS-DummyID
                           MOVE 0 TO WS-DummyDias
                           CALL  "Producto-Cliente" USING 0,
                               WS-Usuario, WS-DummyTexto(1:20),
                               WS-DummyID, WS-DummyDias, WS-DummyFlagX
                           CANCEL"Producto-Cliente"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 112
                       IF WS-Rol = 'A' THEN
                           CALL  "Pedidos-Web" USING WS-Usuario
                           CANCEL"Pedidos-Web"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 113
                       IF WS-Rol = 'A' THEN
                           CALL  "Avisos-Despacho" USING 0,
                               WS-Usuario, WS-DummyCorrida,
                               WS-DummyDias, WS-DummyID,
                               WS-DummyTexto(1:10), WS-DummyCant,
                               WS-DummyLote, WS-DummyFecha,
                               WS-DummyFlagX
                           CANCEL"Avisos-Despacho"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 114
                       IF WS-Rol = 'A' THEN
                           CALL  "Evaluacion-Proveedores" USING
                               WS-Usuario
                           CANCEL"Evaluacion-Proveedores"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 115
                       IF WS-Rol = 'A' THEN
                           CALL  "Bonificaciones-Proveedor" USING
                               WS-Usuario
                           CANCEL"Bonificaciones-Proveedor"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 116
                       IF WS-Rol = 'A' THEN
                           CALL  "Contratos-Compra" USING 0,
                               WS-Usuario, WS-DummyCorrida,
                               WS-DummyID, WS-DummyLote,
                               WS-DummyPrecio, WS-DummyCant,
                               WS-DummyFlagX
                           CANCEL"Contratos-Compra"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 117
                       IF WS-Rol = 'A' THEN
                           CALL  "Turnos-Recepcion" USING 0,
                               WS-Usuario, WS-DummyCorrida,
                               WS-DummyFlagX
                           CANCEL"Turnos-Recepcion"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 118
                       IF WS-Rol = 'A' THEN
                           CALL  "Calendario-Laboral" USING 0,
                               WS-Usuario, WS-Sucursal, WS-DummyCant,
                               WS-DummyCorrida, WS-DummyFecha,
                               WS-DummyFlagX
                           CANCEL"Calendario-Laboral"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 119
                       IF WS-Rol = 'A' THEN
                           CALL  "Periodos-Contables" USING 0,
                               WS-Usuario, WS-DummyFecha,
                               WS-DummyFlagX
                           CANCEL"Periodos-Contables"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 120
                       IF WS-Rol = 'A' THEN
                           CALL  "Recuperar-Productos" USING
                               WS-Usuario
                           CANCEL"Recuperar-Productos"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 121
                       IF WS-Rol = 'A' THEN
                           CALL  "Convertir-Layouts" USING WS-Usuario
                           CANCEL"Convertir-Layouts"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 122
                       IF WS-Rol = 'A' THEN
                           MOVE WS-Usuario TO CI-Usuario
                           CALL  "Interfases" USING 0, Ctl-Interfase,
                               WS-DummyFlagX
                           CANCEL"Interfases"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 123
                       IF WS-Rol = 'A' THEN
                           CALL  "Arqueo-Caja" USING WS-Usuario
                           CANCEL"Arqueo-Caja"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 124
                       IF WS-Rol = 'A' THEN
                           CALL  "Consumo-Interno" USING WS-Usuario
                           CANCEL"Consumo-Interno"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 125
                       IF WS-Rol = 'A' THEN
                           CALL  "Prevision-VNR" USING WS-Usuario
                           CANCEL"Prevision-VNR"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 126
                       IF WS-Rol = 'A' THEN
                           CALL  "Reexpresion" USING WS-Usuario
                           CANCEL"Reexpresion"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 127
                       CALL  "Stock-Fecha" USING WS-Usuario
                       CANCEL"Stock-Fecha"
                   WHEN 128
                       CALL  "Efectividad-Ofertas" USING WS-Usuario
                       CANCEL"Efectividad-Ofertas"
                   WHEN 129
                       CALL  "Demanda-Perdida" USING 0, WS-DummyID,
                           SPACES, 0, 0, WS-Usuario
                       CANCEL"Demanda-Perdida"
                   WHEN 130
                       CALL  "Alta-Productos" USING 0, Product,
                           SPACES, SPACES, WS-Usuario
                       CANCEL"Alta-Productos"
                   WHEN 131
                       IF WS-Rol = 'A' THEN
                           CALL  "Sucesores" USING 0, WS-DummyID,
                               SPACES, 0, 0, SPACES, WS-Usuario
                           CANCEL"Sucesores"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 132
                       CALL  "Plan-Armado" USING WS-Usuario
                       CANCEL"Plan-Armado"
                   WHEN 133
                       IF WS-Rol = 'A' THEN
                           CALL  "Pallets" USING 0, 0, SPACES,
                               SPACES, 0, SPACES, WS-Usuario, SPACES
                           CANCEL"Pallets"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 134
                       IF WS-Rol = 'A' THEN
                           CALL  "Reposicion" USING 0, SPACES, 0,
                               WS-Usuario, 0, 0
                           CANCEL"Reposicion"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 135
                       IF WS-Rol = 'A' THEN
                           CALL  "Tareas" USING 0, WS-Usuario, SPACES
                           CANCEL"Tareas"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 136
                       IF WS-Rol = 'A' THEN
                           CALL  "Segregacion-Funciones" USING
                               WS-Usuario
                           CANCEL"Segregacion-Funciones"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 137
                       IF WS-Rol = 'A' THEN
                           CALL  "Cambios-Maestros" USING 0,
                               WS-Usuario, SPACES
                           CANCEL"Cambios-Maestros"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 138
                       IF WS-Rol = 'A' THEN
                           CALL  "Notificaciones" USING 0, WS-Usuario
                           CANCEL"Notificaciones"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 139
                       IF WS-Rol = 'A' THEN
                           CALL  "Extracto-BI" USING 0, WS-Usuario
                           CANCEL"Extracto-BI"
                       ELSE
                           DISPLAY "Acceso restringido: su usuario "
                               "no tiene permisos de escritura."
                           PERFORM Registrar-Denegado
                       END-IF
                   WHEN 140
                       CALL  "Resultado-Sucursales" USING WS-Usuario
                       CANCEL"Resultado-Sucursales"
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
