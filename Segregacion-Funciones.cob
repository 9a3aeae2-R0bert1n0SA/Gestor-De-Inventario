       IDENTIFICATION DIVISION.
       PROGRAM-ID. Segregacion-Funciones AS "Segregacion-Funciones".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reglas ASSIGN TO 'Reglas-Segregacion.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-Clave
               FILE STATUS IS WS-ReglasStatus.

           SELECT Usuarios ASSIGN TO 'Usuarios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-Usuario
               FILE STATUS IS WS-UsuariosStatus.

           SELECT OrdenesCompra ASSIGN TO 'Ordenes-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Clave
               FILE STATUS IS WS-OrdenesStatus.

           SELECT RecepcionesCompra
               ASSIGN TO 'Recepciones-Compra.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RecCompraStatus.

           SELECT FacturasProv ASSIGN TO 'Facturas-Prov.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-Clave
               FILE STATUS IS WS-FacProvStatus.

           SELECT Pendientes ASSIGN TO 'Pendientes-Aprobacion.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-Numero
               FILE STATUS IS WS-PendientesStatus.

           SELECT Movimientos ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-Clave
               FILE STATUS IS WS-MovStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Reglas.
       01  SG-Rec.
      *>  Regla de segregacion de funciones: dos opciones del menu
      *>  principal que una misma persona no deberia tener juntas
      *>  (emitir la orden de compra y recibirla, ajustar stock y
      *>  aprobar el ajuste). La clave se guarda con la opcion menor
      *>  primero para que el par no se cargue dos veces.
           05 SG-Clave.
               10 SG-Opcion-A          PIC 9(3).
               10 SG-Opcion-B          PIC 9(3).
           05 SG-Descripcion           PIC X(40).
           05 SG-Fecha                 PIC 9(8).
           05 SG-Usuario               PIC X(10).

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

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.

       FD  RecepcionesCompra.
           COPY RECEPCION-COMPRA.

       FD  FacturasProv.
           COPY FACTURA-PROV.

       FD  Pendientes.
           COPY APROBACION.

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ReglasStatus      PIC XX.
               05 WS-UsuariosStatus    PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-RecCompraStatus   PIC XX.
               05 WS-FacProvStatus     PIC XX.
               05 WS-PendientesStatus  PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Reglas        PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-OpcionA               PIC 9(3).
           01 WS-OpcionB               PIC 9(3).
           01 WS-OpcionAux             PIC 9(3).
           01 WS-Descripcion           PIC X(40).
           01 WS-Permisos              PIC X(200).
           01 WS-PerfilOk              PIC X(1).
           01 WS-Origen                PIC X(12).
           01 WS-ConflictosUsuario     PIC 9(3).
           01 WS-UsuariosConflicto     PIC 9(5).
           01 WS-Conflictos            PIC 9(5).
           01 WS-Inactivos             PIC 9(5).
           01 WS-Reglas                PIC 9(3).
           01 WS-FechaDesde            PIC 9(8).
           01 WS-FechaNum              PIC 9(8).
           01 WS-UltOrden              PIC 9(6).
           01 WS-UltUsuario            PIC X(10).
           01 WS-UltFacturaOC          PIC 9(6).
           01 WS-UltFacturaRC          PIC 9(6).
           01 WS-Caso                  PIC X(30).
           01 WS-Responsable           PIC X(10).
           01 WS-Documento             PIC X(40).

      *>   Quien recibio cada orden de compra, para cruzar contra
      *>   quien controlo la factura.
           01 WS-RecTabla.
               05 WS-RT-Entry OCCURS 2000 TIMES.
                   10 WS-RT-Orden          PIC 9(6).
                   10 WS-RT-Usuario        PIC X(10).
           01 WS-RTUsados              PIC 9(4) VALUE 0.
           01 WS-RT-Idx                PIC 9(4).
           01 WS-RT-Hallado            PIC X(1).

           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Segregacion de funciones -------"
               DISPLAY "1. Agregar regla de conflicto"
               DISPLAY "2. Quitar regla de conflicto"
               DISPLAY "3. Listar reglas"
               DISPLAY "4. Cargar las reglas sugeridas"
               DISPLAY "5. Informe de conflictos por perfil"
               DISPLAY "6. Informe de conflictos en la actividad"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Agregar-Regla
                   WHEN 2
                       PERFORM Quitar-Regla
                   WHEN 3
                       PERFORM Listar-Reglas
                   WHEN 4
                       PERFORM Cargar-Sugeridas
                   WHEN 5
                       PERFORM Informe-Por-Perfil
                   WHEN 6
                       PERFORM Informe-Actividad
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT PROGRAM.


       Abrir-Reglas.
           OPEN I-O Reglas
           IF WS-ReglasStatus = "35" THEN
               CLOSE Reglas
               OPEN OUTPUT Reglas
               CLOSE Reglas
               OPEN I-O Reglas
           END-IF
       EXIT.


       Pedir-Par.
           DISPLAY "Primera opcion del menu principal: "
           ACCEPT WS-OpcionA
           DISPLAY "Segunda opcion del menu principal: "
           ACCEPT WS-OpcionB
           IF WS-OpcionA > WS-OpcionB THEN
               MOVE WS-OpcionA TO WS-OpcionAux
               MOVE WS-OpcionB TO WS-OpcionA
               MOVE WS-OpcionAux TO WS-OpcionB
           END-IF
       EXIT.


       Agregar-Regla.
           PERFORM Pedir-Par
           IF WS-OpcionA = 0 OR WS-OpcionA = WS-OpcionB THEN
               DISPLAY "Par de opciones no valido."
           ELSE
               DISPLAY "Descripcion del conflicto: "
               MOVE SPACES TO WS-Descripcion
               ACCEPT WS-Descripcion
               PERFORM Abrir-Reglas
               IF WS-ReglasStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ReglasStatus
               ELSE
                   PERFORM Grabar-Regla
                   CLOSE Reglas
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Grabar-Regla.
           MOVE WS-OpcionA TO SG-Opcion-A
           MOVE WS-OpcionB TO SG-Opcion-B
           READ Reglas
               INVALID KEY
                   MOVE WS-OpcionA TO SG-Opcion-A
                   MOVE WS-OpcionB TO SG-Opcion-B
                   MOVE WS-Descripcion TO SG-Descripcion
                   MOVE WS-HoyNum TO SG-Fecha
                   MOVE WS-Usuario TO SG-Usuario
                   WRITE SG-Rec
                   DISPLAY "Regla " WS-OpcionA "/" WS-OpcionB
                       " registrada."
               NOT INVALID KEY
                   DISPLAY "La regla " WS-OpcionA "/" WS-OpcionB
                       " ya existia."
           END-READ
       EXIT.


       Quitar-Regla.
           PERFORM Pedir-Par
           PERFORM Abrir-Reglas
           IF WS-ReglasStatus = "00" THEN
               MOVE WS-OpcionA TO SG-Opcion-A
               MOVE WS-OpcionB TO SG-Opcion-B
               READ Reglas
                   INVALID KEY
                       DISPLAY "No existe esa regla."
                   NOT INVALID KEY
                       DELETE Reglas RECORD
                       DISPLAY "Regla quitada."
               END-READ
               CLOSE Reglas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Listar-Reglas.
           PERFORM Abrir-Reglas
           IF WS-ReglasStatus = "00" THEN
               DISPLAY "--- Reglas de segregacion de funciones ---"
               PERFORM Posicionar-Reglas
               PERFORM UNTIL WS-EOF-Reglas = 'Y'
                   READ Reglas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Reglas
                       NOT AT END
                           DISPLAY SG-Opcion-A " / " SG-Opcion-B "  "
                               SG-Descripcion
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Reglas
               CLOSE Reglas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Posicionar-Reglas.
           MOVE 0 TO SG-Opcion-A
           MOVE 0 TO SG-Opcion-B
           START Reglas KEY IS NOT LESS THAN SG-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Reglas
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Reglas
           END-START
       EXIT.


      *> Los ciclos que auditoria pidio revisar, con los numeros de
      *> opcion del menu principal: compras (emitir, recibir,
      *> controlar la factura), ajustes de stock contra la cola de
      *> aprobaciones y la administracion de accesos.
       Cargar-Sugeridas.
           PERFORM Abrir-Reglas
           IF WS-ReglasStatus NOT = "00" THEN
               CALL "Errores" USING WS-ReglasStatus
           ELSE
               MOVE 14 TO WS-OpcionA
               MOVE 15 TO WS-OpcionB
               MOVE "EMITE LA OC Y RECIBE LA MERCADERIA"
                   TO WS-Descripcion
               PERFORM Grabar-Regla
               MOVE 15 TO WS-OpcionA
               MOVE 68 TO WS-OpcionB
               MOVE "RECIBE Y CONTROLA LA FACTURA DEL PROV."
                   TO WS-Descripcion
               PERFORM Grabar-Regla
               MOVE 14 TO WS-OpcionA
               MOVE 68 TO WS-OpcionB
               MOVE "EMITE LA OC Y CONTROLA LA FACTURA"
                   TO WS-Descripcion
               PERFORM Grabar-Regla
               MOVE 2 TO WS-OpcionA
               MOVE 44 TO WS-OpcionB
               MOVE "AJUSTA STOCK/PRECIO Y APRUEBA EL AJUSTE"
                   TO WS-Descripcion
               PERFORM Grabar-Regla
               MOVE 37 TO WS-OpcionA
               MOVE 44 TO WS-OpcionB
               MOVE "CUENTA Y APRUEBA AJUSTES"
                   TO WS-Descripcion
               PERFORM Grabar-Regla
               MOVE 43 TO WS-OpcionA
               MOVE 82 TO WS-OpcionB
               MOVE "ADMINISTRA USUARIOS Y SUS PERMISOS"
                   TO WS-Descripcion
               PERFORM Grabar-Regla
               CLOSE Reglas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Primera pasada: lo que cada usuario activo PUEDE hacer. Con
      *> perfil, las opciones otorgadas en Perfiles.DAT; sin perfil
      *> (o con un perfil vacio) rige el rol: 'A' tiene todas las
      *> opciones y 'V' solo consulta, sin ninguna de las reglas.
       Informe-Por-Perfil.
           MOVE 0 TO WS-Conflictos
           MOVE 0 TO WS-UsuariosConflicto
           MOVE 0 TO WS-Inactivos
           MOVE 0 TO WS-Reglas
           PERFORM Abrir-Reglas
           OPEN INPUT Usuarios
           IF WS-ReglasStatus NOT = "00" OR
                   WS-UsuariosStatus NOT = "00" THEN
               DISPLAY "No hay reglas o usuarios para analizar."
           ELSE
               MOVE "SOD-PERFIL" TO WS-CodigoInf
               MOVE SPACES TO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               IF WS-InformeStatus NOT = "00" THEN
                   CALL "Errores" USING WS-InformeStatus
               ELSE
                   MOVE SPACES TO WS-Linea
                   STRING "CONFLICTOS DE SEGREGACION POR PERFIL - "
                       WS-HoyNum(7:2) "/" WS-HoyNum(5:2) "/"
                       WS-HoyNum(1:4) DELIMITED BY SIZE
                       INTO WS-Linea
                   PERFORM Escribir-Linea
                   PERFORM Escribir-Linea
                   STRING "USUARIO    PERMISOS     OPC. OPC. CONFLICTO"
                       DELIMITED BY SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
                   MOVE LOW-VALUES TO US-Usuario
                   START Usuarios KEY IS NOT LESS THAN US-Usuario
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-Flag
                   END-START
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ Usuarios NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               PERFORM Evaluar-Usuario
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   PERFORM Escribir-Linea
                   STRING "Conflictos: " WS-Conflictos
                       " en " WS-UsuariosConflicto " usuario(s); "
                       WS-Inactivos " usuario(s) inactivos sin "
                       "revisar." DELIMITED BY SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
                   CLOSE Informe
                   DISPLAY "Informe generado: " WS-NombreInforme
               END-IF
           END-IF
           CLOSE Usuarios
           CLOSE Reglas
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Evaluar-Usuario.
           IF US-Estado = 'I' THEN
               ADD 1 TO WS-Inactivos
           ELSE
               MOVE 'N' TO WS-PerfilOk
               IF US-Perfil NOT = SPACES THEN
                   CALL "Perfiles" USING 1, US-Perfil, WS-Permisos,
                       WS-PerfilOk
                   CANCEL "Perfiles"
               END-IF
               IF WS-PerfilOk = 'S' THEN
                   MOVE SPACES TO WS-Origen
                   STRING "PERFIL " US-Perfil DELIMITED BY SPACE
                       INTO WS-Origen
               ELSE
                   IF US-Rol = 'A' THEN
                       MOVE ALL 'S' TO WS-Permisos
                       MOVE "ROL A" TO WS-Origen
                   ELSE
                       MOVE ALL 'N' TO WS-Permisos
                       MOVE "ROL V" TO WS-Origen
                   END-IF
               END-IF
               MOVE 0 TO WS-ConflictosUsuario
               PERFORM Posicionar-Reglas
               PERFORM UNTIL WS-EOF-Reglas = 'Y'
                   READ Reglas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Reglas
                       NOT AT END
                           PERFORM Evaluar-Regla
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Reglas
               IF WS-ConflictosUsuario > 0 THEN
                   ADD 1 TO WS-UsuariosConflicto
               END-IF
           END-IF
       EXIT.


       Evaluar-Regla.
           IF SG-Opcion-A >= 1 AND SG-Opcion-A <= 200 AND
                   SG-Opcion-B >= 1 AND SG-Opcion-B <= 200 THEN
               IF WS-Permisos(SG-Opcion-A:1) = 'S' AND
                       WS-Permisos(SG-Opcion-B:1) = 'S' THEN
                   ADD 1 TO WS-ConflictosUsuario
                   ADD 1 TO WS-Conflictos
                   MOVE US-Usuario TO WS-Linea(1:11)
                   MOVE WS-Origen TO WS-Linea(12:13)
                   MOVE SG-Opcion-A TO WS-Linea(25:5)
                   MOVE SG-Opcion-B TO WS-Linea(30:5)
                   MOVE SG-Descripcion TO WS-Linea(35:40)
                   PERFORM Escribir-Linea
               END-IF
           END-IF
       EXIT.


      *> Segunda pasada: lo que cada usuario HIZO. Se buscan las
      *> transacciones donde el mismo usuario quedo de los dos
      *> lados: emitio la orden y la recibio, la recibio y
      *> controlo la factura, emitio la orden y controlo la
      *> factura, pidio un cambio y lo aprobo, o retiro consumo
      *> interno autorizado por si mismo.
       Informe-Actividad.
           DISPLAY "Revisar desde la fecha AAAAMMDD (Enter = todo): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux(1:8) IS NUMERIC THEN
               MOVE WS-Aux(1:8) TO WS-FechaDesde
           ELSE
               MOVE 0 TO WS-FechaDesde
           END-IF
           MOVE 0 TO WS-Conflictos
           MOVE "SOD-ACTIV" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING "desde " WS-FechaDesde
               DELIMITED BY SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           IF WS-InformeStatus NOT = "00" THEN
               CALL "Errores" USING WS-InformeStatus
           ELSE
               MOVE SPACES TO WS-Linea
               STRING "CONFLICTOS DE SEGREGACION EN LA ACTIVIDAD - "
                   "desde " WS-FechaDesde DELIMITED BY SIZE
                   INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM Escribir-Linea
               STRING "USUARIO    CASO                           "
                   "DOCUMENTO" DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               OPEN INPUT OrdenesCompra
               PERFORM Revisar-Recepciones
               PERFORM Revisar-Facturas
               CLOSE OrdenesCompra
               PERFORM Revisar-Aprobaciones
               PERFORM Revisar-Movimientos
               PERFORM Escribir-Linea
               STRING "Transacciones con el mismo usuario de los "
                   "dos lados: " WS-Conflictos
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               DISPLAY "Informe generado: " WS-NombreInforme
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Cada recepcion contra quien emitio la orden; de paso se
      *> arma la tabla de quien recibio cada orden para el cruce
      *> con las facturas.
       Revisar-Recepciones.
           MOVE 0 TO WS-RTUsados
           MOVE 0 TO WS-UltOrden
           MOVE SPACES TO WS-UltUsuario
           OPEN INPUT RecepcionesCompra
           IF WS-RecCompraStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ RecepcionesCompra
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF RC-Fecha >= WS-FechaDesde THEN
                               PERFORM Evaluar-Recepcion
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE RecepcionesCompra
           END-IF
       EXIT.


       Evaluar-Recepcion.
           MOVE 'N' TO WS-RT-Hallado
           PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                   UNTIL WS-RT-Idx > WS-RTUsados
                   OR WS-RT-Hallado = 'S'
               IF WS-RT-Orden(WS-RT-Idx) = RC-Orden AND
                       WS-RT-Usuario(WS-RT-Idx) = RC-Usuario THEN
                   MOVE 'S' TO WS-RT-Hallado
               END-IF
           END-PERFORM
           IF WS-RT-Hallado = 'N' AND WS-RTUsados < 2000 THEN
               ADD 1 TO WS-RTUsados
               MOVE RC-Orden TO WS-RT-Orden(WS-RTUsados)
               MOVE RC-Usuario TO WS-RT-Usuario(WS-RTUsados)
           END-IF
           IF WS-OrdenesStatus = "00" AND
                   (RC-Orden NOT = WS-UltOrden OR
                   RC-Usuario NOT = WS-UltUsuario) THEN
               MOVE RC-Orden TO OC-Numero
               MOVE 0 TO OC-Linea
               READ OrdenesCompra
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OC-Usuario = RC-Usuario AND
                               RC-Usuario NOT = SPACES THEN
                           MOVE RC-Orden TO WS-UltOrden
                           MOVE RC-Usuario TO WS-UltUsuario
                           MOVE RC-Usuario TO WS-Responsable
                           MOVE "EMITIO LA OC Y LA RECIBIO"
                               TO WS-Caso
                           MOVE SPACES TO WS-Documento
                           STRING "OC " RC-Orden " recibida el "
                               RC-Fecha DELIMITED BY SIZE
                               INTO WS-Documento
                           PERFORM Informar-Caso
                       END-IF
               END-READ
           END-IF
       EXIT.


       Revisar-Facturas.
           MOVE 0 TO WS-UltFacturaOC
           MOVE 0 TO WS-UltFacturaRC
           OPEN INPUT FacturasProv
           IF WS-FacProvStatus = "00" THEN
               MOVE 1 TO FP-Numero
               MOVE 0 TO FP-Linea
               START FacturasProv KEY IS NOT LESS THAN FP-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ FacturasProv NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE FP-Fecha TO WS-FechaNum
                           IF FP-Linea > 0 AND FP-OC-Numero > 0 AND
                                   WS-FechaNum >= WS-FechaDesde THEN
                               PERFORM Evaluar-Linea-Factura
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE FacturasProv
           END-IF
       EXIT.


       Evaluar-Linea-Factura.
           IF WS-OrdenesStatus = "00" AND
                   FP-Numero NOT = WS-UltFacturaOC THEN
               MOVE FP-OC-Numero TO OC-Numero
               MOVE 0 TO OC-Linea
               READ OrdenesCompra
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OC-Usuario = FP-Usuario THEN
                           MOVE FP-Numero TO WS-UltFacturaOC
                           MOVE FP-Usuario TO WS-Responsable
                           MOVE "EMITIO LA OC Y CONTROLO FACTURA"
                               TO WS-Caso
                           PERFORM Armar-Documento-Factura
                           PERFORM Informar-Caso
                       END-IF
               END-READ
           END-IF
           IF FP-Numero NOT = WS-UltFacturaRC THEN
               PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                       UNTIL WS-RT-Idx > WS-RTUsados
                       OR FP-Numero = WS-UltFacturaRC
                   IF WS-RT-Orden(WS-RT-Idx) = FP-OC-Numero AND
                           WS-RT-Usuario(WS-RT-Idx) = FP-Usuario THEN
                       MOVE FP-Numero TO WS-UltFacturaRC
                       MOVE FP-Usuario TO WS-Responsable
                       MOVE "RECIBIO Y CONTROLO LA FACTURA"
                           TO WS-Caso
                       PERFORM Armar-Documento-Factura
                       PERFORM Informar-Caso
                   END-IF
               END-PERFORM
           END-IF
       EXIT.


       Armar-Documento-Factura.
           MOVE SPACES TO WS-Documento
           STRING "Fact. " FUNCTION TRIM(FP-Factura-Prov) " OC "
               FP-OC-Numero " int. " FP-Numero
               DELIMITED BY SIZE INTO WS-Documento
       EXIT.


       Revisar-Aprobaciones.
           OPEN INPUT Pendientes
           IF WS-PendientesStatus = "00" THEN
               MOVE 1 TO PA-Numero
               START Pendientes KEY IS NOT LESS THAN PA-Numero
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Pendientes NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF PA-Aprobador = PA-Solicitante AND
                                   PA-Aprobador NOT = SPACES AND
                                   PA-Fecha-Decision >= WS-FechaDesde
                               THEN
                               MOVE PA-Aprobador TO WS-Responsable
                               MOVE "PIDIO Y DECIDIO LA APROBACION"
                                   TO WS-Caso
                               MOVE SPACES TO WS-Documento
                               STRING "Pedido " PA-Numero " "
                                   PA-Tipo " " PA-Product-ID " "
                                   PA-Estado DELIMITED BY SIZE
                                   INTO WS-Documento
                               PERFORM Informar-Caso
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Pendientes
           END-IF
       EXIT.


      *> El consumo interno guarda en el diario quien lo autorizo
      *> (posiciones 11-20 de la categoria despues).
       Revisar-Movimientos.
           OPEN INPUT Movimientos
           IF WS-MovStatus = "00" THEN
               MOVE LOW-VALUES TO MOV-Clave
               START Movimientos KEY IS NOT LESS THAN MOV-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Movimientos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE MOV-Fecha TO WS-FechaNum
                           IF MOV-Operacion = "CONINT" AND
                                   WS-FechaNum >= WS-FechaDesde AND
                                   MOV-Usuario =
                                   MOV-Categoria-Despues(11:10) THEN
                               MOVE MOV-Usuario TO WS-Responsable
                               MOVE "RETIRO Y AUTORIZO CONSUMO INT."
                                   TO WS-Caso
                               MOVE SPACES TO WS-Documento
                               STRING MOV-Product-ID " el "
                                   WS-FechaNum " centro "
                                   MOV-Categoria-Despues(1:10)
                                   DELIMITED BY SIZE
                                   INTO WS-Documento
                               PERFORM Informar-Caso
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Movimientos
           END-IF
       EXIT.


       Informar-Caso.
           ADD 1 TO WS-Conflictos
           MOVE WS-Responsable TO WS-Linea(1:11)
           MOVE WS-Caso TO WS-Linea(12:31)
           MOVE WS-Documento TO WS-Linea(43:40)
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
