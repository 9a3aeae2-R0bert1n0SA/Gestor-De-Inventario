       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir-Layouts AS "Convertir-Layouts".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Un SELECT por cada version anterior conocida de cada
      *>   archivo: el largo de registro de la version se fija en
      *>   su FD (ver el copybook LAYOUT).
           SELECT ProductosV1 ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV1-ID
               ALTERNATE RECORD KEY IS PV1-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS PV1-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ViejoStatus.

           SELECT ProductosV2 ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV2-ID
               ALTERNATE RECORD KEY IS PV2-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS PV2-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ViejoStatus.

           SELECT ProductosV3 ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV3-ID
               ALTERNATE RECORD KEY IS PV3-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS PV3-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ViejoStatus.

           SELECT ProductosV4 ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV4-ID
               ALTERNATE RECORD KEY IS PV4-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS PV4-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ViejoStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-ID
               ALTERNATE RECORD KEY IS PN-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS PN-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-NuevoStatus.

           SELECT MovimientosV1 ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV1-Clave
               FILE STATUS IS WS-ViejoStatus.

           SELECT MovimientosV2 ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV2-Clave
               FILE STATUS IS WS-ViejoStatus.

           SELECT Movimientos ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-Clave
               FILE STATUS IS WS-NuevoStatus.

           SELECT UsuariosV1 ASSIGN TO 'Usuarios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UV1-Usuario
               FILE STATUS IS WS-ViejoStatus.

           SELECT UsuariosV2 ASSIGN TO 'Usuarios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UV2-Usuario
               FILE STATUS IS WS-ViejoStatus.

           SELECT UsuariosV3 ASSIGN TO 'Usuarios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UV3-Usuario
               FILE STATUS IS WS-ViejoStatus.

           SELECT Usuarios ASSIGN TO 'Usuarios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UN-Usuario
               FILE STATUS IS WS-NuevoStatus.

           SELECT CopiaPV1 ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT CopiaPV2 ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT CopiaPV3 ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT CopiaPV4 ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT CopiaPV5 ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT CopiaMV1 ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT CopiaMV2 ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT CopiaMV3 ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT CopiaCab ASSIGN TO WS-NombreCopia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ViejoStatus.

           SELECT Trabajo ASSIGN TO 'Conversion.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TrabajoStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductosV1.
       01  PV1-Rec.
           05 PV1-ID                   PIC X(10).
           05 FILLER                   PIC X(44).
           05 PV1-Categoria            PIC X(20).
           05 PV1-Proveedor            PIC X(50).
           05 FILLER                   PIC X(398).

       FD  ProductosV2.
       01  PV2-Rec.
           05 PV2-ID                   PIC X(10).
           05 FILLER                   PIC X(44).
           05 PV2-Categoria            PIC X(20).
           05 PV2-Proveedor            PIC X(50).
           05 FILLER                   PIC X(400).

       FD  ProductosV3.
       01  PV3-Rec.
           05 PV3-ID                   PIC X(10).
           05 FILLER                   PIC X(44).
           05 PV3-Categoria            PIC X(20).
           05 PV3-Proveedor            PIC X(50).
           05 FILLER                   PIC X(403).

       FD  ProductosV4.
       01  PV4-Rec.
           05 PV4-ID                   PIC X(10).
           05 FILLER                   PIC X(44).
           05 PV4-Categoria            PIC X(20).
           05 PV4-Proveedor            PIC X(50).
           05 FILLER                   PIC X(410).

       FD  Productos.
       01  PN-Rec.
           05 PN-ID                    PIC X(10).
           05 FILLER                   PIC X(44).
           05 PN-Categoria             PIC X(20).
           05 PN-Proveedor             PIC X(50).
           05 FILLER                   PIC X(425).

       FD  MovimientosV1.
       01  MV1-Rec.
           05 MV1-Clave                PIC X(27).
           05 FILLER                   PIC X(88).

       FD  MovimientosV2.
       01  MV2-Rec.
           05 MV2-Clave                PIC X(27).
           05 FILLER                   PIC X(91).

       FD  Movimientos.
       01  MN-Rec.
           05 MN-Clave                 PIC X(27).
           05 FILLER                   PIC X(97).

       FD  UsuariosV1.
       01  UV1-Rec.
           05 UV1-Usuario              PIC X(10).
           05 FILLER                   PIC X(11).

       FD  UsuariosV2.
       01  UV2-Rec.
           05 UV2-Usuario              PIC X(10).
           05 FILLER                   PIC X(12).

       FD  UsuariosV3.
       01  UV3-Rec.
           05 UV3-Usuario              PIC X(10).
           05 FILLER                   PIC X(22).

       FD  Usuarios.
       01  UN-Rec.
           05 UN-Usuario               PIC X(10).
           05 FILLER                   PIC X(273).

       FD  CopiaPV1.
       01  CPV1-Rec                    PIC X(522).

       FD  CopiaPV2.
       01  CPV2-Rec                    PIC X(524).

       FD  CopiaPV3.
       01  CPV3-Rec                    PIC X(527).

       FD  CopiaPV4.
       01  CPV4-Rec                    PIC X(534).

       FD  CopiaPV5.
       01  CPV5-Rec                    PIC X(549).

       FD  CopiaMV1.
       01  CMV1-Rec                    PIC X(115).

       FD  CopiaMV2.
       01  CMV2-Rec                    PIC X(118).

       FD  CopiaMV3.
       01  CMV3-Rec                    PIC X(124).

       FD  CopiaCab.
       01  Cab-Rec                     PIC X(36).

       FD  Trabajo.
       01  Trabajo-Rec                 PIC X(549).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
      *>   Layouts vigentes: cada registro viejo se copia sobre el
      *>   vigente inicializado, asi los campos nuevos quedan en
      *>   cero o en blanco (el estado del usuario, en 'A').
           COPY PRODUCTO.
           COPY MOVIMIENTO.
           01 Usr-Rec.
               05 US-Usuario           PIC X(10).
               05 US-Sal               PIC X(10).
               05 US-Rol               PIC X(1).
               05 US-Estado            PIC X(1).
               05 US-Perfil            PIC X(10).
               05 US-Clave-Hash        PIC X(40).
               05 US-Fecha-Clave       PIC 9(8).
               05 US-Intentos          PIC 9(2).
               05 US-Cambiar-Clave     PIC X(1).
               05 US-Historial-Claves.
                   10 US-Hist-Hash     PIC X(40) OCCURS 5 TIMES.
           COPY LAYOUT.

           01 WS-Control.
               05 WS-ViejoStatus       PIC XX.
               05 WS-NuevoStatus       PIC XX.
               05 WS-TrabajoStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-AperturaStatus    PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoraActual            PIC 9(8).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Confirmar             PIC X(1).
           01 WS-Usuario               PIC X(10).
           01 WS-Aux                   PIC X(20).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).

      *>   Archivo en conversion y versiones de origen y destino.
           01 WS-Archivo               PIC X(12).
           01 WS-NombreCopia           PIC X(40).
           01 WS-Etiqueta              PIC X(40).
           01 WS-FechaCopia            PIC X(8).
           01 WS-VersionOrigen         PIC 9(2).
           01 WS-VersionVigente        PIC 9(2).
           01 WS-TieneCabecera         PIC X(1).
           01 WS-CopiaOk               PIC X(1).
           01 WS-LargoViejo            PIC 9(3).
           01 WS-Imagen                PIC X(549).
           01 WS-Leidos                PIC 9(7).
           01 WS-Grabados              PIC 9(7).
           01 WS-ClaveVieja            PIC X(20).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Conversion de layouts: lleva Productos.DAT, Movimientos.DAT,
      *> Usuarios.DAT, los respaldos de productos y los meses
      *> rotados de movimientos desde cualquier version anterior
      *> conocida a la vigente. Cada registro se vuelca convertido a
      *> Conversion.TMP y despues se recrea el archivo con el layout
      *> vigente; el informe deja la cantidad leida y grabada.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           MOVE "LAYOUTS" TO WS-CodigoInf
           MOVE WS-HoyNum TO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           MOVE SPACES TO WS-Linea
           STRING "CONVERSION DE LAYOUTS - " WS-HoyNum " - "
               WS-Usuario DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Conversion de layouts -------"
               DISPLAY "1. Productos.DAT"
               DISPLAY "2. Movimientos.DAT"
               DISPLAY "3. Usuarios.DAT"
               DISPLAY "4. Un respaldo de productos "
                   "(Backup-Productos-AAAAMMDD.DAT)"
               DISPLAY "5. Un mes rotado de movimientos "
                   "(Movimientos-AAAAMM.DAT)"
               DISPLAY "6. Versiones registradas de los archivos "
                   "vivos"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       MOVE "PRODUCTOS" TO WS-Archivo
                       MOVE CAB-Ver-Productos TO WS-VersionVigente
                       PERFORM Convertir-Vivo
                   WHEN 2
                       MOVE "MOVIMIENTOS" TO WS-Archivo
                       MOVE CAB-Ver-Movimientos TO WS-VersionVigente
                       PERFORM Convertir-Vivo
                   WHEN 3
                       MOVE "USUARIOS" TO WS-Archivo
                       MOVE CAB-Ver-Usuarios TO WS-VersionVigente
                       PERFORM Convertir-Vivo
                   WHEN 4
                       MOVE "PRODUCTOS" TO WS-Archivo
                       MOVE CAB-Ver-Productos TO WS-VersionVigente
                       DISPLAY "Fecha del respaldo (AAAAMMDD): "
                       ACCEPT WS-FechaCopia
                       MOVE SPACES TO WS-NombreCopia
                       STRING "Backup-Productos-" WS-FechaCopia
                           ".DAT" DELIMITED BY SIZE
                           INTO WS-NombreCopia
                       PERFORM Convertir-Copia
                   WHEN 5
                       MOVE "MOVIMIENTOS" TO WS-Archivo
                       MOVE CAB-Ver-Movimientos TO WS-VersionVigente
                       DISPLAY "Mes rotado (AAAAMM): "
                       MOVE SPACES TO WS-FechaCopia
                       ACCEPT WS-FechaCopia
                       MOVE SPACES TO WS-NombreCopia
                       STRING "Movimientos-" WS-FechaCopia(1:6)
                           ".DAT" DELIMITED BY SIZE
                           INTO WS-NombreCopia
                       PERFORM Convertir-Copia
                   WHEN 6
                       PERFORM Mostrar-Versiones-Vivas
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
           CLOSE Informe
       EXIT PROGRAM.


      *> La version de un indexado vivo sale de su parametro
      *> LAYOUT-xxx; si nunca se registro se pregunta (lo normal es
      *> que sea la vigente y solo haya que registrarla).
       Convertir-Vivo.
           MOVE SPACES TO WS-NombreCopia
           MOVE SPACES TO WS-ClaveParam
           STRING "LAYOUT-" WS-Archivo DELIMITED BY SPACE
               INTO WS-ClaveParam
           MOVE SPACES TO WS-ValorParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF WS-ValorParam(1:2) IS NUMERIC THEN
               MOVE WS-ValorParam(1:2) TO WS-VersionOrigen
               DISPLAY FUNCTION TRIM(WS-Archivo) " tiene registrada "
                   "la version " WS-VersionOrigen "."
           ELSE
               PERFORM Pedir-Version
           END-IF
           EVALUATE TRUE
               WHEN WS-VersionOrigen = WS-VersionVigente
                   PERFORM Registrar-Version-Viva
                   DISPLAY FUNCTION TRIM(WS-Archivo) " esta en la "
                       "version vigente " WS-VersionVigente "."
               WHEN WS-VersionOrigen = 0 OR
                       WS-VersionOrigen > WS-VersionVigente
                   DISPLAY "Version no conocida."
               WHEN OTHER
                   DISPLAY "Se convierte " FUNCTION TRIM(WS-Archivo)
                       " de la version " WS-VersionOrigen " a la "
                       WS-VersionVigente ". Confirma (S/N): "
                   ACCEPT WS-Confirmar
                   IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                       PERFORM Volcar-Vivo
                   END-IF
           END-EVALUATE
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Volcar-Vivo.
           MOVE 0 TO WS-Leidos
           MOVE 0 TO WS-Grabados
           MOVE "99" TO WS-AperturaStatus
           OPEN OUTPUT Trabajo
           EVALUATE WS-Archivo
               WHEN "PRODUCTOS"
                   EVALUATE WS-VersionOrigen
                       WHEN 1
                           PERFORM Volcar-Productos-V1
                       WHEN 2
                           PERFORM Volcar-Productos-V2
                       WHEN 3
                           PERFORM Volcar-Productos-V3
                       WHEN 4
                           PERFORM Volcar-Productos-V4
                   END-EVALUATE
               WHEN "MOVIMIENTOS"
                   EVALUATE WS-VersionOrigen
                       WHEN 1
                           PERFORM Volcar-Movimientos-V1
                       WHEN 2
                           PERFORM Volcar-Movimientos-V2
                   END-EVALUATE
               WHEN OTHER
                   EVALUATE WS-VersionOrigen
                       WHEN 1
                           PERFORM Volcar-Usuarios-V1
                       WHEN 2
                           PERFORM Volcar-Usuarios-V2
                       WHEN 3
                           PERFORM Volcar-Usuarios-V3
                   END-EVALUATE
           END-EVALUATE
           CLOSE Trabajo
      *>   Si el archivo no abre con el layout indicado (largo de
      *>   registro distinto) no se toca nada.
           IF WS-AperturaStatus NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-Archivo) " no abre con el "
                   "layout version " WS-VersionOrigen " (status "
                   WS-AperturaStatus "); no se convirtio."
           ELSE
               PERFORM Recargar-Vivo
               PERFORM Registrar-Version-Viva
               PERFORM Informar-Conversion
           END-IF
       EXIT.


       Recargar-Vivo.
           EVALUATE WS-Archivo
               WHEN "PRODUCTOS"
                   OPEN OUTPUT Productos
               WHEN "MOVIMIENTOS"
                   OPEN OUTPUT Movimientos
               WHEN OTHER
                   OPEN OUTPUT Usuarios
           END-EVALUATE
           IF WS-NuevoStatus NOT = "00" THEN
               CALL "Errores" USING WS-NuevoStatus
           ELSE
               OPEN INPUT Trabajo
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Trabajo
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Grabar-Vivo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Trabajo
               EVALUATE WS-Archivo
                   WHEN "PRODUCTOS"
                       CLOSE Productos
                   WHEN "MOVIMIENTOS"
                       CLOSE Movimientos
                   WHEN OTHER
                       CLOSE Usuarios
               END-EVALUATE
           END-IF
       EXIT.


       Grabar-Vivo.
           EVALUATE WS-Archivo
               WHEN "PRODUCTOS"
                   MOVE Trabajo-Rec TO PN-Rec
                   WRITE PN-Rec
               WHEN "MOVIMIENTOS"
                   MOVE Trabajo-Rec(1:124) TO MN-Rec
                   WRITE MN-Rec
               WHEN OTHER
                   MOVE Trabajo-Rec(1:283) TO UN-Rec
                   WRITE UN-Rec
           END-EVALUATE
           IF WS-NuevoStatus = "00" THEN
               ADD 1 TO WS-Grabados
           ELSE
               CALL "Errores" USING WS-NuevoStatus
           END-IF
       EXIT.


      *> Una copia secuencial declara su version en la cabecera; sin
      *> cabecera se pregunta. Tambien se reescribe una copia del
      *> layout vigente sin cabecera, para dejarsela puesta.
       Convertir-Copia.
           MOVE 'N' TO WS-TieneCabecera
           MOVE 'S' TO WS-CopiaOk
           OPEN INPUT CopiaCab
           IF WS-ViejoStatus NOT = "00" THEN
               DISPLAY "No existe " FUNCTION TRIM(WS-NombreCopia) "."
               MOVE 'N' TO WS-CopiaOk
           ELSE
               READ CopiaCab
                   AT END
                       DISPLAY "La copia esta vacia."
                       MOVE 'N' TO WS-CopiaOk
                   NOT AT END
                       IF Cab-Rec(1:8) = CAB-Marca-Layout THEN
                           MOVE Cab-Rec TO Cab-Layout
                           MOVE CAB-Version TO WS-VersionOrigen
                           MOVE 'S' TO WS-TieneCabecera
                       END-IF
               END-READ
               CLOSE CopiaCab
           END-IF
           IF WS-CopiaOk = 'S' AND WS-TieneCabecera = 'N' THEN
               PERFORM Pedir-Version
           END-IF
           EVALUATE TRUE
               WHEN WS-CopiaOk NOT = 'S'
                   CONTINUE
               WHEN WS-TieneCabecera = 'S' AND
                       WS-VersionOrigen = WS-VersionVigente
                   DISPLAY FUNCTION TRIM(WS-NombreCopia) " ya esta en "
                       "la version vigente " WS-VersionVigente "."
               WHEN WS-VersionOrigen = 0 OR
                       WS-VersionOrigen > WS-VersionVigente
                   DISPLAY "Version no conocida."
               WHEN OTHER
                   PERFORM Volcar-Copia
           END-EVALUATE
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Volcar-Copia.
           MOVE 0 TO WS-Leidos
           MOVE 0 TO WS-Grabados
           MOVE "99" TO WS-AperturaStatus
           IF WS-TieneCabecera = 'N' THEN
               ACCEPT WS-HoraActual FROM TIME
               MOVE WS-HoyNum TO CAB-Fecha
               MOVE WS-HoraActual(1:6) TO CAB-Hora
           END-IF
           OPEN OUTPUT Trabajo
           IF WS-Archivo = "PRODUCTOS" THEN
               EVALUATE WS-VersionOrigen
                   WHEN 1
                       PERFORM Volcar-Copia-Productos-V1
                   WHEN 2
                       PERFORM Volcar-Copia-Productos-V2
                   WHEN 3
                       PERFORM Volcar-Copia-Productos-V3
                   WHEN 4
                       PERFORM Volcar-Copia-Productos-V4
                   WHEN 5
                       PERFORM Volcar-Copia-Productos-V5
               END-EVALUATE
           ELSE
               EVALUATE WS-VersionOrigen
                   WHEN 1
                       PERFORM Volcar-Copia-Movimientos-V1
                   WHEN 2
                       PERFORM Volcar-Copia-Movimientos-V2
                   WHEN 3
                       PERFORM Volcar-Copia-Movimientos-V3
               END-EVALUATE
           END-IF
           CLOSE Trabajo
           IF WS-AperturaStatus NOT = "00" THEN
               CALL "Errores" USING WS-AperturaStatus
           ELSE
               PERFORM Reescribir-Copia
               PERFORM Informar-Conversion
           END-IF
       EXIT.


      *> La copia se recrea con el layout vigente: primero la
      *> cabecera (conserva la fecha y hora de la original) y
      *> despues los registros convertidos.
       Reescribir-Copia.
           MOVE CAB-Marca-Layout TO CAB-Marca
           MOVE WS-Archivo TO CAB-Archivo
           MOVE WS-VersionVigente TO CAB-Version
           IF WS-Archivo = "PRODUCTOS" THEN
               OPEN OUTPUT CopiaPV5
               MOVE SPACES TO CPV5-Rec
               MOVE Cab-Layout TO CPV5-Rec
               WRITE CPV5-Rec
           ELSE
               OPEN OUTPUT CopiaMV3
               MOVE SPACES TO CMV3-Rec
               MOVE Cab-Layout TO CMV3-Rec
               WRITE CMV3-Rec
           END-IF
           OPEN INPUT Trabajo
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Trabajo
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM Grabar-Copia
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           CLOSE Trabajo
           IF WS-Archivo = "PRODUCTOS" THEN
               CLOSE CopiaPV5
           ELSE
               CLOSE CopiaMV3
           END-IF
       EXIT.


       Grabar-Copia.
           IF WS-Archivo = "PRODUCTOS" THEN
               MOVE Trabajo-Rec TO CPV5-Rec
               WRITE CPV5-Rec
           ELSE
               MOVE Trabajo-Rec(1:124) TO CMV3-Rec
               WRITE CMV3-Rec
           END-IF
           IF WS-ViejoStatus = "00" THEN
               ADD 1 TO WS-Grabados
           ELSE
               CALL "Errores" USING WS-ViejoStatus
           END-IF
       EXIT.


      *> Cada registro viejo (sin la cabecera de version) se copia
      *> sobre el layout vigente inicializado.
       Pasar-A-Trabajo.
           IF WS-Imagen(1:8) NOT = CAB-Marca-Layout THEN
               ADD 1 TO WS-Leidos
               EVALUATE WS-Archivo
                   WHEN "PRODUCTOS"
                       INITIALIZE Product
                       MOVE WS-Imagen(1:WS-LargoViejo)
                           TO Product(1:WS-LargoViejo)
                       MOVE Product TO Trabajo-Rec
                   WHEN "MOVIMIENTOS"
                       INITIALIZE Mov-Rec
                       MOVE WS-Imagen(1:WS-LargoViejo)
                           TO Mov-Rec(1:WS-LargoViejo)
                       MOVE Mov-Rec TO Trabajo-Rec
                   WHEN OTHER
                       INITIALIZE Usr-Rec
                       MOVE 'A' TO US-Estado
                       MOVE WS-Imagen(1:WS-LargoViejo)
                           TO Usr-Rec(1:WS-LargoViejo)
                       PERFORM Resumir-Clave-Vieja
                       MOVE Usr-Rec TO Trabajo-Rec
               END-EVALUATE
               WRITE Trabajo-Rec
           END-IF
       EXIT.


       Pedir-Version.
           PERFORM Mostrar-Versiones-Conocidas
           DISPLAY "Version de layout de " FUNCTION TRIM(WS-Archivo)
               " (Enter = " WS-VersionVigente " vigente): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-VersionVigente TO WS-VersionOrigen
           IF WS-Aux NOT = SPACES THEN
               MOVE 0 TO WS-VersionOrigen
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-VersionOrigen
               END-IF
           END-IF
       EXIT.


       Mostrar-Versiones-Conocidas.
           EVALUATE WS-Archivo
               WHEN "PRODUCTOS"
                   DISPLAY "  1 = 522 bytes (hasta stock maximo)"
                   DISPLAY "  2 = 524 bytes (+ categoria de IVA)"
                   DISPLAY "  3 = 527 bytes (+ meses de garantia)"
                   DISPLAY "  4 = 534 bytes (+ costo estandar)"
                   DISPLAY "  5 = 549 bytes (+ peso y volumen)"
               WHEN "MOVIMIENTOS"
                   DISPLAY "  1 = 115 bytes (hasta sucursal)"
                   DISPLAY "  2 = 118 bytes (+ motivo de ajuste)"
                   DISPLAY "  3 = 124 bytes (+ corrida batch)"
               WHEN OTHER
                   DISPLAY "  1 =  21 bytes (usuario, clave, rol)"
                   DISPLAY "  2 =  22 bytes (+ estado)"
                   DISPLAY "  3 =  32 bytes (+ perfil)"
                   DISPLAY "  4 = 283 bytes (+ clave con resumen)"
           END-EVALUATE
       EXIT.


       Registrar-Version-Viva.
           MOVE SPACES TO WS-ValorParam
           MOVE WS-VersionVigente TO WS-ValorParam(1:2)
           CALL "Parametros" USING 2, WS-ClaveParam, WS-ValorParam
       EXIT.


       Mostrar-Versiones-Vivas.
           MOVE "PRODUCTOS" TO WS-Archivo
           MOVE CAB-Ver-Productos TO WS-VersionVigente
           PERFORM Mostrar-Version-Viva
           MOVE "MOVIMIENTOS" TO WS-Archivo
           MOVE CAB-Ver-Movimientos TO WS-VersionVigente
           PERFORM Mostrar-Version-Viva
           MOVE "USUARIOS" TO WS-Archivo
           MOVE CAB-Ver-Usuarios TO WS-VersionVigente
           PERFORM Mostrar-Version-Viva
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Version-Viva.
           MOVE SPACES TO WS-ClaveParam
           STRING "LAYOUT-" WS-Archivo DELIMITED BY SPACE
               INTO WS-ClaveParam
           MOVE "sin registrar" TO WS-ValorParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           DISPLAY WS-Archivo " registrada: "
               FUNCTION TRIM(WS-ValorParam) "  vigente: "
               WS-VersionVigente
       EXIT.


       Informar-Conversion.
           IF WS-NombreCopia = SPACES THEN
               MOVE WS-Archivo TO WS-Etiqueta
           ELSE
               MOVE WS-NombreCopia TO WS-Etiqueta
           END-IF
           STRING WS-Etiqueta " version " WS-VersionOrigen " -> "
               WS-VersionVigente "  leidos " WS-Leidos
               "  grabados " WS-Grabados
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-Leidos NOT = WS-Grabados THEN
               STRING "  AVISO: no coinciden; Conversion.TMP "
                   "conserva los registros convertidos."
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.


       Volcar-Productos-V1.
           MOVE 522 TO WS-LargoViejo
           OPEN INPUT ProductosV1
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ProductosV1 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE PV1-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ProductosV1
           END-IF
       EXIT.


       Volcar-Productos-V2.
           MOVE 524 TO WS-LargoViejo
           OPEN INPUT ProductosV2
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ProductosV2 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE PV2-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ProductosV2
           END-IF
       EXIT.


       Volcar-Productos-V3.
           MOVE 527 TO WS-LargoViejo
           OPEN INPUT ProductosV3
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ProductosV3 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE PV3-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ProductosV3
           END-IF
       EXIT.


       Volcar-Productos-V4.
           MOVE 534 TO WS-LargoViejo
           OPEN INPUT ProductosV4
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ProductosV4 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE PV4-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ProductosV4
           END-IF
       EXIT.


       Volcar-Movimientos-V1.
           MOVE 115 TO WS-LargoViejo
           OPEN INPUT MovimientosV1
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ MovimientosV1 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE MV1-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE MovimientosV1
           END-IF
       EXIT.


       Volcar-Movimientos-V2.
           MOVE 118 TO WS-LargoViejo
           OPEN INPUT MovimientosV2
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ MovimientosV2 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE MV2-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE MovimientosV2
           END-IF
       EXIT.


       Volcar-Usuarios-V1.
           MOVE 21 TO WS-LargoViejo
           OPEN INPUT UsuariosV1
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ UsuariosV1 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE UV1-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE UsuariosV1
           END-IF
       EXIT.


       Volcar-Usuarios-V2.
           MOVE 22 TO WS-LargoViejo
           OPEN INPUT UsuariosV2
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ UsuariosV2 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE UV2-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE UsuariosV2
           END-IF
       EXIT.


       Volcar-Usuarios-V3.
           MOVE 32 TO WS-LargoViejo
           OPEN INPUT UsuariosV3
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ UsuariosV3 NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE UV3-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE UsuariosV3
           END-IF
       EXIT.


      *> Hasta el layout 3 la clave iba a la vista en las
      *> posiciones 11-20, donde el layout vigente lleva la sal:
      *> se guarda su resumen y la posicion queda con una sal
      *> nueva. Como esas claves estuvieron expuestas, cada
      *> usuario debe cambiarla en su proximo ingreso.
       Resumir-Clave-Vieja.
           MOVE SPACES TO WS-ClaveVieja
           MOVE US-Sal TO WS-ClaveVieja
           MOVE SPACES TO US-Sal
           CALL "Hash-Clave" USING US-Usuario, US-Sal,
               WS-ClaveVieja, US-Clave-Hash
           MOVE WS-HoyNum TO US-Fecha-Clave
           MOVE 0 TO US-Intentos
           MOVE 'S' TO US-Cambiar-Clave
           MOVE SPACES TO US-Historial-Claves
       EXIT.


       Volcar-Copia-Productos-V1.
           MOVE 522 TO WS-LargoViejo
           OPEN INPUT CopiaPV1
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CopiaPV1
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CPV1-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CopiaPV1
           END-IF
       EXIT.


       Volcar-Copia-Productos-V2.
           MOVE 524 TO WS-LargoViejo
           OPEN INPUT CopiaPV2
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CopiaPV2
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CPV2-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CopiaPV2
           END-IF
       EXIT.


       Volcar-Copia-Productos-V3.
           MOVE 527 TO WS-LargoViejo
           OPEN INPUT CopiaPV3
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CopiaPV3
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CPV3-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CopiaPV3
           END-IF
       EXIT.


       Volcar-Copia-Productos-V4.
           MOVE 534 TO WS-LargoViejo
           OPEN INPUT CopiaPV4
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CopiaPV4
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CPV4-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CopiaPV4
           END-IF
       EXIT.


       Volcar-Copia-Productos-V5.
           MOVE 549 TO WS-LargoViejo
           OPEN INPUT CopiaPV5
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CopiaPV5
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CPV5-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CopiaPV5
           END-IF
       EXIT.


       Volcar-Copia-Movimientos-V1.
           MOVE 115 TO WS-LargoViejo
           OPEN INPUT CopiaMV1
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CopiaMV1
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CMV1-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CopiaMV1
           END-IF
       EXIT.


       Volcar-Copia-Movimientos-V2.
           MOVE 118 TO WS-LargoViejo
           OPEN INPUT CopiaMV2
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CopiaMV2
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CMV2-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CopiaMV2
           END-IF
       EXIT.


       Volcar-Copia-Movimientos-V3.
           MOVE 124 TO WS-LargoViejo
           OPEN INPUT CopiaMV3
           MOVE WS-ViejoStatus TO WS-AperturaStatus
           IF WS-ViejoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CopiaMV3
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CMV3-Rec TO WS-Imagen
                           PERFORM Pasar-A-Trabajo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CopiaMV3
           END-IF
       EXIT.
