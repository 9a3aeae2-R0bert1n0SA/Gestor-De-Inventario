       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pallets AS "Pallets".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Pallets ASSIGN TO 'Pallets.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-Clave
               FILE STATUS IS WS-PalletsStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Transferencias ASSIGN TO 'Transferencias.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-Numero
               FILE STATUS IS WS-TransfStatus.

           SELECT ArchivoEtiquetas ASSIGN TO WS-NombreArchivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EtiquetasStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Pallets.
           COPY PALLET.

       FD  Productos.
           COPY PRODUCTO.

       FD  Transferencias.
      *>  Mismo layout que declara Transferencias.cob: cada linea de
      *>  un pallet despachado a otra sucursal es una transferencia
      *>  comun, que tambien puede recibirse suelta desde alli.
       01  TF-Rec.
           05 TF-Numero                PIC 9(6).
           05 TF-Product-Origen        PIC X(10).
           05 TF-Product-Destino       PIC X(10).
           05 TF-Sucursal-Origen       PIC X(4).
           05 TF-Sucursal-Destino      PIC X(4).
           05 TF-Cantidad              PIC 9(7).
           05 TF-Estado                PIC X(10).
           05 TF-Fecha-Salida          PIC 9(8).
           05 TF-Fecha-Recepcion       PIC 9(8).
           05 TF-Usuario               PIC X(10).
           05 TF-Proximo-Numero        PIC 9(6).
      *>  Precio de transferencia: costo promedio del origen al
      *>  despachar y recargo (RECARGO-TRANSFERENCIA) que se carga
      *>  a la sucursal de destino. OJO: al crecer el registro un
      *>  Transferencias.DAT del layout anterior debe recrearse en
      *>  el corte.
           05 TF-Costo-Unitario        PIC 9(5)V99.
           05 TF-Recargo-Pct           PIC 9(3)V99.

       FD  ArchivoEtiquetas.
      *>  Misma salida que Etiquetas y Bultos para la estacionera.
       01  ET-Linea                    PIC X(40).

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.

           01 WS-Control.
               05 WS-PalletsStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-TransfStatus      PIC XX.
               05 WS-EtiquetasStatus   PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoraActual            PIC 9(8).
           01 WS-HoyNum                PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Entrada               PIC X(20).
           01 WS-Continuar             PIC X(1).
           01 WS-NombreArchivo         PIC X(40).
           01 WS-LPN                   PIC X(9).
           01 WS-Numero                PIC 9(6).
           01 WS-NumDestino            PIC 9(6).
           01 WS-NumAgregar            PIC 9(6).
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-ProximoTransf         PIC 9(6).
           01 WS-UltimaLinea           PIC 9(3).
           01 WS-LineaHallada          PIC 9(3).
           01 WS-PID                   PIC X(10).
           01 WS-Lote                  PIC X(10).
           01 WS-Cantidad              PIC 9(7).
           01 WS-Transf                PIC 9(6).
           01 WS-Origen                PIC X(20).
           01 WS-Destino               PIC X(20).
           01 WS-SucOrigen             PIC X(4).
           01 WS-SucDestino            PIC X(4).
           01 WS-UbicOk                PIC X(1).
           01 WS-SucOk                 PIC X(1).
           01 WS-Bloqueado             PIC X(1).
           01 WS-LockOk                PIC X(1).
           01 WS-LegOk                 PIC X(1).
           01 WS-TodoOk                PIC X(1).
           01 WS-LegsOk                PIC 9(3).
           01 WS-LegsFallidos          PIC 9(3).
           01 WS-StockViejo            PIC 9(7).
           01 WS-ValorCategoria        PIC 9(13)V99.
           01 WS-OperacionMov          PIC X(6).
           01 WS-MovAntes              PIC X(20).
           01 WS-MovDespues            PIC X(20).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           01 WS-IdxOrigen             PIC 9(1).
           01 WS-IdxDestino            PIC 9(1).
           01 WS-Idx                   PIC 9(1).
           01 WS-FechaEd               PIC X(10).
           01 WS-Listados              PIC 9(5).
           01 WS-ResultadoLinea        PIC X(1).

      *>   Cabecera del pallet en curso.
           01 WS-CabOk                 PIC X(1).
           01 WS-CabUbicacion          PIC X(20).
           01 WS-CabEstado             PIC X(10).
           01 WS-CabSucursal           PIC X(4).
           01 WS-CabFecha              PIC 9(8).
           01 WS-CabUsuario            PIC X(10).

      *>   Lineas del pallet en curso, leidas de una vez para
      *>   generar las patas de un movimiento en un solo paso.
           01 WS-LineasPallet.
               05 WS-LP-Entry OCCURS 50 TIMES.
                   10 WS-LP-Linea          PIC 9(3).
                   10 WS-LP-Product-ID     PIC X(10).
                   10 WS-LP-Lote           PIC X(10).
                   10 WS-LP-Cantidad       PIC 9(7).
                   10 WS-LP-Transf         PIC 9(6).
           01 WS-LPUsadas              PIC 9(2) VALUE 0.
           01 WS-LP-Idx                PIC 9(2).

       LINKAGE SECTION.
      *> Flag 1: agrega LK-Cantidad del producto LK-Product-ID (lote
      *>         LK-Lote) al pallet LK-Numero, que debe estar ARMADO
      *>         en LK-Ubicacion; con LK-Numero en 0 abre un pallet
      *>         nuevo en esa ubicacion y devuelve su numero. 'S' en
      *>         LK-Resultado si quedo registrado.
      *> Flag 2: imprime la etiqueta del pallet LK-Numero.
      *> Flag 3: saca LK-Cantidad del producto LK-Product-ID (lote
      *>         LK-Lote) del pallet LK-Numero, como al reponer una
      *>         cara de picking desde la reserva paletizada; el
      *>         pallet que queda sin lineas pasa a VACIO.
      *> Otro valor: menu de pallets.
           01 LK-Flag                  PIC 9(2).
           01 LK-Numero                PIC 9(6).
           01 LK-Product-ID            PIC X(10).
           01 LK-Lote                  PIC X(10).
           01 LK-Cantidad              PIC 9(7).
           01 LK-Ubicacion             PIC X(20).
           01 LK-Usuario               PIC X(10).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Numero, LK-Product-ID,
               LK-Lote, LK-Cantidad, LK-Ubicacion, LK-Usuario,
               LK-Resultado.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Agregar-Desde-Recepcion
               WHEN 2
                   MOVE LK-Numero TO WS-Numero
                   PERFORM Imprimir-Etiqueta
               WHEN 3
                   PERFORM Quitar-De-Pallet
               WHEN OTHER
                   PERFORM Menu-Pallets
           END-EVALUATE
       EXIT PROGRAM.


       Menu-Pallets.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Pallets (LPN) -------"
               DISPLAY "1. Armar pallet / agregar mercaderia"
               DISPLAY "2. Mover pallet a otra ubicacion"
               DISPLAY "3. Despachar pallet a otra sucursal"
               DISPLAY "4. Recibir pallet de otra sucursal"
               DISPLAY "5. Pasar mercaderia entre pallets "
                   "(desarme / consolidacion)"
               DISPLAY "6. Imprimir etiqueta"
               DISPLAY "7. Consultar pallet"
               DISPLAY "8. Listar pallets por ubicacion"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Armar-Pallet
                   WHEN 2
                       PERFORM Mover-Pallet
                   WHEN 3
                       PERFORM Despachar-Pallet
                   WHEN 4
                       PERFORM Recibir-Pallet
                   WHEN 5
                       PERFORM Pasar-Entre-Pallets
                   WHEN 6
                       DISPLAY "Pallet (LPN): "
                       PERFORM Leer-LPN
                       IF WS-Numero > 0 THEN
                           PERFORM Imprimir-Etiqueta
                       END-IF
                   WHEN 7
                       PERFORM Consultar-Pallet
                   WHEN 8
                       PERFORM Listar-Por-Ubicacion
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


      *> Abre Pallets.DAT (creandolo la primera vez) y deja en
      *> WS-ProximoNumero el proximo numero del registro de control.
       Abrir-Pallets.
           OPEN I-O Pallets
           IF WS-PalletsStatus = "35" THEN
               CLOSE Pallets
               OPEN OUTPUT Pallets
               CLOSE Pallets
               OPEN I-O Pallets
           END-IF
           IF WS-PalletsStatus = "00" THEN
               MOVE 0 TO PL-Numero
               MOVE 0 TO PL-Linea
               READ Pallets
                   INVALID KEY
                       MOVE 1 TO WS-ProximoNumero
                       INITIALIZE PL-Rec
                       MOVE WS-ProximoNumero TO PL-Proximo-Numero
                       WRITE PL-Rec
                   NOT INVALID KEY
                       MOVE PL-Proximo-Numero TO WS-ProximoNumero
               END-READ
           END-IF
       EXIT.


       Abrir-Transferencias.
           OPEN I-O Transferencias
           IF WS-TransfStatus = "35" THEN
               CLOSE Transferencias
               OPEN OUTPUT Transferencias
               CLOSE Transferencias
               OPEN I-O Transferencias
           END-IF
           IF WS-TransfStatus = "00" THEN
               MOVE 0 TO TF-Numero
               READ Transferencias
                   INVALID KEY
                       MOVE 1 TO WS-ProximoTransf
                       INITIALIZE TF-Rec
                       MOVE 0 TO TF-Numero
                       MOVE WS-ProximoTransf TO TF-Proximo-Numero
                       WRITE TF-Rec
                   NOT INVALID KEY
                       MOVE TF-Proximo-Numero TO WS-ProximoTransf
               END-READ
           END-IF
       EXIT.


      *> Acepta la matricula tal como la lee el lector de la
      *> etiqueta (LPN000123) o solo el numero; 0 si no es valida.
       Leer-LPN.
           MOVE SPACES TO WS-Entrada
           ACCEPT WS-Entrada
           INSPECT WS-Entrada CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-Aux
           IF WS-Entrada(1:3) = "LPN" THEN
               MOVE WS-Entrada(4:17) TO WS-Aux
           ELSE
               MOVE WS-Entrada TO WS-Aux
           END-IF
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Numero
           ELSE
               MOVE 0 TO WS-Numero
           END-IF
       EXIT.


       Armar-LPN.
           MOVE SPACES TO WS-LPN
           STRING "LPN" WS-Numero DELIMITED SIZE INTO WS-LPN
       EXIT.


      *> Lee la cabecera del pallet WS-Numero y deja sus lineas en
      *> la tabla; WS-CabOk queda en 'S' si el pallet existe.
       Leer-Pallet.
           MOVE 'N' TO WS-CabOk
           MOVE 0 TO WS-LPUsadas
           MOVE 0 TO WS-UltimaLinea
           MOVE WS-Numero TO PL-Numero
           MOVE 0 TO PL-Linea
           READ Pallets
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CabOk
                   MOVE PL-Ubicacion TO WS-CabUbicacion
                   MOVE PL-Estado TO WS-CabEstado
                   MOVE PL-Sucursal TO WS-CabSucursal
                   MOVE PL-Fecha-Alta TO WS-CabFecha
                   MOVE PL-Usuario TO WS-CabUsuario
           END-READ
           IF WS-CabOk = 'S' AND WS-Numero > 0 THEN
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Pallets NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF PL-Numero = WS-Numero THEN
                               PERFORM Cargar-Linea
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
           END-IF
           IF WS-Numero = 0 THEN
               MOVE 'N' TO WS-CabOk
           END-IF
       EXIT.


       Cargar-Linea.
           MOVE PL-Linea TO WS-UltimaLinea
           IF WS-LPUsadas < 50 THEN
               ADD 1 TO WS-LPUsadas
               MOVE PL-Linea TO WS-LP-Linea(WS-LPUsadas)
               MOVE PL-Product-ID TO WS-LP-Product-ID(WS-LPUsadas)
               MOVE PL-Lote TO WS-LP-Lote(WS-LPUsadas)
               MOVE PL-Cantidad TO WS-LP-Cantidad(WS-LPUsadas)
               MOVE PL-Transferencia TO WS-LP-Transf(WS-LPUsadas)
           END-IF
       EXIT.


      *> Abre un pallet ARMADO en WS-CabUbicacion y deja su numero
      *> en WS-Numero.
       Crear-Pallet.
           MOVE WS-ProximoNumero TO WS-Numero
           INITIALIZE PL-Rec
           MOVE WS-Numero TO PL-Numero
           MOVE 0 TO PL-Linea
           MOVE WS-CabUbicacion TO PL-Ubicacion
           MOVE "ARMADO" TO PL-Estado
           MOVE WS-HoyNum TO PL-Fecha-Alta
           MOVE WS-Usuario TO PL-Usuario
           WRITE PL-Rec
           ADD 1 TO WS-ProximoNumero
           MOVE 0 TO PL-Numero
           MOVE 0 TO PL-Linea
           READ Pallets
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoNumero TO PL-Proximo-Numero
                   REWRITE PL-Rec
           END-READ
           MOVE "ARMADO" TO WS-CabEstado
           MOVE WS-HoyNum TO WS-CabFecha
           MOVE WS-Usuario TO WS-CabUsuario
           PERFORM Armar-LPN
           DISPLAY "Pallet " WS-LPN " abierto en "
               FUNCTION TRIM(WS-CabUbicacion) "."
       EXIT.


      *> Suma WS-Cantidad de WS-PID / WS-Lote al pallet
      *> WS-NumAgregar: si ya tiene una linea del mismo producto y
      *> lote (sin transferencia en curso) la engrosa, si no agrega
      *> una linea nueva al final.
       Agregar-Linea-Pallet.
           MOVE 0 TO WS-LineaHallada
           MOVE 0 TO WS-UltimaLinea
           MOVE WS-NumAgregar TO PL-Numero
           MOVE 1 TO PL-Linea
           START Pallets KEY IS NOT LESS THAN PL-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Pallets NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF PL-Numero = WS-NumAgregar THEN
                           MOVE PL-Linea TO WS-UltimaLinea
                           IF PL-Product-ID = WS-PID AND
                                   PL-Lote = WS-Lote AND
                                   PL-Transferencia = 0 THEN
                               MOVE PL-Linea TO WS-LineaHallada
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           IF WS-LineaHallada > 0 THEN
               MOVE WS-NumAgregar TO PL-Numero
               MOVE WS-LineaHallada TO PL-Linea
               READ Pallets
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-Cantidad TO PL-Cantidad
                       REWRITE PL-Rec
               END-READ
           ELSE
               INITIALIZE PL-Rec
               MOVE WS-NumAgregar TO PL-Numero
               ADD 1 TO WS-UltimaLinea GIVING PL-Linea
               MOVE WS-PID TO PL-Product-ID
               MOVE WS-Lote TO PL-Lote
               MOVE WS-Cantidad TO PL-Cantidad
               MOVE WS-HoyNum TO PL-Fecha-Alta
               MOVE WS-Usuario TO PL-Usuario
               WRITE PL-Rec
           END-IF
       EXIT.


      *> Recepciones arma los pallets a medida que guarda cada
      *> linea recibida en su ubicacion.
       Agregar-Desde-Recepcion.
           MOVE 'N' TO LK-Resultado
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               IF LK-Numero = 0 THEN
                   MOVE LK-Ubicacion TO WS-CabUbicacion
                   PERFORM Crear-Pallet
                   MOVE WS-Numero TO LK-Numero
                   MOVE 'S' TO WS-CabOk
               ELSE
                   MOVE LK-Numero TO WS-Numero
                   PERFORM Leer-Pallet
                   PERFORM Armar-LPN
                   EVALUATE TRUE
                       WHEN WS-CabOk NOT = 'S'
                           DISPLAY "  El pallet " WS-LPN
                               " no existe."
                       WHEN WS-CabEstado NOT = "ARMADO"
                           DISPLAY "  El pallet " WS-LPN
                               " esta " WS-CabEstado "."
                           MOVE 'N' TO WS-CabOk
                       WHEN WS-CabUbicacion NOT = LK-Ubicacion
                           DISPLAY "  El pallet " WS-LPN " esta en "
                               FUNCTION TRIM(WS-CabUbicacion)
                               ", no en "
                               FUNCTION TRIM(LK-Ubicacion) "."
                           MOVE 'N' TO WS-CabOk
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-CabOk = 'S' THEN
                   MOVE LK-Numero TO WS-NumAgregar
                   MOVE LK-Product-ID TO WS-PID
                   MOVE LK-Lote TO WS-Lote
                   MOVE LK-Cantidad TO WS-Cantidad
                   PERFORM Agregar-Linea-Pallet
                   IF WS-PalletsStatus = "00" THEN
                       MOVE 'S' TO LK-Resultado
                   ELSE
                       CALL "Errores" USING WS-PalletsStatus
                   END-IF
               END-IF
               CLOSE Pallets
           END-IF
       EXIT.


       Quitar-De-Pallet.
           MOVE 'N' TO LK-Resultado
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               MOVE LK-Numero TO WS-Numero
               PERFORM Leer-Pallet
               MOVE 0 TO WS-LineaHallada
               PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                       UNTIL WS-LP-Idx > WS-LPUsadas
                   IF WS-LP-Product-ID(WS-LP-Idx) = LK-Product-ID
                           AND WS-LP-Lote(WS-LP-Idx) = LK-Lote AND
                           WS-LineaHallada = 0 THEN
                       MOVE WS-LP-Idx TO WS-LineaHallada
                   END-IF
               END-PERFORM
               IF WS-CabOk = 'S' AND WS-LineaHallada > 0 THEN
                   MOVE WS-LineaHallada TO WS-LP-Idx
                   IF LK-Cantidad < WS-LP-Cantidad(WS-LP-Idx) THEN
                       MOVE LK-Cantidad TO WS-Cantidad
                   ELSE
                       MOVE WS-LP-Cantidad(WS-LP-Idx) TO WS-Cantidad
                   END-IF
                   PERFORM Debitar-Origen
                   MOVE 'S' TO LK-Resultado
                   MOVE 0 TO WS-Cantidad
                   PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                           UNTIL WS-LP-Idx > WS-LPUsadas
                       ADD WS-LP-Cantidad(WS-LP-Idx) TO WS-Cantidad
                   END-PERFORM
                   IF WS-Cantidad = 0 THEN
                       MOVE WS-Numero TO PL-Numero
                       MOVE 0 TO PL-Linea
                       READ Pallets
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "VACIO" TO PL-Estado
                               REWRITE PL-Rec
                       END-READ
                   END-IF
               END-IF
               CLOSE Pallets
           END-IF
       EXIT.


      *> Mercaderia que ya esta en la ubicacion (por recepcion o
      *> traslado) se paletiza: el pallet va donde esta la
      *> mercaderia, asi que no hay movimiento de stock.
       Armar-Pallet.
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               DISPLAY "Pallet (Enter = nuevo, o LPN existente): "
               PERFORM Leer-LPN
               MOVE 'S' TO WS-CabOk
               IF WS-Numero > 0 THEN
                   PERFORM Leer-Pallet
                   PERFORM Armar-LPN
                   IF WS-CabOk NOT = 'S' OR
                           WS-CabEstado NOT = "ARMADO" THEN
                       DISPLAY "El pallet " WS-LPN " no existe o "
                           "no esta ARMADO."
                       MOVE 'N' TO WS-CabOk
                   ELSE
                       DISPLAY "Pallet " WS-LPN " en "
                           FUNCTION TRIM(WS-CabUbicacion) "."
                   END-IF
               ELSE
                   DISPLAY "Ubicacion del pallet: "
                   ACCEPT WS-CabUbicacion
                   INSPECT WS-CabUbicacion CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   CALL "Ubicaciones-Admin" USING 1,
                       WS-CabUbicacion, WS-UbicOk
                   IF WS-UbicOk NOT = 'S' THEN
                       DISPLAY "La ubicacion no esta en el maestro."
                       MOVE 'N' TO WS-CabOk
                   END-IF
               END-IF
               IF WS-CabOk = 'S' THEN
                   OPEN INPUT Productos
                   IF WS-ProductosStatus NOT = "00" THEN
                       CALL "Errores" USING WS-ProductosStatus
                   ELSE
                       MOVE 'S' TO WS-Continuar
                       PERFORM UNTIL WS-Continuar NOT = 'S'
                           PERFORM Capturar-Linea-Armado
                       END-PERFORM
                       CLOSE Productos
                   END-IF
               END-IF
               CLOSE Pallets
               IF WS-CabOk = 'S' AND WS-Numero > 0 THEN
                   PERFORM Imprimir-Etiqueta
               END-IF
           END-IF
       EXIT.


       Capturar-Linea-Armado.
           DISPLAY "ID del producto (Enter = terminar): "
           MOVE SPACES TO WS-PID
           ACCEPT WS-PID
           IF WS-PID = SPACES THEN
               MOVE 'N' TO WS-Continuar
           ELSE
               MOVE WS-PID TO Product-ID
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       DISPLAY "Producto no encontrado."
                   NOT INVALID KEY
                       PERFORM Capturar-Cantidad-Armado
               END-READ
           END-IF
       EXIT.


      *> Lo paletizado no puede superar el saldo del producto en
      *> la ubicacion del pallet segun su desglose por estante.
       Capturar-Cantidad-Armado.
           MOVE 0 TO WS-IdxOrigen
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF P-UbicNombre(WS-Idx) = WS-CabUbicacion THEN
                   MOVE WS-Idx TO WS-IdxOrigen
               END-IF
           END-PERFORM
           IF WS-IdxOrigen = 0 THEN
               DISPLAY "El producto no tiene saldo en "
                   FUNCTION TRIM(WS-CabUbicacion)
                   "; trasladarlo antes con Traslados."
           ELSE
               DISPLAY "Lote (en blanco si no aplica): "
               MOVE SPACES TO WS-Lote
               ACCEPT WS-Lote
               DISPLAY "Cantidad (saldo en la ubicacion: "
                   P-UbicStock(WS-IdxOrigen) "): "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Cantidad
               ELSE
                   MOVE 0 TO WS-Cantidad
               END-IF
               EVALUATE TRUE
                   WHEN WS-Cantidad = 0
                       DISPLAY "Cantidad no valida."
                   WHEN WS-Cantidad > P-UbicStock(WS-IdxOrigen)
                       DISPLAY "Supera el saldo de la ubicacion."
                   WHEN OTHER
                       IF WS-Numero = 0 THEN
                           PERFORM Crear-Pallet
                       END-IF
                       MOVE WS-Numero TO WS-NumAgregar
                       PERFORM Agregar-Linea-Pallet
                       DISPLAY "Agregado al pallet."
               END-EVALUATE
           END-IF
       EXIT.


      *> Un movimiento de pallet genera un TRASLA por cada linea en
      *> un solo paso. Si alguna pata no se puede aplicar (desglose
      *> sin saldo o sin renglon libre) el pallet igual se mueve,
      *> porque fisicamente ya esta en el destino, y se avisa para
      *> corregir ese producto con Traslados.
       Mover-Pallet.
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               DISPLAY "Pallet a mover (LPN): "
               PERFORM Leer-LPN
               PERFORM Leer-Pallet
               PERFORM Armar-LPN
               EVALUATE TRUE
                   WHEN WS-CabOk NOT = 'S'
                       DISPLAY "Pallet no encontrado."
                   WHEN WS-CabEstado NOT = "ARMADO"
                       DISPLAY "El pallet esta " WS-CabEstado "."
                   WHEN OTHER
                       PERFORM Capturar-Destino-Movimiento
               END-EVALUATE
               CLOSE Pallets
           END-IF
       EXIT.


       Capturar-Destino-Movimiento.
           DISPLAY "Pallet " WS-LPN " en "
               FUNCTION TRIM(WS-CabUbicacion) " con " WS-LPUsadas
               " lineas."
           DISPLAY "Ubicacion de destino: "
           ACCEPT WS-Destino
           INSPECT WS-Destino CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           CALL "Ubicaciones-Admin" USING 1, WS-Destino, WS-UbicOk
           EVALUATE TRUE
               WHEN WS-UbicOk NOT = 'S'
                   DISPLAY "La ubicacion no esta en el maestro."
               WHEN WS-Destino = WS-CabUbicacion
                   DISPLAY "El pallet ya esta en esa ubicacion."
               WHEN OTHER
                   PERFORM Aplicar-Movimiento-Pallet
           END-EVALUATE
       EXIT.


       Aplicar-Movimiento-Pallet.
           MOVE 0 TO WS-LegsOk
           MOVE 0 TO WS-LegsFallidos
           MOVE WS-CabUbicacion TO WS-Origen
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                       UNTIL WS-LP-Idx > WS-LPUsadas
                   MOVE WS-LP-Product-ID(WS-LP-Idx) TO WS-PID
                   MOVE WS-LP-Cantidad(WS-LP-Idx) TO WS-Cantidad
                   PERFORM Trasladar-Linea
               END-PERFORM
               CLOSE Productos
               MOVE WS-Numero TO PL-Numero
               MOVE 0 TO PL-Linea
               READ Pallets
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-Destino TO PL-Ubicacion
                       REWRITE PL-Rec
               END-READ
               DISPLAY "Pallet " WS-LPN " movido a "
                   FUNCTION TRIM(WS-Destino) ": " WS-LegsOk
                   " traslados aplicados."
               IF WS-LegsFallidos > 0 THEN
                   DISPLAY "ATENCION: " WS-LegsFallidos
                       " lineas no se pudieron trasladar en el "
                       "desglose; corregirlas con Traslados."
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Una pata TRASLA: WS-Cantidad de WS-PID de WS-Origen a
      *> WS-Destino en el desglose por estante, con la misma
      *> validacion y el mismo rastro que Traslados. Productos
      *> abierto I-O.
       Trasladar-Linea.
           MOVE 'N' TO WS-LegOk
           MOVE WS-PID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   DISPLAY "  " WS-PID ": producto no encontrado."
               NOT INVALID KEY
                   PERFORM Validar-Traslado
           END-READ
           IF WS-LegOk = 'S' THEN
               ADD 1 TO WS-LegsOk
           ELSE
               ADD 1 TO WS-LegsFallidos
           END-IF
       EXIT.


       Validar-Traslado.
           MOVE 0 TO WS-IdxOrigen
           MOVE 0 TO WS-IdxDestino
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF P-UbicNombre(WS-Idx) = WS-Origen THEN
                   MOVE WS-Idx TO WS-IdxOrigen
               END-IF
               IF P-UbicNombre(WS-Idx) = WS-Destino THEN
                   MOVE WS-Idx TO WS-IdxDestino
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Cantidad = 0
                   MOVE 'S' TO WS-LegOk
               WHEN WS-IdxOrigen = 0
                   DISPLAY "  " WS-PID ": el origen no figura en "
                       "el desglose."
               WHEN P-UbicStock(WS-IdxOrigen) < WS-Cantidad
                   DISPLAY "  " WS-PID ": saldo insuficiente en "
                       "el origen (" P-UbicStock(WS-IdxOrigen) ")."
               WHEN WS-IdxDestino = 0 AND P-NumUbicaciones >= 5
                   DISPLAY "  " WS-PID ": sin renglones libres "
                       "para el destino."
               WHEN OTHER
                   CALL "Bloqueos" USING 1, Product-ID,
                       WS-Usuario, WS-LockOk
                   IF WS-LockOk = 'S' THEN
                       PERFORM Aplicar-Traslado
                       CALL "Bloqueos" USING 2, Product-ID,
                           WS-Usuario, WS-LockOk
                   END-IF
           END-EVALUATE
       EXIT.


       Aplicar-Traslado.
           IF WS-IdxDestino = 0 THEN
               ADD 1 TO P-NumUbicaciones
               MOVE P-NumUbicaciones TO WS-IdxDestino
               MOVE WS-Destino TO P-UbicNombre(WS-IdxDestino)
               MOVE 0 TO P-UbicStock(WS-IdxDestino)
           END-IF
           SUBTRACT WS-Cantidad FROM P-UbicStock(WS-IdxOrigen)
           ADD WS-Cantidad TO P-UbicStock(WS-IdxDestino)
           PERFORM Sellar-Modificacion
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               MOVE 'S' TO WS-LegOk
               MOVE P-Stock TO WS-StockViejo
               MOVE "TRASLA" TO WS-OperacionMov
               MOVE WS-Origen TO WS-MovAntes
               MOVE WS-Destino TO WS-MovDespues
               PERFORM Registrar-Movimiento
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


       Sellar-Modificacion.
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO Dia-Modificacion
           MOVE WS-Fecha(5:2) TO Mes-Modificacion
           MOVE WS-Fecha(1:4) TO Ano-Modificacion
           ADD WS-Year TO Ano-Modificacion GIVING Ano-Modificacion
           MOVE WS-Usuario TO P-Usuario
       EXIT.


      *> Despachar un pallet es despachar una transferencia por
      *> linea: primero se validan todas (producto, conteo ciclico,
      *> stock) y solo si pasan todas se postean las salidas, para
      *> que el pallet no viaje a medias.
       Despachar-Pallet.
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               DISPLAY "Pallet a despachar (LPN): "
               PERFORM Leer-LPN
               PERFORM Leer-Pallet
               PERFORM Armar-LPN
               EVALUATE TRUE
                   WHEN WS-CabOk NOT = 'S'
                       DISPLAY "Pallet no encontrado."
                   WHEN WS-CabEstado NOT = "ARMADO"
                       DISPLAY "El pallet esta " WS-CabEstado "."
                   WHEN WS-LPUsadas = 0
                       DISPLAY "El pallet esta vacio."
                   WHEN OTHER
                       PERFORM Capturar-Sucursales
               END-EVALUATE
               CLOSE Pallets
           END-IF
       EXIT.


       Capturar-Sucursales.
           DISPLAY "Sucursal de origen: "
           ACCEPT WS-SucOrigen
           DISPLAY "Sucursal de destino: "
           ACCEPT WS-SucDestino
           CALL "Sucursales" USING 1, WS-SucDestino, WS-SucOk
           IF WS-SucOk NOT = 'S' THEN
               DISPLAY "La sucursal de destino no existe."
           ELSE
               OPEN I-O Productos
               IF WS-ProductosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ProductosStatus
               ELSE
                   MOVE 'S' TO WS-TodoOk
                   PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                           UNTIL WS-LP-Idx > WS-LPUsadas
                       PERFORM Validar-Salida-Linea
                   END-PERFORM
                   IF WS-TodoOk = 'S' THEN
                       PERFORM Postear-Salidas-Pallet
                   ELSE
                       DISPLAY "Pallet no despachado; resolver las "
                           "lineas observadas o desarmarlo."
                   END-IF
                   CLOSE Productos
               END-IF
           END-IF
       EXIT.


       Validar-Salida-Linea.
           MOVE WS-LP-Product-ID(WS-LP-Idx) TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   DISPLAY "  " Product-ID ": producto no "
                       "encontrado."
                   MOVE 'N' TO WS-TodoOk
               NOT INVALID KEY
                   CALL "Conteos" USING 9, Product-ID,
                       WS-Bloqueado, SPACES
                   IF WS-Bloqueado = 'S' THEN
                       DISPLAY "  " Product-ID ": bloqueado por "
                           "conteo ciclico pendiente."
                       MOVE 'N' TO WS-TodoOk
                   END-IF
                   IF WS-LP-Cantidad(WS-LP-Idx) > P-Stock THEN
                       DISPLAY "  " Product-ID ": stock "
                           "insuficiente (" P-Stock ")."
                       MOVE 'N' TO WS-TodoOk
                   END-IF
           END-READ
       EXIT.


       Postear-Salidas-Pallet.
           PERFORM Abrir-Transferencias
           IF WS-TransfStatus NOT = "00" THEN
               CALL "Errores" USING WS-TransfStatus
           ELSE
               MOVE 0 TO WS-LegsOk
               MOVE 0 TO WS-LegsFallidos
               PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                       UNTIL WS-LP-Idx > WS-LPUsadas
                   PERFORM Despachar-Linea
               END-PERFORM
               CLOSE Transferencias
               MOVE WS-Numero TO PL-Numero
               MOVE 0 TO PL-Linea
               READ Pallets
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "EN TRANSIT" TO PL-Estado
                       MOVE WS-SucDestino TO PL-Sucursal
                       REWRITE PL-Rec
               END-READ
               DISPLAY "Pallet " WS-LPN " despachado a "
                   WS-SucDestino ": " WS-LegsOk
                   " transferencias EN TRANSITO."
               IF WS-LegsFallidos > 0 THEN
                   DISPLAY "ATENCION: " WS-LegsFallidos
                       " lineas no se despacharon (producto en "
                       "uso); despacharlas con Transferencias."
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Despachar-Linea.
           MOVE 'N' TO WS-LegOk
           MOVE WS-LP-Product-ID(WS-LP-Idx) TO Product-ID
           MOVE WS-LP-Cantidad(WS-LP-Idx) TO WS-Cantidad
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "Bloqueos" USING 1, Product-ID,
                       WS-Usuario, WS-LockOk
                   IF WS-LockOk = 'S' THEN
                       PERFORM Aplicar-Salida
                       CALL "Bloqueos" USING 2, Product-ID,
                           WS-Usuario, WS-LockOk
                   END-IF
           END-READ
           IF WS-LegOk = 'S' THEN
               ADD 1 TO WS-LegsOk
           ELSE
               ADD 1 TO WS-LegsFallidos
           END-IF
       EXIT.


      *> Misma salida que Transferencias; ademas baja la cantidad
      *> del renglon de desglose de la ubicacion del pallet.
       Aplicar-Salida.
           MOVE P-Stock TO WS-StockViejo
           COMPUTE WS-ValorCategoria = P-Stock * P-Precio-Unitario
           CALL "Tipos-Cambio" USING 1, P-Moneda,
               WS-ValorCategoria
           CALL "Categoria" USING 21, P-Categoria,
               WS-ValorCategoria
           SUBTRACT WS-Cantidad FROM P-Stock
           COMPUTE WS-ValorCategoria = P-Stock * P-Precio-Unitario
           CALL "Tipos-Cambio" USING 1, P-Moneda,
               WS-ValorCategoria
           CALL "Categoria" USING 20, P-Categoria,
               WS-ValorCategoria
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF P-UbicNombre(WS-Idx) = WS-CabUbicacion THEN
                   IF P-UbicStock(WS-Idx) > WS-Cantidad THEN
                       SUBTRACT WS-Cantidad
                           FROM P-UbicStock(WS-Idx)
                   ELSE
                       MOVE 0 TO P-UbicStock(WS-Idx)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM Sellar-Modificacion
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               MOVE 'S' TO WS-LegOk
               MOVE "TRANSF" TO WS-OperacionMov
               MOVE WS-SucOrigen TO WS-MovAntes
               MOVE WS-SucDestino TO WS-MovDespues
               PERFORM Registrar-Movimiento
               CALL "Capas-Costo" USING 2, Product-ID,
                   WS-Cantidad, P-Costo-Promedio
               PERFORM Grabar-Transferencia
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


      *> El producto de destino es el mismo codigo: el catalogo es
      *> unico para todas las sucursales.
       Grabar-Transferencia.
           INITIALIZE TF-Rec
           MOVE WS-ProximoTransf TO TF-Numero
           MOVE Product-ID TO TF-Product-Origen
           MOVE Product-ID TO TF-Product-Destino
           MOVE WS-SucOrigen TO TF-Sucursal-Origen
           MOVE WS-SucDestino TO TF-Sucursal-Destino
           MOVE WS-Cantidad TO TF-Cantidad
           MOVE "EN TRANSIT" TO TF-Estado
           MOVE WS-HoyNum TO TF-Fecha-Salida
           MOVE WS-Usuario TO TF-Usuario
           MOVE P-Costo-Promedio TO TF-Costo-Unitario
           PERFORM Leer-Recargo
           WRITE TF-Rec
           MOVE WS-ProximoTransf TO WS-Transf
           ADD 1 TO WS-ProximoTransf
           MOVE 0 TO TF-Numero
           READ Transferencias
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoTransf TO TF-Proximo-Numero
                   REWRITE TF-Rec
           END-READ
           MOVE WS-Numero TO PL-Numero
           MOVE WS-LP-Linea(WS-LP-Idx) TO PL-Linea
           READ Pallets
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-Transf TO PL-Transferencia
                   REWRITE PL-Rec
           END-READ
       EXIT.


      *> Recargo vigente sobre el costo para el precio de
      *> transferencia entre sucursales (por defecto 10%).
       Leer-Recargo.
           MOVE "10" TO WS-ValorParam
           MOVE "RECARGO-TRANSFERENCIA" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO TF-Recargo-Pct
           ELSE
               MOVE 10 TO TF-Recargo-Pct
           END-IF
       EXIT.


      *> Recibe en destino cada transferencia del pallet que siga
      *> EN TRANSITO; las que ya se recibieron sueltas desde
      *> Transferencias solo se desmarcan. El pallet vuelve a
      *> ARMADO en la ubicacion de destino cuando no queda ninguna
      *> pendiente.
       Recibir-Pallet.
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               DISPLAY "Pallet a recibir (LPN): "
               PERFORM Leer-LPN
               PERFORM Leer-Pallet
               PERFORM Armar-LPN
               EVALUATE TRUE
                   WHEN WS-CabOk NOT = 'S'
                       DISPLAY "Pallet no encontrado."
                   WHEN WS-CabEstado NOT = "EN TRANSIT"
                       DISPLAY "El pallet esta " WS-CabEstado "."
                   WHEN OTHER
                       PERFORM Capturar-Ubicacion-Recepcion
               END-EVALUATE
               CLOSE Pallets
           END-IF
       EXIT.


       Capturar-Ubicacion-Recepcion.
           DISPLAY "Pallet " WS-LPN " desde "
               FUNCTION TRIM(WS-CabUbicacion) " hacia la sucursal "
               WS-CabSucursal "."
           DISPLAY "Ubicacion donde se guarda: "
           ACCEPT WS-Destino
           INSPECT WS-Destino CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           CALL "Ubicaciones-Admin" USING 1, WS-Destino, WS-UbicOk
           IF WS-UbicOk NOT = 'S' THEN
               DISPLAY "La ubicacion no esta en el maestro."
           ELSE
               PERFORM Abrir-Transferencias
               OPEN I-O Productos
               IF WS-TransfStatus NOT = "00" OR
                       WS-ProductosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ProductosStatus
               ELSE
                   MOVE 0 TO WS-LegsOk
                   MOVE 0 TO WS-LegsFallidos
                   PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                           UNTIL WS-LP-Idx > WS-LPUsadas
                       IF WS-LP-Transf(WS-LP-Idx) > 0 THEN
                           PERFORM Recibir-Linea
                       END-IF
                   END-PERFORM
                   PERFORM Cerrar-Recepcion-Pallet
               END-IF
               CLOSE Productos
               CLOSE Transferencias
           END-IF
       EXIT.


       Recibir-Linea.
           MOVE 'N' TO WS-LegOk
           MOVE WS-LP-Transf(WS-LP-Idx) TO TF-Numero
           READ Transferencias
               INVALID KEY
                   MOVE 'S' TO WS-LegOk
               NOT INVALID KEY
                   IF TF-Estado = "EN TRANSIT" THEN
                       PERFORM Postear-Entrada-Linea
                   ELSE
                       MOVE 'S' TO WS-LegOk
                   END-IF
           END-READ
           IF WS-LegOk = 'S' THEN
               ADD 1 TO WS-LegsOk
               MOVE WS-Numero TO PL-Numero
               MOVE WS-LP-Linea(WS-LP-Idx) TO PL-Linea
               READ Pallets
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO PL-Transferencia
                       REWRITE PL-Rec
               END-READ
           ELSE
               ADD 1 TO WS-LegsFallidos
           END-IF
       EXIT.


       Postear-Entrada-Linea.
           MOVE TF-Product-Destino TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   DISPLAY "  " TF-Product-Destino ": producto no "
                       "encontrado."
               NOT INVALID KEY
                   CALL "Conteos" USING 9, Product-ID,
                       WS-Bloqueado, SPACES
                   IF WS-Bloqueado = 'S' THEN
                       DISPLAY "  " Product-ID ": bloqueado por "
                           "conteo ciclico pendiente."
                   ELSE
                       CALL "Bloqueos" USING 1, Product-ID,
                           WS-Usuario, WS-LockOk
                       IF WS-LockOk = 'S' THEN
                           PERFORM Aplicar-Entrada
                           CALL "Bloqueos" USING 2, Product-ID,
                               WS-Usuario, WS-LockOk
                       END-IF
                   END-IF
           END-READ
       EXIT.


      *> Misma entrada que Transferencias; ademas deja la cantidad
      *> en el desglose de la ubicacion donde se guarda el pallet.
       Aplicar-Entrada.
           MOVE P-Stock TO WS-StockViejo
           COMPUTE WS-ValorCategoria = P-Stock * P-Precio-Unitario
           CALL "Tipos-Cambio" USING 1, P-Moneda,
               WS-ValorCategoria
           CALL "Categoria" USING 21, P-Categoria,
               WS-ValorCategoria
           ADD TF-Cantidad TO P-Stock
           COMPUTE WS-ValorCategoria = P-Stock * P-Precio-Unitario
           CALL "Tipos-Cambio" USING 1, P-Moneda,
               WS-ValorCategoria
           CALL "Categoria" USING 20, P-Categoria,
               WS-ValorCategoria
           MOVE 0 TO WS-IdxDestino
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF P-UbicNombre(WS-Idx) = WS-Destino THEN
                   MOVE WS-Idx TO WS-IdxDestino
               END-IF
           END-PERFORM
           IF WS-IdxDestino = 0 AND P-NumUbicaciones < 5 THEN
               ADD 1 TO P-NumUbicaciones
               MOVE P-NumUbicaciones TO WS-IdxDestino
               MOVE WS-Destino TO P-UbicNombre(WS-IdxDestino)
               MOVE 0 TO P-UbicStock(WS-IdxDestino)
           END-IF
           IF WS-IdxDestino > 0 THEN
               ADD TF-Cantidad TO P-UbicStock(WS-IdxDestino)
           ELSE
               DISPLAY "  " Product-ID ": sin renglones libres de "
                   "desglose; ingresado sin ubicacion."
           END-IF
           PERFORM Sellar-Modificacion
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               MOVE 'S' TO WS-LegOk
               MOVE TF-Cantidad TO WS-Cantidad
               MOVE "TRANSF" TO WS-OperacionMov
               MOVE TF-Sucursal-Origen TO WS-MovAntes
               MOVE TF-Sucursal-Destino TO WS-MovDespues
               PERFORM Registrar-Movimiento
               CALL "Capas-Costo" USING 1, Product-ID,
                   TF-Cantidad, P-Costo-Promedio
               MOVE "RECIBIDA" TO TF-Estado
               MOVE WS-HoyNum TO TF-Fecha-Recepcion
               REWRITE TF-Rec
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


       Cerrar-Recepcion-Pallet.
           IF WS-LegsFallidos = 0 THEN
               MOVE WS-Numero TO PL-Numero
               MOVE 0 TO PL-Linea
               READ Pallets
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ARMADO" TO PL-Estado
                       MOVE WS-Destino TO PL-Ubicacion
                       REWRITE PL-Rec
               END-READ
               DISPLAY "Pallet " WS-LPN " recibido en "
                   FUNCTION TRIM(WS-Destino) ": " WS-LegsOk
                   " lineas ingresadas."
           ELSE
               DISPLAY "ATENCION: " WS-LegsFallidos " lineas "
                   "quedan EN TRANSITO; el pallet se termina de "
                   "recibir al repetir la operacion."
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Desarme y consolidacion: se pasa mercaderia linea por
      *> linea de un pallet a otro (o a uno nuevo). Si los pallets
      *> estan en ubicaciones distintas cada pasaje es ademas un
      *> TRASLA; el pallet que queda sin lineas pasa a VACIO.
       Pasar-Entre-Pallets.
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               DISPLAY "Pallet de destino (Enter = nuevo, o LPN): "
               PERFORM Leer-LPN
               MOVE WS-Numero TO WS-NumDestino
               MOVE 'S' TO WS-TodoOk
               IF WS-NumDestino > 0 THEN
                   PERFORM Leer-Pallet
                   IF WS-CabOk NOT = 'S' OR
                           WS-CabEstado NOT = "ARMADO" THEN
                       DISPLAY "El pallet de destino no existe o "
                           "no esta ARMADO."
                       MOVE 'N' TO WS-TodoOk
                   ELSE
                       MOVE WS-CabUbicacion TO WS-Destino
                   END-IF
               ELSE
                   DISPLAY "Ubicacion del pallet nuevo: "
                   ACCEPT WS-Destino
                   INSPECT WS-Destino CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   CALL "Ubicaciones-Admin" USING 1, WS-Destino,
                       WS-UbicOk
                   IF WS-UbicOk NOT = 'S' THEN
                       DISPLAY "La ubicacion no esta en el "
                           "maestro."
                       MOVE 'N' TO WS-TodoOk
                   END-IF
               END-IF
               IF WS-TodoOk = 'S' THEN
                   PERFORM Pasar-Desde-Origen
               END-IF
               CLOSE Pallets
           END-IF
       EXIT.


       Pasar-Desde-Origen.
           DISPLAY "Pallet de origen (LPN): "
           PERFORM Leer-LPN
           PERFORM Leer-Pallet
           EVALUATE TRUE
               WHEN WS-CabOk NOT = 'S'
                   DISPLAY "Pallet de origen no encontrado."
               WHEN WS-CabEstado NOT = "ARMADO"
                   DISPLAY "El pallet de origen esta "
                       WS-CabEstado "."
               WHEN WS-Numero = WS-NumDestino
                   DISPLAY "Origen y destino son el mismo pallet."
               WHEN OTHER
                   MOVE WS-CabUbicacion TO WS-Origen
                   OPEN I-O Productos
                   IF WS-ProductosStatus NOT = "00" THEN
                       CALL "Errores" USING WS-ProductosStatus
                   ELSE
                       MOVE 0 TO WS-LegsOk
                       MOVE 0 TO WS-LegsFallidos
                       PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                               UNTIL WS-LP-Idx > WS-LPUsadas
                           PERFORM Pasar-Linea
                       END-PERFORM
                       CLOSE Productos
                       PERFORM Cerrar-Pasaje
                   END-IF
           END-EVALUATE
       EXIT.


       Pasar-Linea.
           PERFORM Armar-LPN
           DISPLAY WS-LPN " linea " WS-LP-Linea(WS-LP-Idx) ": "
               WS-LP-Product-ID(WS-LP-Idx) " lote "
               WS-LP-Lote(WS-LP-Idx) " x "
               WS-LP-Cantidad(WS-LP-Idx)
           DISPLAY "  Cantidad a pasar (Enter = todo, 0 = nada): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux = SPACES THEN
               MOVE WS-LP-Cantidad(WS-LP-Idx) TO WS-Cantidad
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Cantidad
               ELSE
                   MOVE 0 TO WS-Cantidad
               END-IF
           END-IF
           IF WS-Cantidad > WS-LP-Cantidad(WS-LP-Idx) THEN
               DISPLAY "  Supera lo que tiene la linea; no se pasa."
               MOVE 0 TO WS-Cantidad
           END-IF
           IF WS-Cantidad > 0 THEN
               MOVE 'S' TO WS-LegOk
               MOVE WS-LP-Product-ID(WS-LP-Idx) TO WS-PID
               IF WS-Origen NOT = WS-Destino THEN
                   PERFORM Trasladar-Linea
               END-IF
               IF WS-LegOk = 'S' THEN
                   PERFORM Acreditar-Destino
                   PERFORM Debitar-Origen
               END-IF
           END-IF
       EXIT.


       Acreditar-Destino.
           IF WS-NumDestino = 0 THEN
               MOVE WS-Numero TO WS-NumAgregar
               MOVE WS-Destino TO WS-CabUbicacion
               PERFORM Crear-Pallet
               MOVE WS-Numero TO WS-NumDestino
               MOVE WS-NumAgregar TO WS-Numero
           END-IF
           MOVE WS-NumDestino TO WS-NumAgregar
           MOVE WS-LP-Lote(WS-LP-Idx) TO WS-Lote
           PERFORM Agregar-Linea-Pallet
       EXIT.


       Debitar-Origen.
           MOVE WS-Numero TO PL-Numero
           MOVE WS-LP-Linea(WS-LP-Idx) TO PL-Linea
           READ Pallets
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-Cantidad FROM PL-Cantidad
                   IF PL-Cantidad = 0 THEN
                       DELETE Pallets RECORD
                   ELSE
                       REWRITE PL-Rec
                   END-IF
           END-READ
           SUBTRACT WS-Cantidad FROM WS-LP-Cantidad(WS-LP-Idx)
       EXIT.


       Cerrar-Pasaje.
           MOVE 0 TO WS-Cantidad
           PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                   UNTIL WS-LP-Idx > WS-LPUsadas
               ADD WS-LP-Cantidad(WS-LP-Idx) TO WS-Cantidad
           END-PERFORM
           IF WS-Cantidad = 0 THEN
               MOVE WS-Numero TO PL-Numero
               MOVE 0 TO PL-Linea
               READ Pallets
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "VACIO" TO PL-Estado
                       REWRITE PL-Rec
               END-READ
               PERFORM Armar-LPN
               DISPLAY "El pallet " WS-LPN " quedo VACIO."
           ELSE
               PERFORM Emitir-Etiqueta
           END-IF
           IF WS-LegsFallidos > 0 THEN
               DISPLAY "ATENCION: " WS-LegsFallidos " lineas no "
                   "se pasaron por falta de saldo en el desglose."
           END-IF
           IF WS-NumDestino > 0 THEN
               MOVE WS-NumDestino TO WS-Numero
               PERFORM Emitir-Etiqueta
           END-IF
       EXIT.


       Imprimir-Etiqueta.
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               PERFORM Emitir-Etiqueta
               CLOSE Pallets
           END-IF
       EXIT.


      *> Etiqueta del pallet WS-Numero: matricula para el lector,
      *> ubicacion, alta y una linea por contenido. Pallets.DAT
      *> abierto.
       Emitir-Etiqueta.
           PERFORM Leer-Pallet
           PERFORM Armar-LPN
           IF WS-CabOk NOT = 'S' THEN
               DISPLAY "Pallet " WS-LPN " no encontrado."
           ELSE
               MOVE SPACES TO WS-NombreArchivo
               STRING "Etiqueta-Pallet-" WS-Numero ".TXT"
                   DELIMITED SIZE INTO WS-NombreArchivo
               OPEN OUTPUT ArchivoEtiquetas
               MOVE WS-LPN TO ET-Linea
               WRITE ET-Linea
               MOVE SPACES TO ET-Linea
               STRING "Ubicacion: " WS-CabUbicacion
                   DELIMITED SIZE INTO ET-Linea
               WRITE ET-Linea
               MOVE SPACES TO WS-FechaEd
               STRING WS-CabFecha(7:2) "/" WS-CabFecha(5:2) "/"
                   WS-CabFecha(1:4) DELIMITED SIZE INTO WS-FechaEd
               MOVE SPACES TO ET-Linea
               STRING "Armado " WS-FechaEd " por " WS-CabUsuario
                   DELIMITED SIZE INTO ET-Linea
               WRITE ET-Linea
               PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                       UNTIL WS-LP-Idx > WS-LPUsadas
                   MOVE SPACES TO ET-Linea
                   STRING WS-LP-Product-ID(WS-LP-Idx) " "
                       WS-LP-Lote(WS-LP-Idx) " x "
                       WS-LP-Cantidad(WS-LP-Idx)
                       DELIMITED SIZE INTO ET-Linea
                   WRITE ET-Linea
               END-PERFORM
               CLOSE ArchivoEtiquetas
               DISPLAY "Etiqueta del pallet " WS-LPN ": "
                   FUNCTION TRIM(WS-NombreArchivo)
           END-IF
       EXIT.


       Consultar-Pallet.
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus NOT = "00" THEN
               CALL "Errores" USING WS-PalletsStatus
           ELSE
               DISPLAY "Pallet (LPN): "
               PERFORM Leer-LPN
               PERFORM Leer-Pallet
               PERFORM Armar-LPN
               IF WS-CabOk NOT = 'S' THEN
                   DISPLAY "Pallet no encontrado."
               ELSE
                   DISPLAY WS-LPN " " WS-CabEstado " en "
                       FUNCTION TRIM(WS-CabUbicacion)
                       " alta " WS-CabFecha " " WS-CabUsuario
                   IF WS-CabEstado = "EN TRANSIT" THEN
                       DISPLAY "  Viaja a la sucursal "
                           WS-CabSucursal
                   END-IF
                   PERFORM VARYING WS-LP-Idx FROM 1 BY 1
                           UNTIL WS-LP-Idx > WS-LPUsadas
                       DISPLAY "  " WS-LP-Linea(WS-LP-Idx) ") "
                           WS-LP-Product-ID(WS-LP-Idx) " lote "
                           WS-LP-Lote(WS-LP-Idx) " x "
                           WS-LP-Cantidad(WS-LP-Idx)
                           " transf " WS-LP-Transf(WS-LP-Idx)
                   END-PERFORM
               END-IF
               CLOSE Pallets
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Listar-Por-Ubicacion.
           DISPLAY "Ubicacion (Enter = todas): "
           MOVE SPACES TO WS-Destino
           ACCEPT WS-Destino
           INSPECT WS-Destino CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-Listados
           PERFORM Abrir-Pallets
           IF WS-PalletsStatus = "00" THEN
               MOVE 1 TO PL-Numero
               MOVE 0 TO PL-Linea
               START Pallets KEY IS NOT LESS THAN PL-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "--- Pallets ---"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Pallets NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF PL-Linea = 0 AND
                                   PL-Estado NOT = "VACIO" AND
                                   (WS-Destino = SPACES OR
                                   PL-Ubicacion = WS-Destino) THEN
                               MOVE PL-Numero TO WS-Numero
                               PERFORM Armar-LPN
                               DISPLAY WS-LPN " " PL-Estado " "
                                   PL-Ubicacion " " PL-Fecha-Alta
                               ADD 1 TO WS-Listados
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Pallets
           END-IF
           DISPLAY "Pallets listados: " WS-Listados
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Cada pata queda en el diario con la operacion y los
      *> campos de categoria que fija MOVIMIENTO.cpy: ubicaciones
      *> para TRASLA, sucursales para TRANSF.
       Registrar-Movimiento.
           MOVE Product-ID TO MOV-Product-ID
           MOVE WS-OperacionMov TO MOV-Operacion
           MOVE WS-Usuario TO MOV-Usuario
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO MOV-Dia
           MOVE WS-Fecha(5:2) TO MOV-Mes
           MOVE WS-Fecha(1:4) TO MOV-Ano
           ADD WS-Year TO MOV-Ano GIVING MOV-Ano
           ACCEPT WS-HoraActual FROM TIME
           MOVE WS-HoraActual(1:2) TO MOV-HH
           MOVE WS-HoraActual(3:2) TO MOV-MM
           MOVE WS-HoraActual(5:2) TO MOV-SS
           MOVE WS-StockViejo TO MOV-Stock-Antes
           MOVE P-Stock TO MOV-Stock-Despues
           MOVE P-Precio-Unitario TO MOV-Precio-Antes
           MOVE P-Precio-Unitario TO MOV-Precio-Despues
           MOVE WS-MovAntes TO MOV-Categoria-Antes
           MOVE WS-MovDespues TO MOV-Categoria-Despues
           CALL "Movimiento" USING Mov-Rec
       EXIT.
