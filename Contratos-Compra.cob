       IDENTIFICATION DIVISION.
       PROGRAM-ID. Contratos-Compra AS "Contratos-Compra".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Contratos ASSIGN TO 'Contratos-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-Numero
               FILE STATUS IS WS-ContratosStatus.

           SELECT OrdenesCompra ASSIGN TO 'Ordenes-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Clave
               FILE STATUS IS WS-OrdenesStatus.

           SELECT Proveedores ASSIGN TO 'Proveedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Contratos.
       01  CT-Rec.
      *>  Contratos marco de compra: cantidad total anual y precio
      *>  fijo pactados con un proveedor para un producto, con su
      *>  vigencia. Cada entrega se libera desde Ordenes de Compra
      *>  como una linea comun al precio del contrato (OC-Contrato)
      *>  y su cantidad, en unidad de compra, se suma a
      *>  CT-Cantidad-Liberada; anular la orden devuelve lo que no
      *>  se recibio. El contrato 000000 es el registro de control
      *>  con el proximo numero a asignar.
           05 CT-Numero                PIC 9(6).
           05 CT-Proveedor             PIC X(10).
           05 CT-Product-ID            PIC X(10).
           05 CT-Referencia            PIC X(20).
           05 CT-Cantidad-Total        PIC 9(7).
           05 CT-Precio                PIC 9(5)V99.
           05 CT-Desde                 PIC 9(8).
           05 CT-Hasta                 PIC 9(8).
           05 CT-Cantidad-Liberada     PIC 9(7).
           05 CT-Estado                PIC X(10).
           05 CT-Fecha-Alta            PIC 9(8).
           05 CT-Usuario               PIC X(10).
           05 CT-Proximo-Numero        PIC 9(6).

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.

       FD  Proveedores.
           COPY PROVEEDOR.

       FD  Productos.
           COPY PRODUCTO.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ContratosStatus   PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Confirmar             PIC X(1).
           01 WS-Usuario               PIC X(10).
           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoyInt                PIC 9(7).
           01 WS-FechaTecleada         PIC 9(8).
           01 WS-FechaOk               PIC X(1).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "CONTRAT-OC".
           01 WS-ParamInf              PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-NumeroContrato        PIC 9(6).
           01 WS-Proveedor             PIC X(10).
           01 WS-ProductID             PIC X(10).
           01 WS-Referencia            PIC X(20).
           01 WS-CantTotal             PIC 9(7).
           01 WS-Precio                PIC 9(5)V99.
           01 WS-Desde                 PIC 9(8).
           01 WS-Hasta                 PIC 9(8).
           01 WS-Saldo                 PIC 9(7).
           01 WS-Hallado               PIC X(1).
           01 WS-DiasRiesgo            PIC 9(3).
           01 WS-DiasTotal             PIC 9(5).
           01 WS-DiasCorridos          PIC 9(5).
           01 WS-DiasRestantes         PIC S9(5).
           01 WS-Proyectado            PIC 9(9).
           01 WS-PctConsumo            PIC 9(3)V9.
           01 WS-PctTiempo             PIC 9(3)V9.
           01 WS-PctEd                 PIC ZZ9.9.
           01 WS-PctEd2                PIC ZZ9.9.
           01 WS-CantEd                PIC Z(6)9.
           01 WS-CantEd2               PIC Z(6)9.
           01 WS-CantEd3               PIC Z(6)9.
           01 WS-CantEd4               PIC Z(6)9.
           01 WS-PrecioEd              PIC ZZZZ9.99.
           01 WS-DiasEd                PIC -(4)9.
           01 WS-Marca                 PIC X(16).
           01 WS-Contratos             PIC 9(5).
           01 WS-EnRiesgo              PIC 9(5).

      *>   Recibido por contrato, acumulado desde las lineas de
      *>   orden de compra liberadas contra cada uno.
           01 WS-RecibidoTabla.
               05 WS-RT-Entry OCCURS 500 TIMES.
                   10 WS-RT-Contrato       PIC 9(6).
                   10 WS-RT-Recibida       PIC 9(7).
           01 WS-RT-Usados             PIC 9(3) VALUE 0.
           01 WS-RT-Idx                PIC 9(3).
           01 WS-Recibida              PIC 9(7).

       LINKAGE SECTION.
      *> Flag 1: busca un contrato VIGENTE hoy con saldo para el
      *>         producto LK-Product-ID; deja su numero, proveedor,
      *>         precio y saldo (en LK-Cantidad) y 'S' en
      *>         LK-Resultado si lo encontro.
      *> Flag 2: lee el contrato LK-Contrato; mismos datos que el
      *>         flag 1 y 'S' en LK-Resultado si admite entregas.
      *> Flag 3: suma LK-Cantidad a lo liberado del contrato.
      *> Flag 4: devuelve LK-Cantidad al saldo del contrato (linea
      *>         de orden anulada sin recibir).
      *> Otro valor: pantalla de contratos marco.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Contrato              PIC 9(6).
           01 LK-Product-ID            PIC X(10).
           01 LK-Proveedor             PIC X(10).
           01 LK-Precio                PIC 9(5)V99.
           01 LK-Cantidad              PIC 9(7).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Contrato,
               LK-Product-ID, LK-Proveedor, LK-Precio, LK-Cantidad,
               LK-Resultado.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           PERFORM Calcular-Hoy
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Buscar-Contrato-Producto
               WHEN 2
                   PERFORM Leer-Contrato
               WHEN 3
                   PERFORM Registrar-Liberacion
               WHEN 4
                   PERFORM Devolver-Liberacion
               WHEN OTHER
                   PERFORM Menu-Contratos
           END-EVALUATE
       EXIT PROGRAM.


       Calcular-Hoy.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
       EXIT.


       Abrir-Contratos.
           OPEN I-O Contratos
           IF WS-ContratosStatus = "35" THEN
               CLOSE Contratos
               OPEN OUTPUT Contratos
               CLOSE Contratos
               OPEN I-O Contratos
           END-IF
           IF WS-ContratosStatus = "00" THEN
               MOVE 0 TO CT-Numero
               READ Contratos
                   INVALID KEY
                       MOVE 1 TO WS-ProximoNumero
                       INITIALIZE CT-Rec
                       MOVE 0 TO CT-Numero
                       MOVE WS-ProximoNumero TO CT-Proximo-Numero
                       WRITE CT-Rec
                   NOT INVALID KEY
                       MOVE CT-Proximo-Numero TO WS-ProximoNumero
               END-READ
           ELSE
               CALL "Errores" USING WS-ContratosStatus
           END-IF
       EXIT.


       Guardar-Proximo-Numero.
           MOVE 0 TO CT-Numero
           READ Contratos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoNumero TO CT-Proximo-Numero
                   REWRITE CT-Rec
           END-READ
       EXIT.


      *> Un contrato admite entregas mientras esta VIGENTE, dentro
      *> de su vigencia y con saldo por liberar.
       Evaluar-Disponible.
           MOVE 'N' TO WS-Hallado
           MOVE 0 TO WS-Saldo
           IF CT-Numero > 0 AND CT-Estado = "VIGENTE" AND
                   CT-Desde <= WS-HoyNum AND CT-Hasta >= WS-HoyNum AND
                   CT-Cantidad-Liberada < CT-Cantidad-Total THEN
               COMPUTE WS-Saldo =
                   CT-Cantidad-Total - CT-Cantidad-Liberada
               MOVE 'S' TO WS-Hallado
           END-IF
       EXIT.


       Devolver-Datos.
           MOVE CT-Numero TO LK-Contrato
           MOVE CT-Product-ID TO LK-Product-ID
           MOVE CT-Proveedor TO LK-Proveedor
           MOVE CT-Precio TO LK-Precio
           MOVE WS-Saldo TO LK-Cantidad
       EXIT.


       Buscar-Contrato-Producto.
           MOVE 'N' TO LK-Resultado
           OPEN INPUT Contratos
           IF WS-ContratosStatus = "00" THEN
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Contratos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CT-Product-ID = LK-Product-ID THEN
                               PERFORM Evaluar-Disponible
                               IF WS-Hallado = 'S' THEN
                                   PERFORM Devolver-Datos
                                   MOVE 'S' TO LK-Resultado
                                   MOVE 'Y' TO WS-EOF-Flag
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Contratos
           END-IF
       EXIT.


       Leer-Contrato.
           MOVE 'N' TO LK-Resultado
           OPEN INPUT Contratos
           IF WS-ContratosStatus = "00" THEN
               MOVE LK-Contrato TO CT-Numero
               READ Contratos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Evaluar-Disponible
                       IF WS-Hallado = 'S' THEN
                           PERFORM Devolver-Datos
                           MOVE 'S' TO LK-Resultado
                       END-IF
               END-READ
               CLOSE Contratos
           END-IF
       EXIT.


       Registrar-Liberacion.
           OPEN I-O Contratos
           IF WS-ContratosStatus = "00" THEN
               MOVE LK-Contrato TO CT-Numero
               READ Contratos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD LK-Cantidad TO CT-Cantidad-Liberada
                       REWRITE CT-Rec
               END-READ
               CLOSE Contratos
           END-IF
       EXIT.


       Devolver-Liberacion.
           OPEN I-O Contratos
           IF WS-ContratosStatus = "00" THEN
               MOVE LK-Contrato TO CT-Numero
               READ Contratos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LK-Cantidad > CT-Cantidad-Liberada THEN
                           MOVE 0 TO CT-Cantidad-Liberada
                       ELSE
                           SUBTRACT LK-Cantidad
                               FROM CT-Cantidad-Liberada
                       END-IF
                       REWRITE CT-Rec
               END-READ
               CLOSE Contratos
           END-IF
       EXIT.


       Menu-Contratos.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Contratos marco de compra -------"
               DISPLAY "1. Alta de contrato"
               DISPLAY "2. Listar contratos"
               DISPLAY "3. Cerrar un contrato"
               DISPLAY "4. Informe de consumo y contratos en riesgo"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "(Las entregas se liberan desde Ordenes de "
                   "Compra.)"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Alta-Contrato
                   WHEN 2
                       PERFORM Listar-Contratos
                   WHEN 3
                       PERFORM Cerrar-Contrato
                   WHEN 4
                       PERFORM Informe-Consumo
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


      *> Deja en WS-FechaTecleada la fecha AAAAMMDD tecleada en
      *> WS-Aux y 'S' en WS-FechaOk si es una fecha valida.
       Validar-Fecha-Tecleada.
           MOVE 'N' TO WS-FechaOk
           MOVE 0 TO WS-FechaTecleada
           IF WS-Aux(1:8) IS NUMERIC AND WS-Aux(9:1) = SPACE THEN
               MOVE WS-Aux(1:8) TO WS-FechaTecleada
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaTecleada) = 0
                       THEN
                   MOVE 'S' TO WS-FechaOk
               END-IF
           END-IF
       EXIT.


       Alta-Contrato.
           DISPLAY "--- Alta de contrato marco de compra ---"
           PERFORM Validar-Proveedor
           IF WS-Proveedor NOT = SPACES THEN
               PERFORM Validar-Producto
           END-IF
           IF WS-Proveedor NOT = SPACES AND WS-ProductID NOT = SPACES
                   THEN
               PERFORM Capturar-Condiciones
               IF WS-FechaOk = 'S' THEN
                   DISPLAY "Confirma el contrato (S/N): "
                   MOVE SPACES TO WS-Confirmar
                   ACCEPT WS-Confirmar
                   IF WS-Confirmar = 'S' OR WS-Confirmar = 's' THEN
                       PERFORM Grabar-Contrato
                   ELSE
                       DISPLAY "Contrato descartado."
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Validar-Proveedor.
           DISPLAY "Codigo de proveedor: "
           ACCEPT WS-Proveedor
           OPEN INPUT Proveedores
           IF WS-ProvStatus NOT = "00" THEN
               DISPLAY "No hay proveedores registrados."
               MOVE SPACES TO WS-Proveedor
           ELSE
               MOVE WS-Proveedor TO PROV-Codigo
               READ Proveedores
                   INVALID KEY
                       DISPLAY "El proveedor no existe."
                       MOVE SPACES TO WS-Proveedor
                   NOT INVALID KEY
                       DISPLAY "Proveedor: "
                           FUNCTION TRIM(PROV-Nombre)
               END-READ
               CLOSE Proveedores
           END-IF
       EXIT.


       Validar-Producto.
           DISPLAY "Producto: "
           ACCEPT WS-ProductID
           OPEN INPUT Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
               MOVE SPACES TO WS-ProductID
           ELSE
               MOVE WS-ProductID TO Product-ID
               READ Productos
                   INVALID KEY
                       DISPLAY "El producto no existe."
                       MOVE SPACES TO WS-ProductID
                   NOT INVALID KEY
                       DISPLAY "Producto: " FUNCTION TRIM(P-Nombre)
                           " (unidad de compra "
                           FUNCTION TRIM(P-Unidad-Compra) ")"
               END-READ
               CLOSE Productos
           END-IF
       EXIT.


      *> Cantidad en unidad de compra, como la piden las ordenes;
      *> vigencia por defecto de un ano desde hoy.
       Capturar-Condiciones.
           MOVE 'N' TO WS-FechaOk
           DISPLAY "Referencia del contrato del proveedor: "
           MOVE SPACES TO WS-Referencia
           ACCEPT WS-Referencia
           DISPLAY "Cantidad total contratada: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-CantTotal
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-CantTotal
           END-IF
           DISPLAY "Precio unitario pactado: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-Precio
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Precio
           END-IF
           IF WS-CantTotal = 0 OR WS-Precio = 0 THEN
               DISPLAY "Cantidad o precio no validos; no se registro "
                   "el contrato."
           ELSE
               MOVE WS-HoyNum TO WS-Desde
               DISPLAY "Vigencia desde AAAAMMDD (Enter = " WS-Desde
                   "): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               MOVE 'S' TO WS-FechaOk
               IF WS-Aux NOT = SPACES THEN
                   PERFORM Validar-Fecha-Tecleada
                   MOVE WS-FechaTecleada TO WS-Desde
               END-IF
               IF WS-FechaOk = 'S' THEN
                   COMPUTE WS-Hasta = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-Desde) + 364)
                   DISPLAY "Vigencia hasta AAAAMMDD (Enter = "
                       WS-Hasta "): "
                   MOVE SPACES TO WS-Aux
                   ACCEPT WS-Aux
                   IF WS-Aux NOT = SPACES THEN
                       PERFORM Validar-Fecha-Tecleada
                       MOVE WS-FechaTecleada TO WS-Hasta
                   END-IF
               END-IF
               IF WS-FechaOk = 'N' OR WS-Hasta < WS-Desde THEN
                   MOVE 'N' TO WS-FechaOk
                   DISPLAY "Fecha no valida; no se registro el "
                       "contrato."
               END-IF
           END-IF
       EXIT.


       Grabar-Contrato.
           PERFORM Abrir-Contratos
           IF WS-ContratosStatus = "00" THEN
               PERFORM Avisar-Superpuesto
               MOVE WS-ProximoNumero TO WS-NumeroContrato
               INITIALIZE CT-Rec
               MOVE WS-NumeroContrato TO CT-Numero
               MOVE WS-Proveedor TO CT-Proveedor
               MOVE WS-ProductID TO CT-Product-ID
               MOVE WS-Referencia TO CT-Referencia
               MOVE WS-CantTotal TO CT-Cantidad-Total
               MOVE WS-Precio TO CT-Precio
               MOVE WS-Desde TO CT-Desde
               MOVE WS-Hasta TO CT-Hasta
               MOVE 0 TO CT-Cantidad-Liberada
               MOVE "VIGENTE" TO CT-Estado
               MOVE WS-HoyNum TO CT-Fecha-Alta
               MOVE WS-Usuario TO CT-Usuario
               WRITE CT-Rec
               IF WS-ContratosStatus = "00" THEN
                   ADD 1 TO WS-ProximoNumero
                   PERFORM Guardar-Proximo-Numero
                   DISPLAY "Contrato " WS-NumeroContrato
                       " registrado."
               ELSE
                   CALL "Errores" USING WS-ContratosStatus
               END-IF
               CLOSE Contratos
           END-IF
       EXIT.


      *> Con dos contratos vigentes para el mismo producto las
      *> ordenes toman el de numero menor; solo se avisa.
       Avisar-Superpuesto.
           MOVE 1 TO CT-Numero
           START Contratos KEY IS NOT LESS THAN CT-Numero
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Contratos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CT-Product-ID = WS-ProductID AND
                               CT-Estado = "VIGENTE" AND
                               CT-Desde <= WS-Hasta AND
                               CT-Hasta >= WS-Desde THEN
                           DISPLAY "AVISO: el contrato " CT-Numero
                               " de " CT-Proveedor " cubre el mismo "
                               "producto en esas fechas."
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Listar-Contratos.
           OPEN INPUT Contratos
           IF WS-ContratosStatus NOT = "00" THEN
               DISPLAY "No hay contratos marco registrados."
           ELSE
               MOVE 0 TO WS-Contratos
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Contratos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CT-Numero > 0 THEN
                               COMPUTE WS-Saldo = CT-Cantidad-Total
                                   - CT-Cantidad-Liberada
                               MOVE CT-Precio TO WS-PrecioEd
                               DISPLAY CT-Numero " " CT-Proveedor " "
                                   CT-Product-ID " " CT-Desde " a "
                                   CT-Hasta " " CT-Estado
                               DISPLAY "  Contratado "
                                   CT-Cantidad-Total " liberado "
                                   CT-Cantidad-Liberada " saldo "
                                   WS-Saldo " a " WS-PrecioEd
                               ADD 1 TO WS-Contratos
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Contratos
               DISPLAY WS-Contratos " contratos."
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cerrar-Contrato.
           DISPLAY "Numero de contrato a cerrar: "
           MOVE 0 TO WS-NumeroContrato
           ACCEPT WS-NumeroContrato
           PERFORM Abrir-Contratos
           IF WS-ContratosStatus = "00" THEN
               MOVE WS-NumeroContrato TO CT-Numero
               READ Contratos
                   INVALID KEY
                       DISPLAY "El contrato no existe."
                   NOT INVALID KEY
                       IF CT-Numero = 0 OR CT-Estado NOT = "VIGENTE"
                               THEN
                           DISPLAY "Solo se cierra un contrato "
                               "VIGENTE."
                       ELSE
                           COMPUTE WS-Saldo = CT-Cantidad-Total
                               - CT-Cantidad-Liberada
                           DISPLAY "Contrato " CT-Numero " saldo sin "
                               "liberar " WS-Saldo
                           DISPLAY "Confirma el cierre (S/N): "
                           MOVE SPACES TO WS-Confirmar
                           ACCEPT WS-Confirmar
                           IF WS-Confirmar = 'S' OR
                                   WS-Confirmar = 's' THEN
                               MOVE "CERRADO" TO CT-Estado
                               MOVE WS-Usuario TO CT-Usuario
                               REWRITE CT-Rec
                               DISPLAY "Contrato " CT-Numero
                                   " cerrado."
                           END-IF
                       END-IF
               END-READ
               CLOSE Contratos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Consumo de cada contrato vigente: liberado y recibido
      *> contra lo contratado. Queda EN RIESGO el que, al ritmo de
      *> liberacion que lleva, terminaria su vigencia con saldo y
      *> vence dentro de DIAS-RIESGO-CONTRATO dias (90 por
      *> defecto); VENCIDO CON SALDO el que ya termino sin cerrarse.
       Informe-Consumo.
           MOVE "90" TO WS-ValorParam
           MOVE "DIAS-RIESGO-CONTRATO" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO WS-DiasRiesgo
           ELSE
               MOVE 90 TO WS-DiasRiesgo
           END-IF
           OPEN INPUT Contratos
           IF WS-ContratosStatus NOT = "00" THEN
               DISPLAY "No hay contratos marco registrados."
           ELSE
               PERFORM Acumular-Recibido
               MOVE WS-DiasRiesgo TO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               STRING "CONSUMO DE CONTRATOS MARCO DE COMPRA AL "
                   WS-HoyNum "  (riesgo a " WS-DiasRiesgo " dias)"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE "Contrato Proveedor  Producto   Hasta      Dias "
                   & " Contratado  Liberado  Recibido     Saldo %Cons "
                   & "%Tiem" TO WS-Linea
               PERFORM Escribir-Linea
               MOVE 0 TO WS-Contratos
               MOVE 0 TO WS-EnRiesgo
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Contratos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CT-Numero > 0 AND
                                   CT-Estado = "VIGENTE" THEN
                               PERFORM Informar-Contrato
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               PERFORM Escribir-Linea
               STRING "Contratos vigentes: " WS-Contratos
                   "   en riesgo o vencidos con saldo: " WS-EnRiesgo
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               CLOSE Contratos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Acumular-Recibido.
           MOVE 0 TO WS-RT-Usados
           OPEN INPUT OrdenesCompra
           IF WS-OrdenesStatus = "00" THEN
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ OrdenesCompra NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF OC-Linea > 0 AND OC-Contrato > 0 AND
                                   OC-Cantidad-Recibida > 0 THEN
                               PERFORM Sumar-Recibido
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE OrdenesCompra
           END-IF
       EXIT.


       Sumar-Recibido.
           MOVE 'N' TO WS-Hallado
           PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                   UNTIL WS-RT-Idx > WS-RT-Usados
               IF WS-RT-Contrato(WS-RT-Idx) = OC-Contrato THEN
                   ADD OC-Cantidad-Recibida
                       TO WS-RT-Recibida(WS-RT-Idx)
                   MOVE 'S' TO WS-Hallado
               END-IF
           END-PERFORM
           IF WS-Hallado = 'N' AND WS-RT-Usados < 500 THEN
               ADD 1 TO WS-RT-Usados
               MOVE OC-Contrato TO WS-RT-Contrato(WS-RT-Usados)
               MOVE OC-Cantidad-Recibida
                   TO WS-RT-Recibida(WS-RT-Usados)
           END-IF
       EXIT.


       Informar-Contrato.
           ADD 1 TO WS-Contratos
           MOVE 0 TO WS-Recibida
           PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                   UNTIL WS-RT-Idx > WS-RT-Usados
               IF WS-RT-Contrato(WS-RT-Idx) = CT-Numero THEN
                   MOVE WS-RT-Recibida(WS-RT-Idx) TO WS-Recibida
               END-IF
           END-PERFORM
           COMPUTE WS-Saldo = CT-Cantidad-Total - CT-Cantidad-Liberada
           COMPUTE WS-DiasTotal = FUNCTION INTEGER-OF-DATE(CT-Hasta)
               - FUNCTION INTEGER-OF-DATE(CT-Desde) + 1
           COMPUTE WS-DiasRestantes =
               FUNCTION INTEGER-OF-DATE(CT-Hasta) - WS-HoyInt
           IF CT-Desde > WS-HoyNum THEN
               MOVE 0 TO WS-DiasCorridos
           ELSE
               IF WS-DiasRestantes < 0 THEN
                   MOVE WS-DiasTotal TO WS-DiasCorridos
               ELSE
                   COMPUTE WS-DiasCorridos = WS-HoyInt
                       - FUNCTION INTEGER-OF-DATE(CT-Desde) + 1
               END-IF
           END-IF
           COMPUTE WS-PctConsumo ROUNDED =
               CT-Cantidad-Liberada * 100 / CT-Cantidad-Total
           COMPUTE WS-PctTiempo ROUNDED =
               WS-DiasCorridos * 100 / WS-DiasTotal
           MOVE SPACES TO WS-Marca
           IF WS-Saldo > 0 THEN
               IF WS-DiasRestantes < 0 THEN
                   MOVE "VENCIDO C/SALDO" TO WS-Marca
                   ADD 1 TO WS-EnRiesgo
               ELSE
                   IF WS-DiasCorridos > 0 THEN
                       COMPUTE WS-Proyectado = CT-Cantidad-Liberada
                           * WS-DiasTotal / WS-DiasCorridos
                   ELSE
                       MOVE 0 TO WS-Proyectado
                   END-IF
                   IF WS-Proyectado < CT-Cantidad-Total AND
                           WS-DiasRestantes <= WS-DiasRiesgo THEN
                       MOVE "EN RIESGO" TO WS-Marca
                       ADD 1 TO WS-EnRiesgo
                   END-IF
               END-IF
           END-IF
           MOVE WS-DiasRestantes TO WS-DiasEd
           MOVE CT-Cantidad-Total TO WS-CantEd
           MOVE CT-Cantidad-Liberada TO WS-CantEd2
           MOVE WS-Recibida TO WS-CantEd3
           MOVE WS-Saldo TO WS-CantEd4
           MOVE WS-PctConsumo TO WS-PctEd
           MOVE WS-PctTiempo TO WS-PctEd2
           STRING CT-Numero "   " CT-Proveedor CT-Product-ID " "
               CT-Hasta " " WS-DiasEd "    " WS-CantEd "   "
               WS-CantEd2 "   " WS-CantEd3 "   " WS-CantEd4 " "
               WS-PctEd " " WS-PctEd2 " " WS-Marca
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
