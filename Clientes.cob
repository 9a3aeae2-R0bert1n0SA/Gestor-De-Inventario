           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY CAMBIO-MAESTRO.
      *>   Imagen del cliente antes de editarlo: al grabar se
      *>   compara campo por campo y cada diferencia va al diario
      *>   de cambios de maestros.
           COPY CLIENTE REPLACING LEADING ==CLI-== BY ==ANT-==.
           01 WS-Control.
               05 WS-ClientesStatus    PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
           01 WS-SaldoCC               PIC S9(13)V99.
           01 WS-Referencia            PIC X(20).
           01 WS-UsuarioCC             PIC X(10).
           01 WS-CondicionOk           PIC X(1).
           01 WS-VendedorNombre        PIC X(50).
           01 WS-LimiteEdit            PIC Z(8)9.99.

       LINKAGE SECTION.
      *> Flag 1: valida el codigo LK-Codigo contra el maestro; deja
           DISPLAY "Direccion: " FUNCTION TRIM(CLI-Direccion)
           DISPLAY "Limite de credito: " CLI-Limite-Credito
           DISPLAY "Lista de precios: " CLI-Lista
           DISPLAY "Condicion de IVA: " CLI-Condicion-IVA
           DISPLAY "Jurisdiccion IIBB: " CLI-Jurisdiccion
           DISPLAY "Vendedor: " CLI-Vendedor
           IF CLI-Estado = 'I' THEN
               DISPLAY "Estado: DESACTIVADO"
           ELSE
           INSPECT CLI-Lista CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM Capturar-Condicion-IVA
           PERFORM Capturar-Jurisdiccion
           PERFORM Capturar-Vendedor
           WRITE CLI-Rec
           IF WS-ClientesStatus = "00" THEN
               DISPLAY "Cliente registrado."
               INITIALIZE ANT-Rec
               PERFORM Registrar-Cambios
           ELSE
               CALL "Errores" USING WS-ClientesStatus
           END-IF
           ELSE
               PERFORM Buscar-Cliente
               IF WS-Confirmar = 'S' THEN
                   MOVE CLI-Rec TO ANT-Rec
                   MOVE 99 TO WS-Campo
                   PERFORM UNTIL WS-Campo = 0
                       PERFORM Mostrar-Menu-Campos
                   REWRITE CLI-Rec
                   IF WS-ClientesStatus = "00" THEN
                       DISPLAY "Cliente actualizado."
                       PERFORM Registrar-Cambios
                   ELSE
                       CALL "Errores" USING WS-ClientesStatus
                   END-IF
           DISPLAY "3. Direccion"
           DISPLAY "4. Limite de credito"
           DISPLAY "5. Lista de precios"
           DISPLAY "6. Condicion de IVA"
           DISPLAY "7. Jurisdiccion de ingresos brutos"
           DISPLAY "8. Vendedor"
           DISPLAY "0. Finalizar edicion"
           DISPLAY "Ingrese una Opcion: "
       EXIT.
                   INSPECT CLI-Lista CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               WHEN 6
                   PERFORM Capturar-Condicion-IVA
               WHEN 7
                   PERFORM Capturar-Jurisdiccion
               WHEN 8
                   PERFORM Capturar-Vendedor
               WHEN 0
                   CONTINUE
               WHEN OTHER
       EXIT.


      *> La condicion define la letra de las facturas del cliente;
      *> se insiste hasta tener un valor valido.
       Capturar-Condicion-IVA.
           MOVE 'N' TO WS-CondicionOk
           PERFORM UNTIL WS-CondicionOk = 'S'
               DISPLAY "Condicion de IVA (RI inscripto / MT "
                   "monotributo / CF consumidor final / EX exento, "
                   "en blanco = CF): "
               MOVE SPACES TO CLI-Condicion-IVA
               ACCEPT CLI-Condicion-IVA
               INSPECT CLI-Condicion-IVA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF CLI-Condicion-IVA = SPACES THEN
                   MOVE "CF" TO CLI-Condicion-IVA
               END-IF
               IF CLI-Condicion-IVA = "RI" OR
                       CLI-Condicion-IVA = "MT" OR
                       CLI-Condicion-IVA = "CF" OR
                       CLI-Condicion-IVA = "EX" THEN
                   MOVE 'S' TO WS-CondicionOk
               ELSE
                   DISPLAY "Condicion no valida."
               END-IF
           END-PERFORM
       EXIT.


      *> La jurisdiccion decide contra que padron de ingresos
      *> brutos se busca la percepcion del cliente.
       Capturar-Jurisdiccion.
           MOVE 'N' TO WS-CondicionOk
           PERFORM UNTIL WS-CondicionOk = 'S'
               DISPLAY "Jurisdiccion IIBB (901 a 924, en blanco = "
                   "sin percepcion): "
               MOVE SPACES TO CLI-Jurisdiccion
               ACCEPT CLI-Jurisdiccion
               IF CLI-Jurisdiccion = SPACES THEN
                   MOVE 'S' TO WS-CondicionOk
               ELSE
                   IF CLI-Jurisdiccion IS NUMERIC AND
                           CLI-Jurisdiccion >= "901" AND
                           CLI-Jurisdiccion <= "924" THEN
                       MOVE 'S' TO WS-CondicionOk
                   ELSE
                       DISPLAY "Jurisdiccion no valida."
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


      *> El vendedor tiene que estar activo en el maestro; en
      *> blanco el cliente queda sin vendedor asignado.
       Capturar-Vendedor.
           MOVE 'N' TO WS-CondicionOk
           PERFORM UNTIL WS-CondicionOk = 'S'
               DISPLAY "Vendedor (en blanco = sin vendedor): "
               MOVE SPACES TO CLI-Vendedor
               ACCEPT CLI-Vendedor
               IF CLI-Vendedor = SPACES THEN
                   MOVE 'S' TO WS-CondicionOk
               ELSE
                   CALL "Vendedores" USING 1, CLI-Vendedor,
                       WS-VendedorNombre, WS-CondicionOk
                   IF WS-CondicionOk = 'S' THEN
                       DISPLAY "Vendedor: "
                           FUNCTION TRIM(WS-VendedorNombre)
                   ELSE
                       DISPLAY "Vendedor inexistente o "
                           "desactivado."
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


       Cambiar-Estado.
           PERFORM Abrir-Clientes
           IF WS-ClientesStatus NOT = "00" THEN
           ELSE
               PERFORM Buscar-Cliente
               IF WS-Confirmar = 'S' THEN
                   MOVE CLI-Rec TO ANT-Rec
                   IF CLI-Estado = 'I' THEN
                       MOVE 'A' TO CLI-Estado
                       REWRITE CLI-Rec
                       DISPLAY "Cliente reactivado."
                       PERFORM Registrar-Cambios
                   ELSE
                       DISPLAY "Confirma desactivarlo (S/N): "
                       ACCEPT WS-Confirmar
                           REWRITE CLI-Rec
                           DISPLAY "Cliente desactivado; no se le "
                               "despacha mas mercaderia."
                           PERFORM Registrar-Cambios
                       ELSE
                           DISPLAY "Sin cambios."
                       END-IF
               CLOSE Clientes
           END-IF
       EXIT.


      *> Cada campo que difiere de la imagen anterior deja un
      *> registro en el diario de cambios de maestros (en un alta
      *> la imagen anterior esta en blanco).
       Registrar-Cambios.
           MOVE "CLIENTES" TO CM-Archivo
           MOVE CLI-Codigo TO CM-Registro
           IF CLI-Nombre NOT = ANT-Nombre THEN
               MOVE "NOMBRE" TO CM-Campo
               MOVE ANT-Nombre TO CM-Antes
               MOVE CLI-Nombre TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF CLI-CUIT NOT = ANT-CUIT THEN
               MOVE "CUIT" TO CM-Campo
               MOVE ANT-CUIT TO CM-Antes
               MOVE CLI-CUIT TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF CLI-Direccion NOT = ANT-Direccion THEN
               MOVE "DIRECCION" TO CM-Campo
               MOVE ANT-Direccion TO CM-Antes
               MOVE CLI-Direccion TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF CLI-Limite-Credito NOT = ANT-Limite-Credito THEN
               MOVE "LIMITE-CREDITO" TO CM-Campo
               MOVE ANT-Limite-Credito TO WS-LimiteEdit
               MOVE WS-LimiteEdit TO CM-Antes
               MOVE CLI-Limite-Credito TO WS-LimiteEdit
               MOVE WS-LimiteEdit TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF CLI-Estado NOT = ANT-Estado THEN
               MOVE "ESTADO" TO CM-Campo
               MOVE ANT-Estado TO CM-Antes
               MOVE CLI-Estado TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF CLI-Lista NOT = ANT-Lista THEN
               MOVE "LISTA-PRECIOS" TO CM-Campo
               MOVE ANT-Lista TO CM-Antes
               MOVE CLI-Lista TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF CLI-Condicion-IVA NOT = ANT-Condicion-IVA THEN
               MOVE "CONDICION-IVA" TO CM-Campo
               MOVE ANT-Condicion-IVA TO CM-Antes
               MOVE CLI-Condicion-IVA TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF CLI-Jurisdiccion NOT = ANT-Jurisdiccion THEN
               MOVE "JURISDICCION" TO CM-Campo
               MOVE ANT-Jurisdiccion TO CM-Antes
               MOVE CLI-Jurisdiccion TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF CLI-Vendedor NOT = ANT-Vendedor THEN
               MOVE "VENDEDOR" TO CM-Campo
               MOVE ANT-Vendedor TO CM-Antes
               MOVE CLI-Vendedor TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
       EXIT.


       Grabar-Cambio.
           CALL "Cambios-Maestros" USING 1, SPACES, CM-Rec
       EXIT.
