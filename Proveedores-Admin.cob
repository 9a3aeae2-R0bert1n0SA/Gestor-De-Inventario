           COPY PRODUCTO.

       WORKING-STORAGE SECTION.
           COPY CAMBIO-MAESTRO.
      *>   Imagen del proveedor antes de editarlo, para dejar cada
      *>   campo cambiado en el diario de cambios de maestros.
           COPY PROVEEDOR REPLACING LEADING ==PROV-== BY ==ANT-==.
           01 WS-Control.
               05 WS-ProvStatus        PIC XX.
               05 WS-ProductosStatus   PIC XX.
           01 WS-Campo                 PIC 9(2).
           01 WS-Confirmar             PIC X(1).
           01 WS-Referencias           PIC 9(5).
           01 WS-DiasEdit              PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Condiciones de pago: "
               FUNCTION TRIM(PROV-Cond-Pago)
           DISPLAY "Dias de entrega: " PROV-Lead-Time
           DISPLAY "CUIT: " PROV-CUIT
           IF PROV-Estado = 'I' THEN
               DISPLAY "Estado: DESACTIVADO"
           ELSE
           ELSE
               PERFORM Buscar-Proveedor
               IF WS-Confirmar = 'S' THEN
                   MOVE Prov-Rec TO ANT-Rec
                   MOVE 99 TO WS-Campo
                   PERFORM UNTIL WS-Campo = 0
                       PERFORM Mostrar-Menu-Campos
                   REWRITE Prov-Rec
                   IF WS-ProvStatus = "00" THEN
                       DISPLAY "Proveedor actualizado."
                       PERFORM Registrar-Cambios
                   ELSE
                       CALL "Errores" USING WS-ProvStatus
                   END-IF
           DISPLAY "4. Direccion"
           DISPLAY "5. Condiciones de pago"
           DISPLAY "6. Dias de entrega (lead time)"
           DISPLAY "7. CUIT"
           DISPLAY "0. Finalizar edicion"
           DISPLAY "Ingrese una Opcion: "
       EXIT.
                   ELSE
                       DISPLAY "Valor no valido."
                   END-IF
               WHEN 7
                   DISPLAY "CUIT: "
                   ACCEPT PROV-CUIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
           ELSE
               PERFORM Buscar-Proveedor
               IF WS-Confirmar = 'S' THEN
                   MOVE Prov-Rec TO ANT-Rec
                   IF PROV-Estado = 'I' THEN
                       MOVE 'A' TO PROV-Estado
                       REWRITE Prov-Rec
                       DISPLAY "Proveedor reactivado."
                       PERFORM Registrar-Cambios
                   ELSE
                       PERFORM Contar-Referencias
                       IF WS-Referencias > 0 THEN
                           MOVE 'I' TO PROV-Estado
                           REWRITE Prov-Rec
                           DISPLAY "Proveedor desactivado."
                           PERFORM Registrar-Cambios
                       ELSE
                           DISPLAY "Sin cambios."
                       END-IF
               CLOSE Productos
           END-IF
       EXIT.


      *> Cada campo que difiere de la imagen anterior deja un
      *> registro en el diario de cambios de maestros.
       Registrar-Cambios.
           MOVE "PROVEEDORES" TO CM-Archivo
           MOVE PROV-Codigo TO CM-Registro
           IF PROV-Nombre NOT = ANT-Nombre THEN
               MOVE "NOMBRE" TO CM-Campo
               MOVE ANT-Nombre TO CM-Antes
               MOVE PROV-Nombre TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF PROV-Contacto NOT = ANT-Contacto THEN
               MOVE "CONTACTO" TO CM-Campo
               MOVE ANT-Contacto TO CM-Antes
               MOVE PROV-Contacto TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF PROV-Lead-Time NOT = ANT-Lead-Time THEN
               MOVE "LEAD-TIME" TO CM-Campo
               MOVE ANT-Lead-Time TO WS-DiasEdit
               MOVE WS-DiasEdit TO CM-Antes
               MOVE PROV-Lead-Time TO WS-DiasEdit
               MOVE WS-DiasEdit TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF PROV-Telefono NOT = ANT-Telefono THEN
               MOVE "TELEFONO" TO CM-Campo
               MOVE ANT-Telefono TO CM-Antes
               MOVE PROV-Telefono TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF PROV-Direccion NOT = ANT-Direccion THEN
               MOVE "DIRECCION" TO CM-Campo
               MOVE ANT-Direccion TO CM-Antes
               MOVE PROV-Direccion TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF PROV-Cond-Pago NOT = ANT-Cond-Pago THEN
               MOVE "COND-PAGO" TO CM-Campo
               MOVE ANT-Cond-Pago TO CM-Antes
               MOVE PROV-Cond-Pago TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF PROV-Estado NOT = ANT-Estado THEN
               MOVE "ESTADO" TO CM-Campo
               MOVE ANT-Estado TO CM-Antes
               MOVE PROV-Estado TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
           IF PROV-CUIT NOT = ANT-CUIT THEN
               MOVE "CUIT" TO CM-Campo
               MOVE ANT-CUIT TO CM-Antes
               MOVE PROV-CUIT TO CM-Despues
               PERFORM Grabar-Cambio
           END-IF
       EXIT.


       Grabar-Cambio.
           CALL "Cambios-Maestros" USING 1, SPACES, CM-Rec
       EXIT.
