       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vendedores AS "Vendedores".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vendedores ASSIGN TO 'Vendedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-Clave
               FILE STATUS IS WS-VendedoresStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Vendedores.
           COPY VENDEDOR.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-VendedoresStatus  PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Codigo                PIC X(10).
           01 WS-Categoria             PIC X(20).
           01 WS-Campo                 PIC 9(2).
           01 WS-Confirmar             PIC X(1).
           01 WS-PorcentajeOk          PIC X(1).

       LINKAGE SECTION.
      *> Flag 1: valida el codigo LK-Codigo contra el maestro; deja
      *>         'S' en LK-Resultado si el vendedor existe y esta
      *>         activo, y su nombre en LK-Nombre.
      *> Otro valor: pantalla de mantenimiento; LK-Codigo trae el
      *>         usuario de la sesion.
           01 LK-Flag                  PIC 9(2).
           01 LK-Codigo                PIC X(10).
           01 LK-Nombre                PIC X(50).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Codigo, LK-Nombre,
               LK-Resultado.
       MAIN-PROCEDURE.
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Validar-Vendedor
               WHEN OTHER
                   MOVE LK-Codigo TO WS-Usuario
                   PERFORM Menu-Vendedores
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Vendedores.
           OPEN I-O Vendedores
           IF WS-VendedoresStatus = "35" THEN
               CLOSE Vendedores
               OPEN OUTPUT Vendedores
               CLOSE Vendedores
               OPEN I-O Vendedores
           END-IF
       EXIT.


       Validar-Vendedor.
           MOVE 'N' TO LK-Resultado
           PERFORM Abrir-Vendedores
           IF WS-VendedoresStatus = "00" THEN
               MOVE LK-Codigo TO VD-Codigo
               MOVE SPACES TO VD-Categoria
               READ Vendedores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VD-Estado = 'I' THEN
                           CONTINUE
                       ELSE
                           MOVE VD-Nombre TO LK-Nombre
                           MOVE 'S' TO LK-Resultado
                       END-IF
               END-READ
               CLOSE Vendedores
           END-IF
       EXIT.


       Menu-Vendedores.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Vendedores y Comisiones -------"
               DISPLAY "1. Listar vendedores"
               DISPLAY "2. Ver ficha y comisiones de un vendedor"
               DISPLAY "3. Alta de vendedor"
               DISPLAY "4. Editar un vendedor"
               DISPLAY "5. Desactivar / reactivar vendedor"
               DISPLAY "6. Cargar comision por categoria"
               DISPLAY "7. Quitar comision de una categoria"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Listar-Vendedores
                   WHEN 2
                       PERFORM Ver-Vendedor
                   WHEN 3
                       PERFORM Alta-Vendedor
                   WHEN 4
                       PERFORM Editar-Vendedor
                   WHEN 5
                       PERFORM Cambiar-Estado
                   WHEN 6
                       PERFORM Cargar-Comision
                   WHEN 7
                       PERFORM Quitar-Comision
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Listar-Vendedores.
           PERFORM Abrir-Vendedores
           IF WS-VendedoresStatus NOT = "00" THEN
               DISPLAY "No hay vendedores registrados."
           ELSE
               MOVE LOW-VALUES TO VD-Clave
               START Vendedores KEY IS NOT LESS THAN VD-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "--- Vendedores ---"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Vendedores NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF VD-Categoria = SPACES THEN
                               IF VD-Estado = 'I' THEN
                                   DISPLAY VD-Codigo " "
                                       FUNCTION TRIM(VD-Nombre)
                                       " " VD-Porcentaje " %"
                                       " (DESACTIVADO)"
                               ELSE
                                   DISPLAY VD-Codigo " "
                                       FUNCTION TRIM(VD-Nombre)
                                       " " VD-Porcentaje " %"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Vendedores
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Buscar-Vendedor.
           DISPLAY "Codigo de vendedor: "
           ACCEPT WS-Codigo
           MOVE WS-Codigo TO VD-Codigo
           MOVE SPACES TO VD-Categoria
           READ Vendedores
               INVALID KEY
                   DISPLAY "El vendedor no existe."
                   MOVE 'N' TO WS-Confirmar
               NOT INVALID KEY
                   MOVE 'S' TO WS-Confirmar
           END-READ
       EXIT.


       Ver-Vendedor.
           PERFORM Abrir-Vendedores
           IF WS-VendedoresStatus NOT = "00" THEN
               DISPLAY "No hay vendedores registrados."
           ELSE
               PERFORM Buscar-Vendedor
               IF WS-Confirmar = 'S' THEN
                   PERFORM Mostrar-Ficha
                   PERFORM Mostrar-Comisiones
               END-IF
               CLOSE Vendedores
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Ficha.
           DISPLAY "Codigo: " VD-Codigo
           DISPLAY "Nombre: " FUNCTION TRIM(VD-Nombre)
           DISPLAY "Comision general: " VD-Porcentaje " %"
           IF VD-Estado = 'I' THEN
               DISPLAY "Estado: DESACTIVADO"
           ELSE
               DISPLAY "Estado: ACTIVO"
           END-IF
       EXIT.


      *> Las categorias del vendedor siguen a su ficha en la clave.
       Mostrar-Comisiones.
           DISPLAY "Comisiones por categoria:"
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Vendedores NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF VD-Codigo = WS-Codigo THEN
                           DISPLAY "  " VD-Categoria " "
                               VD-Porcentaje " %"
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Alta-Vendedor.
           PERFORM Abrir-Vendedores
           IF WS-VendedoresStatus NOT = "00" THEN
               CALL "Errores" USING WS-VendedoresStatus
           ELSE
               DISPLAY "Codigo del vendedor nuevo: "
               ACCEPT WS-Codigo
               IF WS-Codigo = SPACES THEN
                   DISPLAY "Codigo no valido."
               ELSE
                   MOVE WS-Codigo TO VD-Codigo
                   MOVE SPACES TO VD-Categoria
                   READ Vendedores
                       INVALID KEY
                           PERFORM Capturar-Vendedor
                       NOT INVALID KEY
                           DISPLAY "El vendedor '" WS-Codigo
                               "' ya existe."
                   END-READ
               END-IF
               CLOSE Vendedores
           END-IF
       EXIT.


       Capturar-Vendedor.
           INITIALIZE VD-Rec
           MOVE WS-Codigo TO VD-Codigo
           MOVE SPACES TO VD-Categoria
           DISPLAY "Nombre: "
           ACCEPT VD-Nombre
           PERFORM Capturar-Porcentaje
           MOVE 'A' TO VD-Estado
           PERFORM Fechar-Vendedor
           WRITE VD-Rec
           IF WS-VendedoresStatus = "00" THEN
               DISPLAY "Vendedor registrado."
           ELSE
               CALL "Errores" USING WS-VendedoresStatus
           END-IF
       EXIT.


       Capturar-Porcentaje.
           MOVE 'N' TO WS-PorcentajeOk
           PERFORM UNTIL WS-PorcentajeOk = 'S'
               DISPLAY "Porcentaje de comision (0 a 99.99): "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   IF FUNCTION NUMVAL(WS-Aux) >= 0 AND
                           FUNCTION NUMVAL(WS-Aux) < 100 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux)
                           TO VD-Porcentaje
                       MOVE 'S' TO WS-PorcentajeOk
                   ELSE
                       DISPLAY "Porcentaje fuera de rango."
                   END-IF
               ELSE
                   DISPLAY "Valor no valido."
               END-IF
           END-PERFORM
       EXIT.


       Fechar-Vendedor.
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO VD-Dia
           MOVE WS-Fecha(5:2) TO VD-Mes
           MOVE WS-Fecha(1:4) TO VD-Ano
           ADD WS-Year TO VD-Ano GIVING VD-Ano
           MOVE WS-Usuario TO VD-Usuario
       EXIT.


       Editar-Vendedor.
           PERFORM Abrir-Vendedores
           IF WS-VendedoresStatus NOT = "00" THEN
               CALL "Errores" USING WS-VendedoresStatus
           ELSE
               PERFORM Buscar-Vendedor
               IF WS-Confirmar = 'S' THEN
                   MOVE 99 TO WS-Campo
                   PERFORM UNTIL WS-Campo = 0
                       DISPLAY "---- Campos del vendedor ----"
                       DISPLAY "1. Nombre"
                       DISPLAY "2. Comision general"
                       DISPLAY "0. Finalizar edicion"
                       DISPLAY "Ingrese una Opcion: "
                       ACCEPT WS-Campo
                       EVALUATE WS-Campo
                           WHEN 1
                               DISPLAY "Nombre: "
                               ACCEPT VD-Nombre
                           WHEN 2
                               PERFORM Capturar-Porcentaje
                           WHEN 0
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "Opcion no valida"
                       END-EVALUATE
                   END-PERFORM
                   PERFORM Fechar-Vendedor
                   REWRITE VD-Rec
                   IF WS-VendedoresStatus = "00" THEN
                       DISPLAY "Vendedor actualizado."
                   ELSE
                       CALL "Errores" USING WS-VendedoresStatus
                   END-IF
               END-IF
               CLOSE Vendedores
           END-IF
       EXIT.


       Cambiar-Estado.
           PERFORM Abrir-Vendedores
           IF WS-VendedoresStatus NOT = "00" THEN
               CALL "Errores" USING WS-VendedoresStatus
           ELSE
               PERFORM Buscar-Vendedor
               IF WS-Confirmar = 'S' THEN
                   IF VD-Estado = 'I' THEN
                       MOVE 'A' TO VD-Estado
                       REWRITE VD-Rec
                       DISPLAY "Vendedor reactivado."
                   ELSE
                       DISPLAY "Confirma desactivarlo (S/N): "
                       ACCEPT WS-Confirmar
                       IF WS-Confirmar = "S" OR
                               WS-Confirmar = "s" THEN
                           MOVE 'I' TO VD-Estado
                           REWRITE VD-Rec
                           DISPLAY "Vendedor desactivado; conserva "
                               "la comision de lo ya vendido."
                       ELSE
                           DISPLAY "Sin cambios."
                       END-IF
                   END-IF
               END-IF
               CLOSE Vendedores
           END-IF
       EXIT.


      *> El porcentaje de una categoria pisa el general de la
      *> ficha solo para los productos de esa categoria.
       Cargar-Comision.
           PERFORM Abrir-Vendedores
           IF WS-VendedoresStatus NOT = "00" THEN
               CALL "Errores" USING WS-VendedoresStatus
           ELSE
               PERFORM Buscar-Vendedor
               IF WS-Confirmar = 'S' THEN
                   DISPLAY "Categoria de producto: "
                   MOVE SPACES TO WS-Categoria
                   ACCEPT WS-Categoria
                   IF WS-Categoria = SPACES THEN
                       DISPLAY "Para el porcentaje general use "
                           "Editar un vendedor."
                   ELSE
                       MOVE WS-Codigo TO VD-Codigo
                       MOVE WS-Categoria TO VD-Categoria
                       READ Vendedores
                           INVALID KEY
                               INITIALIZE VD-Rec
                               MOVE WS-Codigo TO VD-Codigo
                               MOVE WS-Categoria TO VD-Categoria
                               PERFORM Capturar-Porcentaje
                               PERFORM Fechar-Vendedor
                               WRITE VD-Rec
                           NOT INVALID KEY
                               DISPLAY "Actual: " VD-Porcentaje " %"
                               PERFORM Capturar-Porcentaje
                               PERFORM Fechar-Vendedor
                               REWRITE VD-Rec
                       END-READ
                       IF WS-VendedoresStatus = "00" THEN
                           DISPLAY "Comision de la categoria "
                               "registrada."
                       ELSE
                           CALL "Errores" USING WS-VendedoresStatus
                       END-IF
                   END-IF
               END-IF
               CLOSE Vendedores
           END-IF
       EXIT.


       Quitar-Comision.
           PERFORM Abrir-Vendedores
           IF WS-VendedoresStatus NOT = "00" THEN
               CALL "Errores" USING WS-VendedoresStatus
           ELSE
               PERFORM Buscar-Vendedor
               IF WS-Confirmar = 'S' THEN
                   DISPLAY "Categoria de producto: "
                   MOVE SPACES TO WS-Categoria
                   ACCEPT WS-Categoria
                   IF WS-Categoria = SPACES THEN
                       DISPLAY "La ficha del vendedor no se borra; "
                           "desactivelo."
                   ELSE
                       MOVE WS-Codigo TO VD-Codigo
                       MOVE WS-Categoria TO VD-Categoria
                       READ Vendedores
                           INVALID KEY
                               DISPLAY "La categoria no tiene "
                                   "comision propia."
                           NOT INVALID KEY
                               DELETE Vendedores RECORD
                               DISPLAY "La categoria vuelve al "
                                   "porcentaje general."
                       END-READ
                   END-IF
               END-IF
               CLOSE Vendedores
           END-IF
       EXIT.
