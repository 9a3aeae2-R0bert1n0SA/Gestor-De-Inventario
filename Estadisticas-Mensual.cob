                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO Mov-Rec
                               PERFORM Clasificar-Movimiento
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag

      *> Desglose por categoria: TRASLA, TRANSF y FUSION quedan
      *> afuera porque sus campos de categoria llevan ubicaciones,
      *> sucursales o IDs, no categorias reales. CONINT lleva la
      *> categoria solo en el campo de antes.
       Sumar-Categoria-Mes.
           IF MOV-Operacion = "TRASLA" OR MOV-Operacion = "TRANSF"
                   OR MOV-Operacion = "FUSION" THEN
               CONTINUE
           ELSE
               IF MOV-Categoria-Despues NOT = SPACES AND
                       MOV-Operacion NOT = "CONINT" THEN
                   MOVE MOV-Categoria-Despues TO WS-Categoria
               ELSE
                   MOVE MOV-Categoria-Antes TO WS-Categoria
