                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                                   MOVE Cerrado-Rec TO Mov-Rec
                                   PERFORM Evaluar-Salida
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
