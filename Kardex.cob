                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO Mov-Rec
                               IF MOV-Product-ID = WS-PID THEN
                                   PERFORM Emitir-Si-En-Rango
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
