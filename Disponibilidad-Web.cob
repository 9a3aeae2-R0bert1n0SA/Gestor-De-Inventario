           01 WS-Reservado             PIC 9(7).
           01 WS-Disponible            PIC S9(7).
           01 WS-Respondidas           PIC 9(5).
           01 WS-SinDisponible         PIC 9(5).
      *>   Una consulta respondida sin disponible se registra como
      *>   una unidad de demanda perdida del canal web.
           01 WS-UnaUnidad             PIC 9(7) VALUE 1.
           01 WS-Derivas               PIC 9(5).
           01 WS-Hallado               PIC X(1).
           01 WS-XrefID                PIC X(10).
           01 WS-XrefFactor            PIC 9(5).
           01 WS-XrefOk                PIC X(1).
           01 WS-ProductoBuf           PIC X(549).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> esperar al proximo delta.
       Responder-Consultas.
           MOVE 0 TO WS-Respondidas
           MOVE 0 TO WS-SinDisponible
           OPEN INPUT Consultas
           IF WS-ConsultasStatus NOT = "00" THEN
               DISPLAY "Sin consultas en el buzon."
               CLOSE Consultas
               DISPLAY "Consultas respondidas: " WS-Respondidas
                   " en Respuestas-Web.TXT"
               DISPLAY "Sin disponible (demanda perdida): "
                   WS-SinDisponible
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
               MOVE P-Sucursal TO RW-Sucursal
               MOVE WS-Disponible TO RW-Disponible
               MOVE "OK" TO RW-Resultado
               IF WS-Disponible <= 0 THEN
                   CALL "Demanda-Perdida" USING 1, Product-ID, "WEB",
                       WS-UnaUnidad, P-Precio-Venta, CW-Codigo
                   ADD 1 TO WS-SinDisponible
               END-IF
           ELSE
               MOVE "NO HALLADO" TO RW-Resultado
           END-IF
