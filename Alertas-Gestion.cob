           01 WS-AccionElegida         PIC 9(1).
           01 WS-Pendientes            PIC 9(3) VALUE 0.
           01 WS-DiasPendiente         PIC S9(9).
           01 WS-HoyNum                PIC 9(8).
           01 WS-AlertaNum             PIC 9(8).
           01 WS-DiasHabiles           PIC 9(5).
           01 WS-CalOk                 PIC X(1).

           01 WS-ContadoresTiempo.
               05 WS-DiasTranscurridos PIC 9(9).
               " - Stock " AL-Stock " / Min " AL-Stock-Minimo
           DISPLAY "    Proveedor: " FUNCTION TRIM(AL-Proveedor)
           DISPLAY "    Desde " AL-Dia "/" AL-Mes "/" AL-Ano
               " (" WS-DiasPendiente " dias, " WS-DiasHabiles
               " habiles) via " FUNCTION TRIM(AL-Origen)
       EXIT.


           PERFORM Calculo
           COMPUTE WS-DiasPendiente =
               WS-DiasActuales - WS-DiasTranscurridos
           PERFORM Calcular-Habiles-Alerta
       EXIT.


      *> La demora en atender la alerta se mide tambien en dias
      *> habiles de la sucursal que la genero: un fin de semana
      *> largo no es demora del comprador.
       Calcular-Habiles-Alerta.
           MOVE 0 TO WS-DiasHabiles
           IF AL-Fecha IS NUMERIC AND AL-Ano > 0 THEN
               MOVE AL-Fecha TO WS-AlertaNum
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AlertaNum) = 0 THEN
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HoyNum
                   CALL "Calendario-Laboral" USING 3, SPACES,
                       AL-Sucursal, WS-AlertaNum, WS-DiasHabiles,
                       WS-HoyNum, WS-CalOk
               END-IF
           END-IF
       EXIT.
