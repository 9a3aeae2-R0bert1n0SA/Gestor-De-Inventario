           01 WS-FechaMov              PIC 9(8).
           01 WS-StockEsperado         PIC S9(9).
           01 WS-EventoSeg             PIC X(30).
           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-AyerNum               PIC 9(8).
           01 WS-DiasSinCierre         PIC 9(5).
           01 WS-SucSesion             PIC X(4) VALUE SPACES.
           01 WS-CalOk                 PIC X(1).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).
           IF WS-UltimoCierre = 0 THEN
               CONTINUE
           ELSE
               PERFORM Verificar-Dias-Sin-Cierre
               PERFORM Recontar-Catalogo
               PERFORM Explicar-Con-Movimientos
               PERFORM Comparar
       EXIT.


      *> Solo los dias habiles del calendario de la sucursal
      *> deben tener cierre: el hueco de un fin de semana largo o
      *> un feriado no es un cierre faltante.
       Verificar-Dias-Sin-Cierre.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-AyerNum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HoyNum) - 1)
           MOVE 0 TO WS-DiasSinCierre
           IF WS-UltimoCierre < WS-AyerNum THEN
               CALL "Calendario-Laboral" USING 3, LK-Usuario,
                   WS-SucSesion, WS-UltimoCierre, WS-DiasSinCierre,
                   WS-AyerNum, WS-CalOk
           END-IF
           IF WS-DiasSinCierre > 0 THEN
               DISPLAY "ATENCION: " WS-DiasSinCierre " dia(s) "
                   "habil(es) sin cierre diario desde el del "
                   WS-UltimoCierre "."
           END-IF
       EXIT.


       Recontar-Catalogo.
           MOVE 0 TO WS-HoyProductos
           MOVE 0 TO WS-HoyStock
