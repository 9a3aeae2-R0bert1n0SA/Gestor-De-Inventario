           01 WS-Aplicados             PIC 9(5).
           01 WS-LockOk                PIC X(1).
           01 WS-ValorCategoria        PIC 9(13)V99.
           01 WS-LimiteAplicar         PIC 9(8).
           01 WS-SucSesion             PIC X(4) VALUE SPACES.
           01 WS-DiasCal               PIC 9(5).
           01 WS-FechaCal              PIC 9(8).
           01 WS-Laborable             PIC X(1).

       LINKAGE SECTION.
      *> Flag 1: aplica los cambios programados cuya fecha
      *>         efectiva ya llego (lo corre el cierre diario, sin
      *>         operador), y tambien los de los dias no laborables
      *>         que siguen, que no tienen cierre propio.
      *> Otro valor: carga, revision y cancelacion en pantalla.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           MOVE WS-HoyNum TO WS-LimiteAplicar
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Calcular-Limite-Cierre
                   PERFORM Aplicar-Vencidos
               WHEN OTHER
                   PERFORM Menu-Programados
                   DISPLAY "La fecha debe ser futura; para hoy "
                       "use Ajuste-Precios."
               ELSE
                   PERFORM Avisar-Dia-No-Laborable
                   INITIALIZE PG-Rec
                   MOVE WS-PID TO PG-Product-ID
                   MOVE WS-FechaEfectiva TO PG-Fecha-Efectiva
       EXIT.


      *> El cierre aplica hasta el dia anterior al proximo dia
      *> habil: lo programado para un feriado o fin de semana ya
      *> rige cuando se vuelve a abrir.
       Calcular-Limite-Cierre.
           MOVE 1 TO WS-DiasCal
           CALL "Calendario-Laboral" USING 2, SPACES, WS-SucSesion,
               WS-HoyNum, WS-DiasCal, WS-FechaCal, WS-Laborable
           COMPUTE WS-LimiteAplicar = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FechaCal) - 1)
       EXIT.


       Avisar-Dia-No-Laborable.
           CALL "Calendario-Laboral" USING 1, SPACES, WS-SucSesion,
               WS-FechaEfectiva, WS-DiasCal, WS-FechaCal,
               WS-Laborable
           IF WS-Laborable = 'N' THEN
               DISPLAY "La fecha es no laborable en la sucursal: el "
                   "cambio lo aplica el cierre del dia habil "
                   "anterior."
           END-IF
       EXIT.


       Cancelar-Cambio.
           DISPLAY "ID del producto: "
           ACCEPT WS-PID
                           NOT AT END
                               IF PG-Estado = "PENDIENTE" AND
                                       PG-Fecha-Efectiva <=
                                       WS-LimiteAplicar THEN
                                   PERFORM Aplicar-Un-Programado
                               END-IF
                       END-READ
