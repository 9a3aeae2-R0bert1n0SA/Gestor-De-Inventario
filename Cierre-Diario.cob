           01 WS-TotMovimientos        PIC 9(7) VALUE 0.
           01 WS-SucSesion             PIC X(4).
           01 WS-UsuarioCierre         PIC X(10) VALUE "CIERRE".
           01 WS-CierreEOF             PIC X(1).
           01 WS-UltimoCierre          PIC 9(8).
           01 WS-FechaDia              PIC 9(8).
           01 WS-DiaInt                PIC 9(7).
           01 WS-HoyInt                PIC 9(7).
           01 WS-Faltantes             PIC 9(5).
           01 WS-DiasCal               PIC 9(5).
           01 WS-FechaCal              PIC 9(8).
           01 WS-Laborable             PIC X(1).
           01 WS-SucCal                PIC X(4) VALUE SPACES.
           01 WS-Reposiciones          PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "El dia " WS-HoyNum " ya esta cerrado; no "
                   "se vuelve a correr."
           ELSE
               PERFORM Verificar-Cierres-Faltantes
               PERFORM Verificar-Sesiones
               IF WS-HayBloqueos = 'S' THEN
                   DISPLAY "Hay sesiones con productos en uso; "
       EXIT.


      *> Informa los dias habiles posteriores al ultimo cierre que
      *> quedaron sin cerrar; los feriados y dias no laborables del
      *> calendario de la sucursal no llevan cierre. El cierre corre
      *> igual: los totales salen del estado actual del catalogo.
       Verificar-Cierres-Faltantes.
           MOVE 0 TO WS-UltimoCierre
           MOVE 0 TO WS-Faltantes
           OPEN INPUT Cierres
           IF WS-CierresStatus = "00" THEN
               MOVE 'N' TO WS-CierreEOF
               PERFORM UNTIL WS-CierreEOF = 'Y'
                   READ Cierres NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CierreEOF
                       NOT AT END
                           IF CD-Fecha < WS-HoyNum THEN
                               MOVE CD-Fecha TO WS-UltimoCierre
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-UltimoCierre > 0 THEN
                   COMPUTE WS-HoyInt =
                       FUNCTION INTEGER-OF-DATE(WS-HoyNum)
                   COMPUTE WS-DiaInt =
                       FUNCTION INTEGER-OF-DATE(WS-UltimoCierre) + 1
                   PERFORM UNTIL WS-DiaInt >= WS-HoyInt
                       PERFORM Verificar-Dia-Sin-Cierre
                       ADD 1 TO WS-DiaInt
                   END-PERFORM
               END-IF
               CLOSE Cierres
           END-IF
           IF WS-Faltantes > 0 THEN
               DISPLAY "ATENCION: " WS-Faltantes " dia(s) habil(es) "
                   "quedaron sin cierre desde el del "
                   WS-UltimoCierre "."
           END-IF
           CALL "Calendario-Laboral" USING 1, WS-UsuarioCierre,
               WS-SucCal, WS-HoyNum, WS-DiasCal, WS-FechaCal,
               WS-Laborable
           IF WS-Laborable = 'N' THEN
               DISPLAY "Hoy es dia no laborable en el calendario de "
                   "la sucursal; el cierre corre igual."
           END-IF
       EXIT.


       Verificar-Dia-Sin-Cierre.
           COMPUTE WS-FechaDia = FUNCTION DATE-OF-INTEGER(WS-DiaInt)
           CALL "Calendario-Laboral" USING 1, WS-UsuarioCierre,
               WS-SucCal, WS-FechaDia, WS-DiasCal, WS-FechaCal,
               WS-Laborable
           IF WS-Laborable = 'S' THEN
               ADD 1 TO WS-Faltantes
               DISPLAY "  Sin cierre el dia habil " WS-FechaDia(7:2)
                   "/" WS-FechaDia(5:2) "/" WS-FechaDia(1:4)
           END-IF
       EXIT.


       Verificar-Sesiones.
           CALL "Bloqueos" USING 3, SPACES, SPACES, WS-HayBloqueos
       EXIT.
      *>   trabajos no debe frenar con su pregunta de "ya corrio
      *>   hoy".
           SET ENVIRONMENT "TRABAJOS_MODO" TO "BATCH"
           DISPLAY "1/9 Respaldo del catalogo..."
           CALL "Backup"
           CANCEL "Backup"
           DISPLAY "2/9 Informe de estadisticas..."
      *>   Estadisticas-Menu corre desatendido cuando encuentra
      *>   ESTADISTICAS_MODO=BATCH en el ambiente.
           SET ENVIRONMENT "ESTADISTICAS_MODO" TO "BATCH"
           CANCEL "Estadisticas-Menu"
           SET ENVIRONMENT "ESTADISTICAS_MODO" TO " "
           SET ENVIRONMENT "TRABAJOS_MODO" TO " "
           DISPLAY "3/9 Precios programados que vencen..."
           CALL "Precios-Programados" USING 1, WS-UsuarioCierre
           CANCEL "Precios-Programados"
           DISPLAY "4/9 Barrido de alertas de bajo stock..."
           PERFORM Barrer-Bajo-Stock
           DISPLAY "5/9 Monitor de excepciones de negocio..."
           CALL "Excepciones"
           CANCEL "Excepciones"
      *>   Las caras de picking amanecen repuestas: las tareas de
      *>   reposicion quedan listas para el primer turno.
           DISPLAY "6/9 Reposicion de caras de picking..."
           MOVE 0 TO WS-Reposiciones
           CALL "Reposicion" USING 1, SPACES, 0, WS-UsuarioCierre,
               WS-Reposiciones, 0
           CANCEL "Reposicion"
           DISPLAY "    Tareas de reposicion generadas: "
               WS-Reposiciones
           PERFORM Contar-Movimientos
      *>   Los avisos salen despues del monitor de excepciones para
      *>   que el archivo del dia ya este escrito; el resumen
      *>   diario junta lo que quedo en espera.
           DISPLAY "7/9 Avisos a la bandeja de correo..."
           CALL "Notificaciones" USING 1, WS-UsuarioCierre
           CALL "Notificaciones" USING 2, WS-UsuarioCierre
           CANCEL "Notificaciones"
           DISPLAY "8/9 Extracto nocturno para analisis (BI)..."
           CALL "Extracto-BI" USING 1, WS-UsuarioCierre
           CANCEL "Extracto-BI"
           DISPLAY "9/9 Registro del cierre..."
           PERFORM Grabar-Cierre
           DISPLAY "Cierre del dia " WS-HoyNum " completado: "
               WS-TotProductos " productos, stock " WS-TotStock
