           01 WS-DelimOp               PIC 9(1).
           01 WS-Linea                 PIC X(200).
           01 WS-Exportados            PIC 9(4) VALUE 0.
           01 WS-Retenidos             PIC 9(4) VALUE 0.
           01 WS-StockEd               PIC Z(6)9.
           01 WS-PrecioVentaEd         PIC Z(4)9.99.

               DISPLAY "Productos exportados: " WS-Exportados
               DISPLAY "Archivo generado: Export-Delta.CSV"
           END-IF
           IF WS-Retenidos > 0 THEN
               DISPLAY "Altas pendientes no publicadas: " WS-Retenidos
           END-IF
      *>   Si el catalogo no abrio, nada se exporto: el checkpoint
      *>   no avanza y la proxima corrida retoma estos eventos.
           IF WS-ProductosStatus = "00" THEN
                   WRITE CSV-Linea
                   ADD 1 TO WS-Exportados
               NOT INVALID KEY
      *>         Un alta pendiente todavia no se publica; sale en la
      *>         corrida siguiente a su habilitacion.
                   IF P-Estado = "PENDIENTE" THEN
                       ADD 1 TO WS-Retenidos
                   ELSE
                       PERFORM Exportar-Vigente
                   END-IF
           END-READ
       EXIT.


       Exportar-Vigente.
           MOVE P-Stock TO WS-StockEd
           MOVE P-Precio-Venta TO WS-PrecioVentaEd
           STRING FUNCTION TRIM(Product-ID) WS-Delim
               FUNCTION TRIM(WS-StockEd) WS-Delim
               FUNCTION TRIM(WS-PrecioVentaEd) WS-Delim
               FUNCTION TRIM(P-Estado)
               DELIMITED SIZE INTO WS-Linea
           MOVE WS-Linea TO CSV-Linea
           WRITE CSV-Linea
           ADD 1 TO WS-Exportados
       EXIT.
