       01  CU-Rec.
      *>  Mercaderia devuelta por clientes que espera inspeccion: no
      *>  forma parte de P-Stock hasta que un supervisor la libera.
      *>  CU-Cliente lleva el codigo del cliente (Clientes.DAT): la
      *>  nota de credito por devolucion lo exige igual al de la
      *>  factura.
           05 CU-Clave.
               10 CU-Product-ID        PIC X(10).
               10 CU-Secuencia         PIC 9(4).
           01 WS-Secuencia             PIC 9(4).
           01 WS-SecuenciaMax          PIC 9(4).
           01 WS-Cliente               PIC X(50).
           01 WS-ClienteCodigo         PIC X(10).
           01 WS-ClienteOk             PIC X(1).
           01 WS-ClienteValor          PIC 9(13)V99.
           01 WS-Motivo                PIC X(50).
           01 WS-StockViejo            PIC 9(7).
           01 WS-ValorCategoria        PIC 9(13)V99.
           IF WS-Cantidad = 0 THEN
               DISPLAY "Cantidad no valida."
           ELSE
               DISPLAY "Codigo de cliente: "
               ACCEPT WS-ClienteCodigo
               CALL "Clientes" USING 1, WS-ClienteCodigo, WS-Cliente,
                   WS-ClienteValor, WS-ClienteOk
               IF WS-ClienteOk NOT = 'S' THEN
                   DISPLAY "Cliente inexistente o inactivo."
               ELSE
                   MOVE WS-ClienteCodigo TO WS-Cliente
                   DISPLAY "Motivo de la devolucion: "
                   ACCEPT WS-Motivo
                   PERFORM Grabar-Cuarentena
               END-IF
           END-IF
       EXIT.

