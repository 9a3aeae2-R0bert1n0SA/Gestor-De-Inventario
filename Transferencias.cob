           05 TF-Fecha-Recepcion       PIC 9(8).
           05 TF-Usuario               PIC X(10).
           05 TF-Proximo-Numero        PIC 9(6).
      *>  Precio de transferencia: costo promedio del origen al
      *>  despachar y recargo (RECARGO-TRANSFERENCIA) que se carga
      *>  a la sucursal de destino. OJO: al crecer el registro un
      *>  Transferencias.DAT del layout anterior debe recrearse en
      *>  el corte.
           05 TF-Costo-Unitario        PIC 9(5)V99.
           05 TF-Recargo-Pct           PIC 9(3)V99.

       FD  Productos.
           COPY PRODUCTO.
           01 WS-SucOk                 PIC X(1).
           01 WS-Bloqueado             PIC X(1).
           01 WS-LockOk                PIC X(1).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).
               MOVE "EN TRANSIT" TO TF-Estado
               MOVE WS-HoyNum TO TF-Fecha-Salida
               MOVE WS-Usuario TO TF-Usuario
               MOVE P-Costo-Promedio TO TF-Costo-Unitario
               PERFORM Leer-Recargo
               WRITE TF-Rec
               ADD 1 TO WS-ProximoNumero
               MOVE 0 TO TF-Numero
           END-IF
       EXIT.

      *> Recargo vigente sobre el costo para el precio de
      *> transferencia entre sucursales (por defecto 10%).
       Leer-Recargo.
           MOVE "10" TO WS-ValorParam
           MOVE "RECARGO-TRANSFERENCIA" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO TF-Recargo-Pct
           ELSE
               MOVE 10 TO TF-Recargo-Pct
           END-IF
       EXIT.


       Recibir-Transferencia.
           PERFORM Abrir-Transferencias
