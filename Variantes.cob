           01 WS-SalidasTotal          PIC 9(9).
           01 WS-SalidasHijo           PIC 9(9).
           01 WS-Delta                 PIC S9(7).
           01 WS-ProductoBase          PIC X(549).

           01 WS-TallesTabla.
               05 WS-TalleE OCCURS 10 TIMES PIC X(10).
           MOVE WS-ProductoBase TO Product
           MOVE WS-NuevoID TO Product-ID
           MOVE 0 TO P-Stock
           MOVE "PENDIENTE" TO P-Estado
           MOVE SPACES TO P-Nombre
           STRING WS-ProductoBase(11:14) " "
               FUNCTION TRIM(WS-TalleE(WS-T-Idx)) " "
