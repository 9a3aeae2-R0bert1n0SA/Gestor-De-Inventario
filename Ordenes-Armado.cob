           01 WS-LockOk                PIC X(1).
           01 WS-OperacionMov          PIC X(6).
           01 WS-Faltantes             PIC 9(3).
           01 WS-ProductoBuf           PIC X(549).

           01 WS-CompTabla.
               05 WS-KT-Entry OCCURS 20 TIMES.
