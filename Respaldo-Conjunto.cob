           05 CC-Resto                 PIC X(22).

       FD  Copia.
       01  Copia-Rec                   PIC X(549).

       FD  Manifiesto.
       01  MF-Rec.
      *>   ya no vive solo en Productos.DAT, y restaurar productos
      *>   sin sus movimientos deja un sistema incoherente.
           01 WS-ArchivosTabla.
               05 FILLER PIC X(24) VALUE "PRODUCTOS           0549".
               05 FILLER PIC X(24) VALUE "MOVIMIENTOS         0124".
               05 FILLER PIC X(24) VALUE "ORDENES-COMPRA      0196".
               05 FILLER PIC X(24) VALUE "REMITOS             0272".
               05 FILLER PIC X(24) VALUE "LOTES               0043".
               05 FILLER PIC X(24) VALUE "SERIES              0124".
               05 FILLER PIC X(24) VALUE "RESERVAS            0107".
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       MOVE Copia-Rec(1:196) TO OC-Rec
                       WRITE OC-Rec
                       ADD 1 TO WS-Registros
               END-READ
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       MOVE Copia-Rec(1:272) TO RM-Rec
                       WRITE RM-Rec
                       ADD 1 TO WS-Registros
               END-READ
