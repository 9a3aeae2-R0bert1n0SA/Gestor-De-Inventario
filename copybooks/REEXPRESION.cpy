      *================================================================*
      *> Copybook REEXPRESION
      *> Layout del registro de Reexpresion.DAT: valor historico y
      *> valor reexpresado por inflacion de cada producto al cierre
      *> de un mes, sobre las capas FIFO sobrevivientes. Lo graba
      *> Reexpresion; lo leen Asiento-Contable (ajuste del mes por
      *> categoria) y Libro-Inventario (columna reexpresada del
      *> libro del ejercicio).
      *> RX-Ajuste = RX-Reexpresado - RX-Historico.
      *================================================================*
       01  RX-Rec.
           05 RX-Clave.
               10 RX-Periodo           PIC 9(6).
               10 RX-Product-ID        PIC X(10).
           05 RX-Categoria             PIC X(20).
           05 RX-Cantidad              PIC 9(9).
           05 RX-Historico             PIC 9(13)V99.
           05 RX-Reexpresado           PIC 9(13)V99.
           05 RX-Ajuste                PIC S9(13)V99.
           05 RX-Fecha                 PIC 9(8).
           05 RX-Usuario               PIC X(10).
