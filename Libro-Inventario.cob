               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CongeladoStatus.

           SELECT CongeladoRX ASSIGN TO WS-NombreCongeladoRX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CongeladoRXStatus.

           SELECT Reexpresiones ASSIGN TO 'Reexpresion.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-Clave
               FILE STATUS IS WS-ReexpStatus.

           SELECT Libro ASSIGN TO WS-NombreLibro
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LibroStatus.
           05 LI-Costo                 PIC 9(5)V99.
           05 LI-Valor                 PIC 9(11)V99.

       FD  CongeladoRX.
       01  LR-Rec.
      *>  Reexpresion por inflacion de diciembre del ejercicio, por
      *>  categoria, congelada junto con la foto: el libro la
      *>  reimprime igual aunque despues se vuelva a correr la
      *>  reexpresion o se corrijan indices.
           05 LR-Categoria             PIC X(20).
           05 LR-Historico             PIC 9(13)V99.
           05 LR-Reexpresado           PIC 9(13)V99.
           05 LR-Ajuste                PIC S9(13)V99.

       FD  Reexpresiones.
           COPY REEXPRESION.

       FD  Libro.
       01  Libro-Linea                 PIC X(90).

               05 WS-ProductosStatus   PIC XX.
               05 WS-CongeladoStatus   PIC XX.
               05 WS-LibroStatus       PIC XX.
               05 WS-CongeladoRXStatus PIC XX.
               05 WS-ReexpStatus       PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Ejercicio             PIC 9(4).
           01 WS-NombreCongelado       PIC X(40).
           01 WS-NombreLibro           PIC X(40).
           01 WS-NombreCongeladoRX     PIC X(40).
           01 WS-PeriodoCierre         PIC 9(6).
           01 WS-HistoricoEd           PIC Z(12)9.99.
           01 WS-ReexpresadoEd         PIC Z(12)9.99.
           01 WS-AjusteEd              PIC -(13)9.99.
           01 WS-TotHistorico          PIC 9(13)V99.
           01 WS-TotReexpresado        PIC 9(13)V99.
           01 WS-TotAjuste             PIC S9(13)V99.
           01 WS-RX-Usadas             PIC 9(3) VALUE 0.
           01 WS-RX-Idx                PIC 9(3).
           01 WS-RX-Busca              PIC 9(3).
           01 WS-RX-Tabla.
               05 WS-RX-Fila OCCURS 50 TIMES.
                   10 WS-RX-Categoria  PIC X(20).
                   10 WS-RX-Historico  PIC 9(13)V99.
                   10 WS-RX-Reexp      PIC 9(13)V99.
                   10 WS-RX-Ajuste     PIC S9(13)V99.
           01 WS-Linea                 PIC X(90).
           01 WS-Folio                 PIC 9(4).
           01 WS-LineasPagina          PIC 9(2).
           MOVE SPACES TO WS-NombreLibro
           STRING "Libro-Inventario-" WS-Ejercicio ".TXT"
               DELIMITED SIZE INTO WS-NombreLibro
           MOVE SPACES TO WS-NombreCongeladoRX
           STRING "Libro-Inventario-" WS-Ejercicio "-RX.DAT"
               DELIMITED SIZE INTO WS-NombreCongeladoRX
           COMPUTE WS-PeriodoCierre = WS-Ejercicio * 100 + 12
       EXIT.


               IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                   PERFORM Congelar-Valuacion
                   IF WS-Registros > 0 THEN
                       PERFORM Congelar-Reexpresion
                       PERFORM Emitir-Libro
                   END-IF
               ELSE
       EXIT.


      *> La reexpresion de diciembre (Reexpresion) se agrupa por
      *> categoria y se congela aparte. Si no se corrio, el libro
      *> sale igual, sin la seccion, y se avisa.
       Congelar-Reexpresion.
           MOVE 0 TO WS-RX-Usadas
           OPEN INPUT Reexpresiones
           IF WS-ReexpStatus = "00" THEN
               MOVE WS-PeriodoCierre TO RX-Periodo
               MOVE LOW-VALUES TO RX-Product-ID
               START Reexpresiones KEY IS NOT LESS THAN RX-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Reexpresiones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF RX-Periodo NOT = WS-PeriodoCierre THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               PERFORM Acumular-Reexpresion
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Reexpresiones
           END-IF
           IF WS-RX-Usadas = 0 THEN
               DISPLAY "AVISO: no hay reexpresion por inflacion "
                   "del periodo " WS-PeriodoCierre
                   "; el libro sale solo a valores historicos."
           ELSE
               OPEN OUTPUT CongeladoRX
               PERFORM VARYING WS-RX-Idx FROM 1 BY 1
                       UNTIL WS-RX-Idx > WS-RX-Usadas
                   MOVE WS-RX-Categoria(WS-RX-Idx) TO LR-Categoria
                   MOVE WS-RX-Historico(WS-RX-Idx) TO LR-Historico
                   MOVE WS-RX-Reexp(WS-RX-Idx) TO LR-Reexpresado
                   MOVE WS-RX-Ajuste(WS-RX-Idx) TO LR-Ajuste
                   WRITE LR-Rec
               END-PERFORM
               CLOSE CongeladoRX
               DISPLAY "Reexpresion congelada: " WS-RX-Usadas
                   " categoria(s) en "
                   FUNCTION TRIM(WS-NombreCongeladoRX)
           END-IF
       EXIT.


       Acumular-Reexpresion.
           MOVE 0 TO WS-RX-Idx
           PERFORM VARYING WS-RX-Busca FROM 1 BY 1
                   UNTIL WS-RX-Busca > WS-RX-Usadas
               IF WS-RX-Categoria(WS-RX-Busca) = RX-Categoria THEN
                   MOVE WS-RX-Busca TO WS-RX-Idx
               END-IF
           END-PERFORM
           IF WS-RX-Idx = 0 AND WS-RX-Usadas < 50 THEN
               ADD 1 TO WS-RX-Usadas
               MOVE WS-RX-Usadas TO WS-RX-Idx
               MOVE RX-Categoria TO WS-RX-Categoria(WS-RX-Idx)
               MOVE 0 TO WS-RX-Historico(WS-RX-Idx)
               MOVE 0 TO WS-RX-Reexp(WS-RX-Idx)
               MOVE 0 TO WS-RX-Ajuste(WS-RX-Idx)
           END-IF
           IF WS-RX-Idx > 0 THEN
               ADD RX-Historico TO WS-RX-Historico(WS-RX-Idx)
               ADD RX-Reexpresado TO WS-RX-Reexp(WS-RX-Idx)
               ADD RX-Ajuste TO WS-RX-Ajuste(WS-RX-Idx)
           END-IF
       EXIT.


       Reimprimir-Libro.
           DISPLAY "Ejercicio a reimprimir (AAAA): "
           ACCEPT WS-Ejercicio
           STRING "(debe atar con el rubro Bienes de Cambio "
               "del balance)" DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea-Libro
           PERFORM Emitir-Reexpresion
           MOVE SPACES TO WS-Linea
           PERFORM Escribir-Linea-Libro
           MOVE "FIRMA Y ACLARACION: ____________________"
               TO WS-Linea
           PERFORM Escribir-Linea-Libro
       EXIT.


      *> Seccion de reexpresion, solo si el ejercicio la tiene
      *> congelada: historico, reexpresado y ajuste por categoria.
       Emitir-Reexpresion.
           OPEN INPUT CongeladoRX
           IF WS-CongeladoRXStatus = "00" THEN
               MOVE 0 TO WS-TotHistorico
               MOVE 0 TO WS-TotReexpresado
               MOVE 0 TO WS-TotAjuste
               MOVE SPACES TO WS-Linea
               PERFORM Controlar-Folio
               PERFORM Escribir-Linea-Libro
               PERFORM Controlar-Folio
               MOVE SPACES TO WS-Linea
               STRING "REEXPRESION POR INFLACION AL "
                   WS-PeriodoCierre(1:4) "-" WS-PeriodoCierre(5:2)
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea-Libro
               PERFORM Controlar-Folio
               MOVE SPACES TO WS-Linea
               STRING "CATEGORIA                   HISTORICO"
                   "      REEXPRESADO            AJUSTE"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea-Libro
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CongeladoRX
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE LR-Historico TO WS-HistoricoEd
                           MOVE LR-Reexpresado TO WS-ReexpresadoEd
                           MOVE LR-Ajuste TO WS-AjusteEd
                           PERFORM Controlar-Folio
                           MOVE SPACES TO WS-Linea
                           STRING LR-Categoria " " WS-HistoricoEd
                               " " WS-ReexpresadoEd " " WS-AjusteEd
                               DELIMITED SIZE INTO WS-Linea
                           PERFORM Escribir-Linea-Libro
                           ADD LR-Historico TO WS-TotHistorico
                           ADD LR-Reexpresado TO WS-TotReexpresado
                           ADD LR-Ajuste TO WS-TotAjuste
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CongeladoRX
               MOVE WS-TotHistorico TO WS-HistoricoEd
               MOVE WS-TotReexpresado TO WS-ReexpresadoEd
               MOVE WS-TotAjuste TO WS-AjusteEd
               PERFORM Controlar-Folio
               MOVE SPACES TO WS-Linea
               STRING "TOTAL REEXPRESION    " WS-HistoricoEd
                   " " WS-ReexpresadoEd " " WS-AjusteEd
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea-Libro
           END-IF
       EXIT.
