               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT Perdidas ASSIGN TO 'Demanda-Perdida.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PerdidasStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.
       FD  Proveedores.
           COPY PROVEEDOR.

       FD  Perdidas.
           COPY DEMANDA-PERDIDA.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

               05 WS-ProductosStatus   PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-PerdidasStatus    PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-DiasPorMes            PIC 9(2) OCCURS 12 TIMES.
           01 WS-ConsumoDiario         PIC 9(7)V99.
           01 WS-LeadTime              PIC 9(3).
           01 WS-HoyNum                PIC 9(8).
           01 WS-LlegadaNum            PIC 9(8).
           01 WS-DiasHabiles           PIC 9(5).
           01 WS-DiasCorridos          PIC 9(5).
           01 WS-SucSesion             PIC X(4) VALUE SPACES.
           01 WS-CalOk                 PIC X(1).
           01 WS-Propuesta             PIC S9(9)V99.
           01 WS-Sugeridos             PIC 9(3) VALUE 0.
           01 WS-Desbordados           PIC 9(4) VALUE 0.
           01 WS-SumarPerdida          PIC X(1).
           01 WS-PerdidaSumada         PIC 9(9) VALUE 0.

           01 WS-ConsumoTabla.
               05 WS-Cons-Entry OCCURS 200 TIMES.
           01 WS-CO-Hallado            PIC X(1).
           01 WS-CO-Aux                PIC X(81).

      *>   Traspaso del consumo de productos reemplazados a su
      *>   sucesor.
           01 WS-SucID                 PIC X(10).
           01 WS-SucFactor             PIC 9(3)V9(4).
           01 WS-SucFecha              PIC 9(8).
           01 WS-SucHay                PIC X(1).
           01 WS-SucTope               PIC 9(3).
           01 WS-SucIdx                PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "--- Planificacion de reposicion ---"
           ELSE
               MOVE 7 TO WS-Margen
           END-IF
           DISPLAY "Sumar la demanda perdida al consumo (S/N, "
               "Enter = N): "
           ACCEPT WS-SumarPerdida
           IF WS-SumarPerdida = "s" THEN
               MOVE "S" TO WS-SumarPerdida
           END-IF
           PERFORM InicializarDiasPorMes
           PERFORM Calcular-Fecha-Corte
           PERFORM Acumular-Consumos
           IF WS-SumarPerdida = "S" THEN
               PERFORM Acumular-Demanda-Perdida
           END-IF
           PERFORM Traspasar-Sucesores
           IF WS-ConsumoUsados = 0 THEN
               DISPLAY "Sin salidas en la ventana analizada; nada "
                   "para sugerir."
       EXIT.


      *> La demanda que no se pudo atender en la ventana (ventas
      *> rechazadas sin stock, consultas web sin disponible y
      *> saldos de pedidos anulados) se suma como si hubiera salido:
      *> es consumo que la reposicion tiene que cubrir.
       Acumular-Demanda-Perdida.
           OPEN INPUT Perdidas
           IF WS-PerdidasStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Perdidas
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF DP-Fecha >= WS-CorteNum THEN
                               MOVE DP-Product-ID TO MOV-Product-ID
                               COMPUTE WS-Delta = 0 - DP-Cantidad
                               ADD DP-Cantidad TO WS-PerdidaSumada
                               PERFORM Acumular-Consumo-Producto
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Perdidas
           END-IF
       EXIT.


      *> El consumo de un producto reemplazado por otro codigo se
      *> pasa a su sucesor (convertido con el factor del vinculo):
      *> la reposicion se sugiere sobre el articulo que sigue
      *> vigente y el viejo se deja agotar sin volver a pedirlo.
       Traspasar-Sucesores.
           MOVE WS-ConsumoUsados TO WS-SucTope
           PERFORM VARYING WS-SucIdx FROM 1 BY 1
                   UNTIL WS-SucIdx > WS-SucTope
               IF WS-CO-Consumido(WS-SucIdx) > 0 THEN
                   CALL "Sucesores" USING 1,
                       WS-CO-Product-ID(WS-SucIdx), WS-SucID,
                       WS-SucFactor, WS-SucFecha, WS-SucHay, SPACES
                   IF WS-SucHay = 'S' THEN
                       MOVE WS-SucID TO MOV-Product-ID
                       COMPUTE WS-Delta ROUNDED = 0 -
                           (WS-CO-Consumido(WS-SucIdx) * WS-SucFactor)
                       PERFORM Acumular-Consumo-Producto
                       MOVE 0 TO WS-CO-Consumido(WS-SucIdx)
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


      *> Propone pedir lo que cubre el lead time del proveedor mas
      *> el margen de seguridad, descontando el stock disponible.
       Armar-Sugerencias.
                       COMPUTE WS-CO-DiasQuiebre(WS-CO-Idx)
                           ROUNDED = P-Stock / WS-ConsumoDiario
                       PERFORM Buscar-Lead-Time
                       PERFORM Convertir-Lead-Time
                       COMPUTE WS-Propuesta ROUNDED =
                           (WS-ConsumoDiario *
                           (WS-LeadTime + WS-Margen))
       EXIT.


      *> El lead time del proveedor se cuenta en dias habiles del
      *> calendario de la sucursal; como el consumo es por dia
      *> corrido, se lo pasa a los dias corridos hasta la llegada
      *> (un feriado largo en el medio pide cubrir mas dias).
       Convertir-Lead-Time.
           IF WS-LeadTime > 0 THEN
               ACCEPT WS-Fecha FROM DATE
               COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
               MOVE WS-LeadTime TO WS-DiasHabiles
               CALL "Calendario-Laboral" USING 2, SPACES,
                   WS-SucSesion, WS-HoyNum, WS-DiasHabiles,
                   WS-LlegadaNum, WS-CalOk
               COMPUTE WS-DiasCorridos =
                   FUNCTION INTEGER-OF-DATE(WS-LlegadaNum) -
                   FUNCTION INTEGER-OF-DATE(WS-HoyNum)
               IF WS-DiasCorridos > 999 THEN
                   MOVE 999 TO WS-LeadTime
               ELSE
                   MOVE WS-DiasCorridos TO WS-LeadTime
               END-IF
           END-IF
       EXIT.


      *> El lead time vive en Proveedores.DAT; las alertas y el
      *> maestro de productos guardan el nombre, no el codigo, asi
      *> que se busca por nombre.
                   WS-Ventana " dias, margen " WS-Margen " dias"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               IF WS-SumarPerdida = "S" THEN
                   MOVE SPACES TO WS-Linea
                   STRING "Incluye " WS-PerdidaSumada
                       " unidades de demanda perdida"
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
               PERFORM VARYING WS-CO-Idx FROM 1 BY 1
                       UNTIL WS-CO-Idx > WS-ConsumoUsados
                   IF WS-CO-Cantidad(WS-CO-Idx) > 0 THEN
