       IDENTIFICATION DIVISION.
       PROGRAM-ID. Arqueo-Caja AS "Arqueo-Caja".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Tickets ASSIGN TO 'Tickets.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-Clave
               FILE STATUS IS WS-TicketsStatus.

           SELECT Arqueos ASSIGN TO 'Arqueos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-Clave
               FILE STATUS IS WS-ArqueosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Tickets.
           COPY TICKET.

       FD  Arqueos.
       01  AQ-Rec.
      *>  Arqueo diario por terminal: lo que el cajero declara
      *>  contra lo que suman los tickets importados de esa
      *>  terminal ese dia, por medio de pago.
           05 AQ-Clave.
               10 AQ-Fecha             PIC 9(8).
               10 AQ-Terminal          PIC X(4).
           05 AQ-Tickets               PIC 9(5).
           05 AQ-Sis-Efectivo          PIC 9(9)V99.
           05 AQ-Sis-Tarjeta           PIC 9(9)V99.
           05 AQ-Sis-Cheque            PIC 9(9)V99.
           05 AQ-Sis-Otros             PIC 9(9)V99.
           05 AQ-Dec-Efectivo          PIC 9(9)V99.
           05 AQ-Dec-Tarjeta           PIC 9(9)V99.
           05 AQ-Dec-Cheque            PIC 9(9)V99.
           05 AQ-Usuario               PIC X(10).
           05 AQ-Hora                  PIC 9(6).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-TicketsStatus     PIC XX.
               05 WS-ArqueosStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoraActual            PIC 9(8).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Confirmar             PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).

      *>   Arqueo de una terminal.
           01 WS-FechaArqueo           PIC 9(8).
           01 WS-Terminal              PIC X(4).
           01 WS-TicketAnterior        PIC 9(8).
           01 WS-Existe                PIC X(1).
           01 WS-Arqueo.
               05 WS-Tickets           PIC 9(5).
               05 WS-Sis-Efectivo      PIC 9(9)V99.
               05 WS-Sis-Tarjeta       PIC 9(9)V99.
               05 WS-Sis-Cheque        PIC 9(9)V99.
               05 WS-Sis-Otros         PIC 9(9)V99.
               05 WS-Dec-Efectivo      PIC 9(9)V99.
               05 WS-Dec-Tarjeta       PIC 9(9)V99.
               05 WS-Dec-Cheque        PIC 9(9)V99.
           01 WS-Diferencia            PIC S9(9)V99.
           01 WS-DifTotal              PIC S9(9)V99.
           01 WS-Importe-Ed            PIC Z(8)9.99.
           01 WS-Dif-Ed                PIC -(9)9.99.
           01 WS-Medio                 PIC X(10).
           01 WS-SisMedio              PIC 9(9)V99.
           01 WS-DecMedio              PIC 9(9)V99.
           01 WS-Declarado-Ed          PIC Z(8)9.99.

      *>   Auditoria de precios.
           01 WS-Desde                 PIC 9(8).
           01 WS-Hasta                 PIC 9(8).
           01 WS-Observadas            PIC 9(7).
           01 WS-Revisadas             PIC 9(7).
           01 WS-SinProducto           PIC 9(7).
           01 WS-CantLinea             PIC 9(7)V999.
           01 WS-Perdida               PIC S9(9)V99.
           01 WS-Precio-Ed             PIC Z(4)9.99.
           01 WS-Esperado-Ed           PIC Z(4)9.99.
           01 WS-Desc-Ed               PIC Z(4)9.99.
           01 WS-CajerosTabla.
               05 WS-Cajero-Entry OCCURS 50 TIMES.
                   10 WS-CJ-Cajero         PIC X(10).
                   10 WS-CJ-Lineas         PIC 9(7).
                   10 WS-CJ-Observadas     PIC 9(7).
                   10 WS-CJ-Descuentos     PIC 9(9)V99.
                   10 WS-CJ-Perdida        PIC S9(9)V99.
           01 WS-CajerosUsados         PIC 9(2) VALUE 0.
           01 WS-CJ-Idx                PIC 9(2).
           01 WS-CJ-Hallado            PIC X(1).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Caja del POS: arqueo diario por terminal contra los
      *> tickets importados y auditoria de los precios cobrados.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Caja del POS -------"
               DISPLAY "1. Arqueo de una terminal"
               DISPLAY "2. Arqueos de un dia"
               DISPLAY "3. Auditoria de precios cobrados"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Arquear-Terminal
                   WHEN 2
                       PERFORM Listar-Arqueos
                   WHEN 3
                       PERFORM Auditar-Precios
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT PROGRAM.


      *> El cajero declara efectivo, tarjetas y cheques; el sistema
      *> suma los tickets de la terminal en el dia por medio de
      *> pago y deja el sobrante o faltante de cada uno.
       Arquear-Terminal.
           DISPLAY "Fecha (AAAAMMDD, Enter = hoy): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-HoyNum TO WS-FechaArqueo
           IF WS-Aux(1:8) IS NUMERIC THEN
               MOVE WS-Aux(1:8) TO WS-FechaArqueo
           END-IF
           DISPLAY "Terminal: "
           MOVE SPACES TO WS-Terminal
           ACCEPT WS-Terminal
           INSPECT WS-Terminal CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM Sumar-Tickets
           IF WS-Tickets = 0 THEN
               DISPLAY "No hay tickets importados de la terminal "
                   WS-Terminal " del " WS-FechaArqueo "."
           ELSE
               PERFORM Leer-Arqueo
               IF WS-Existe = 'S' THEN
                   DISPLAY "La terminal ya tiene arqueo de ese dia "
                       "(por " AQ-Usuario "). Rehacerlo (S/N): "
                   ACCEPT WS-Confirmar
               ELSE
                   MOVE "S" TO WS-Confirmar
               END-IF
               IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                   PERFORM Pedir-Declarado
                   PERFORM Informar-Arqueo
                   PERFORM Grabar-Arqueo
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Sumar-Tickets.
           INITIALIZE WS-Arqueo
           MOVE 0 TO WS-TicketAnterior
           OPEN INPUT Tickets
           IF WS-TicketsStatus = "00" THEN
               MOVE WS-FechaArqueo TO TK-Fecha
               MOVE WS-Terminal TO TK-Terminal
               MOVE 0 TO TK-Ticket
               MOVE 0 TO TK-Linea
               START Tickets KEY IS NOT LESS THAN TK-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Tickets NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF TK-Fecha = WS-FechaArqueo AND
                                   TK-Terminal = WS-Terminal THEN
                               PERFORM Sumar-Linea
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Tickets
           END-IF
       EXIT.


       Sumar-Linea.
           IF TK-Ticket NOT = WS-TicketAnterior THEN
               ADD 1 TO WS-Tickets
               MOVE TK-Ticket TO WS-TicketAnterior
           END-IF
           EVALUATE TK-Medio-Pago
               WHEN "EFE"
                   ADD TK-Importe TO WS-Sis-Efectivo
               WHEN "TAR"
                   ADD TK-Importe TO WS-Sis-Tarjeta
               WHEN "CHQ"
                   ADD TK-Importe TO WS-Sis-Cheque
               WHEN OTHER
                   ADD TK-Importe TO WS-Sis-Otros
           END-EVALUATE
       EXIT.


       Leer-Arqueo.
           MOVE 'N' TO WS-Existe
           OPEN INPUT Arqueos
           IF WS-ArqueosStatus = "00" THEN
               MOVE WS-FechaArqueo TO AQ-Fecha
               MOVE WS-Terminal TO AQ-Terminal
               READ Arqueos KEY IS AQ-Clave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Existe
               END-READ
               CLOSE Arqueos
           END-IF
       EXIT.


       Pedir-Declarado.
           DISPLAY "Tickets de la terminal: " WS-Tickets
           DISPLAY "Efectivo declarado: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-Dec-Efectivo
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Dec-Efectivo
           END-IF
           DISPLAY "Cupones de tarjeta declarados: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-Dec-Tarjeta
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Dec-Tarjeta
           END-IF
           DISPLAY "Cheques declarados: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-Dec-Cheque
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Dec-Cheque
           END-IF
       EXIT.


       Informar-Arqueo.
           MOVE "ARQUEO" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING WS-FechaArqueo " terminal " WS-Terminal
               DELIMITED BY SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           STRING "ARQUEO DE CAJA - TERMINAL " WS-Terminal " - "
               WS-FechaArqueo " - TICKETS " WS-Tickets
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "MEDIO       SISTEMA        DECLARADO      "
               "DIFERENCIA" DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE 0 TO WS-DifTotal
           MOVE "EFECTIVO" TO WS-Medio
           MOVE WS-Sis-Efectivo TO WS-SisMedio
           MOVE WS-Dec-Efectivo TO WS-DecMedio
           PERFORM Escribir-Medio
           MOVE "TARJETAS" TO WS-Medio
           MOVE WS-Sis-Tarjeta TO WS-SisMedio
           MOVE WS-Dec-Tarjeta TO WS-DecMedio
           PERFORM Escribir-Medio
           MOVE "CHEQUES" TO WS-Medio
           MOVE WS-Sis-Cheque TO WS-SisMedio
           MOVE WS-Dec-Cheque TO WS-DecMedio
           PERFORM Escribir-Medio
           IF WS-Sis-Otros > 0 THEN
               MOVE WS-Sis-Otros TO WS-Importe-Ed
               STRING "OTROS MEDIOS (no se declaran): "
                   WS-Importe-Ed DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           MOVE WS-DifTotal TO WS-Dif-Ed
           EVALUATE TRUE
               WHEN WS-DifTotal > 0
                   STRING "SOBRANTE DE CAJA " WS-Dif-Ed
                       DELIMITED BY SIZE INTO WS-Linea
               WHEN WS-DifTotal < 0
                   STRING "FALTANTE DE CAJA " WS-Dif-Ed
                       DELIMITED BY SIZE INTO WS-Linea
               WHEN OTHER
                   MOVE "CAJA CUADRADA" TO WS-Linea
           END-EVALUATE
           PERFORM Escribir-Linea
           CLOSE Informe
       EXIT.


       Escribir-Medio.
           COMPUTE WS-Diferencia = WS-DecMedio - WS-SisMedio
           ADD WS-Diferencia TO WS-DifTotal
           MOVE WS-Diferencia TO WS-Dif-Ed
           MOVE WS-SisMedio TO WS-Importe-Ed
           MOVE WS-DecMedio TO WS-Declarado-Ed
           STRING WS-Medio " " WS-Importe-Ed "   " WS-Declarado-Ed
               "  " WS-Dif-Ed DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Grabar-Arqueo.
           ACCEPT WS-HoraActual FROM TIME
           OPEN I-O Arqueos
           IF WS-ArqueosStatus = "35" THEN
               CLOSE Arqueos
               OPEN OUTPUT Arqueos
               CLOSE Arqueos
               OPEN I-O Arqueos
           END-IF
           IF WS-ArqueosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ArqueosStatus
           ELSE
               MOVE WS-FechaArqueo  TO AQ-Fecha
               MOVE WS-Terminal     TO AQ-Terminal
               MOVE WS-Tickets      TO AQ-Tickets
               MOVE WS-Sis-Efectivo TO AQ-Sis-Efectivo
               MOVE WS-Sis-Tarjeta  TO AQ-Sis-Tarjeta
               MOVE WS-Sis-Cheque   TO AQ-Sis-Cheque
               MOVE WS-Sis-Otros    TO AQ-Sis-Otros
               MOVE WS-Dec-Efectivo TO AQ-Dec-Efectivo
               MOVE WS-Dec-Tarjeta  TO AQ-Dec-Tarjeta
               MOVE WS-Dec-Cheque   TO AQ-Dec-Cheque
               MOVE WS-Usuario      TO AQ-Usuario
               MOVE WS-HoraActual(1:6) TO AQ-Hora
               IF WS-Existe = 'S' THEN
                   REWRITE AQ-Rec
               ELSE
                   WRITE AQ-Rec
               END-IF
               IF WS-ArqueosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ArqueosStatus
               ELSE
                   DISPLAY "Arqueo registrado. Detalle en "
                       FUNCTION TRIM(WS-NombreInforme)
               END-IF
               CLOSE Arqueos
           END-IF
       EXIT.


       Listar-Arqueos.
           DISPLAY "Fecha (AAAAMMDD, Enter = hoy): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-HoyNum TO WS-FechaArqueo
           IF WS-Aux(1:8) IS NUMERIC THEN
               MOVE WS-Aux(1:8) TO WS-FechaArqueo
           END-IF
           OPEN INPUT Arqueos
           IF WS-ArqueosStatus NOT = "00" THEN
               DISPLAY "No hay arqueos registrados."
           ELSE
               DISPLAY "TERM TICKETS DIFERENCIA     USUARIO"
               MOVE WS-FechaArqueo TO AQ-Fecha
               MOVE SPACES TO AQ-Terminal
               START Arqueos KEY IS NOT LESS THAN AQ-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Arqueos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF AQ-Fecha NOT = WS-FechaArqueo THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               COMPUTE WS-DifTotal =
                                   AQ-Dec-Efectivo + AQ-Dec-Tarjeta
                                   + AQ-Dec-Cheque - AQ-Sis-Efectivo
                                   - AQ-Sis-Tarjeta - AQ-Sis-Cheque
                               MOVE WS-DifTotal TO WS-Dif-Ed
                               DISPLAY AQ-Terminal " " AQ-Tickets
                                   "  " WS-Dif-Ed " " AQ-Usuario
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Arqueos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Toda linea cobrada a un precio distinto del que
      *> correspondia (oferta vigente o precio de venta) o con
      *> descuento manual sale en el informe; al pie, lo que cada
      *> cajero dejo de cobrar (o cobro de mas, en negativo).
       Auditar-Precios.
           DISPLAY "Desde (AAAAMMDD, Enter = hoy): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-HoyNum TO WS-Desde
           IF WS-Aux(1:8) IS NUMERIC THEN
               MOVE WS-Aux(1:8) TO WS-Desde
           END-IF
           DISPLAY "Hasta (AAAAMMDD, Enter = " WS-Desde "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-Desde TO WS-Hasta
           IF WS-Aux(1:8) IS NUMERIC THEN
               MOVE WS-Aux(1:8) TO WS-Hasta
           END-IF
           MOVE 0 TO WS-Observadas
           MOVE 0 TO WS-Revisadas
           MOVE 0 TO WS-SinProducto
           MOVE 0 TO WS-CajerosUsados
           MOVE "AUDIT-POS" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING WS-Desde " a " WS-Hasta DELIMITED BY SIZE
               INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           STRING "AUDITORIA DE PRECIOS COBRADOS EN CAJA - "
               WS-Desde " a " WS-Hasta
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "FECHA    TERM TICKET   CAJERO     PRODUCTO   "
               " COBRADO ESPERADO DESCUENTO"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           OPEN INPUT Tickets
           IF WS-TicketsStatus = "00" THEN
               MOVE WS-Desde TO TK-Fecha
               MOVE SPACES TO TK-Terminal
               MOVE 0 TO TK-Ticket
               MOVE 0 TO TK-Linea
               START Tickets KEY IS NOT LESS THAN TK-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Tickets NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF TK-Fecha > WS-Hasta THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               PERFORM Auditar-Linea
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Tickets
           END-IF
           PERFORM Informar-Cajeros
           STRING "Lineas revisadas: " WS-Revisadas
               "  observadas: " WS-Observadas
               "  sin producto: " WS-SinProducto
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           CLOSE Informe
           DISPLAY "Detalle en " FUNCTION TRIM(WS-NombreInforme)
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Auditar-Linea.
           ADD 1 TO WS-Revisadas
           PERFORM Buscar-Cajero
           IF WS-CJ-Hallado = 'S' THEN
               ADD 1 TO WS-CJ-Lineas(WS-CJ-Idx)
           END-IF
           IF TK-Product-ID = SPACES THEN
               ADD 1 TO WS-SinProducto
           ELSE
               IF TK-Precio-Cobrado NOT = TK-Precio-Esperado OR
                       TK-Descuento > 0 THEN
                   PERFORM Observar-Linea
               END-IF
           END-IF
       EXIT.


       Observar-Linea.
           ADD 1 TO WS-Observadas
           IF TK-Balanza = 'S' THEN
               COMPUTE WS-CantLinea = TK-Gramos / 1000
           ELSE
               MOVE TK-Cantidad TO WS-CantLinea
           END-IF
           COMPUTE WS-Perdida ROUNDED =
               (TK-Precio-Esperado - TK-Precio-Cobrado) *
               WS-CantLinea + TK-Descuento
           IF WS-CJ-Hallado = 'S' THEN
               ADD 1 TO WS-CJ-Observadas(WS-CJ-Idx)
               ADD TK-Descuento TO WS-CJ-Descuentos(WS-CJ-Idx)
               ADD WS-Perdida TO WS-CJ-Perdida(WS-CJ-Idx)
           END-IF
           MOVE TK-Precio-Cobrado TO WS-Precio-Ed
           MOVE TK-Precio-Esperado TO WS-Esperado-Ed
           MOVE TK-Descuento TO WS-Desc-Ed
           STRING TK-Fecha " " TK-Terminal " " TK-Ticket " "
               TK-Cajero " " TK-Product-ID " " WS-Precio-Ed " "
               WS-Esperado-Ed " " WS-Desc-Ed
               DELIMITED BY SIZE INTO WS-Linea
           IF TK-Oferta = 'S' THEN
               MOVE "OFERTA" TO WS-Linea(89:6)
           END-IF
           PERFORM Escribir-Linea
       EXIT.


       Buscar-Cajero.
           MOVE 'N' TO WS-CJ-Hallado
           PERFORM VARYING WS-CJ-Idx FROM 1 BY 1
                   UNTIL WS-CJ-Idx > WS-CajerosUsados OR
                   WS-CJ-Hallado = 'S'
               IF WS-CJ-Cajero(WS-CJ-Idx) = TK-Cajero THEN
                   MOVE 'S' TO WS-CJ-Hallado
               END-IF
           END-PERFORM
           IF WS-CJ-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-CJ-Idx
           ELSE
               IF WS-CajerosUsados < 50 THEN
                   ADD 1 TO WS-CajerosUsados
                   MOVE WS-CajerosUsados TO WS-CJ-Idx
                   MOVE TK-Cajero TO WS-CJ-Cajero(WS-CJ-Idx)
                   MOVE 0 TO WS-CJ-Lineas(WS-CJ-Idx)
                   MOVE 0 TO WS-CJ-Observadas(WS-CJ-Idx)
                   MOVE 0 TO WS-CJ-Descuentos(WS-CJ-Idx)
                   MOVE 0 TO WS-CJ-Perdida(WS-CJ-Idx)
                   MOVE 'S' TO WS-CJ-Hallado
               END-IF
           END-IF
       EXIT.


       Informar-Cajeros.
           MOVE SPACES TO WS-Linea
           PERFORM Escribir-Linea
           STRING "CAJERO       LINEAS OBSERV. DESCUENTOS   "
               "DEJADO DE COBRAR" DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-CJ-Idx FROM 1 BY 1
                   UNTIL WS-CJ-Idx > WS-CajerosUsados
               MOVE WS-CJ-Descuentos(WS-CJ-Idx) TO WS-Importe-Ed
               MOVE WS-CJ-Perdida(WS-CJ-Idx) TO WS-Dif-Ed
               STRING WS-CJ-Cajero(WS-CJ-Idx) " "
                   WS-CJ-Lineas(WS-CJ-Idx) " "
                   WS-CJ-Observadas(WS-CJ-Idx) " " WS-Importe-Ed
                   " " WS-Dif-Ed DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
