       IDENTIFICATION DIVISION.
       PROGRAM-ID. Evaluacion-Proveedores AS "Evaluacion-Proveedores".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Proveedores ASSIGN TO 'Proveedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT RecepcionesCompra
               ASSIGN TO 'Recepciones-Compra.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RecCompraStatus.

           SELECT OrdenesCompra ASSIGN TO 'Ordenes-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Clave
               FILE STATUS IS WS-OrdenesStatus.

           SELECT Inspecciones ASSIGN TO 'Inspecciones.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-Clave
               FILE STATUS IS WS-InspStatus.

           SELECT FacturasProv ASSIGN TO 'Facturas-Prov.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-Clave
               FILE STATUS IS WS-FacProvStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Proveedores.
           COPY PROVEEDOR.

       FD  RecepcionesCompra.
           COPY RECEPCION-COMPRA.

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.

       FD  Inspecciones.
           COPY INSPECCION.

       FD  FacturasProv.
           COPY FACTURA-PROV.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ProvStatus        PIC XX.
               05 WS-RecCompraStatus   PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-InspStatus        PIC XX.
               05 WS-FacProvStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "SCORE-PROV".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-Anio                  PIC 9(4).
           01 WS-Trimestre             PIC 9(1).
           01 WS-MesDesde              PIC 9(2).
           01 WS-MesHoy                PIC 9(2).
           01 WS-Desde                 PIC 9(8).
           01 WS-Hasta                 PIC 9(8).
           01 WS-FechaAux              PIC 9(8).
           01 WS-Compromiso            PIC 9(8).
           01 WS-ProvBuscado           PIC X(10).
           01 WS-DiasLead              PIC S9(5).
           01 WS-Porcentaje            PIC 9(3)V9.
           01 WS-PorcentajeEd          PIC ZZ9.9.
           01 WS-LeadEd                PIC ZZ9.9.
           01 WS-PlanEd                PIC ZZ9.
           01 WS-RecepEd               PIC ZZZZ9.
           01 WS-TxtPuntual            PIC X(6).
           01 WS-TxtCumplim            PIC X(6).
           01 WS-TxtRechazo            PIC X(6).
           01 WS-TxtFactura            PIC X(6).
           01 WS-TxtLead               PIC X(6).
           01 WS-Informados            PIC 9(3).

      *>   Acumulados del trimestre por proveedor. Medibles son los
      *>   arribos con fecha comprometida; el lead time real se
      *>   promedia sobre los arribos con fecha de emision.
           01 WS-EvalTabla.
               05 WS-EV-Entry OCCURS 300 TIMES.
                   10 WS-EV-Codigo         PIC X(10).
                   10 WS-EV-Nombre         PIC X(30).
                   10 WS-EV-Lead-Plan      PIC 9(3).
                   10 WS-EV-Recepciones    PIC 9(5).
                   10 WS-EV-Medibles       PIC 9(5).
                   10 WS-EV-A-Tiempo       PIC 9(5).
                   10 WS-EV-Con-Emision    PIC 9(5).
                   10 WS-EV-Dias-Lead      PIC 9(7).
                   10 WS-EV-Pedida         PIC 9(9).
                   10 WS-EV-Recibida       PIC 9(9).
                   10 WS-EV-Inspeccionada  PIC 9(9).
                   10 WS-EV-Rechazada      PIC 9(9).
                   10 WS-EV-Lineas-Fact    PIC 9(5).
                   10 WS-EV-Lineas-Error   PIC 9(5).
           01 WS-EV-Usados             PIC 9(3) VALUE 0.
           01 WS-EV-Idx                PIC 9(3).
           01 WS-EV-J                  PIC 9(3).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           DISPLAY "--- Evaluacion trimestral de proveedores ---"
           PERFORM Pedir-Periodo
           PERFORM Cargar-Proveedores
           PERFORM Acumular-Recepciones
           PERFORM Acumular-Cumplimiento
           PERFORM Acumular-Inspecciones
           PERFORM Acumular-Facturas
           PERFORM Emitir-Informe
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT PROGRAM.


      *> Por defecto el ultimo trimestre cerrado.
       Pedir-Periodo.
           MOVE WS-HoyNum(5:2) TO WS-MesHoy
           COMPUTE WS-Trimestre = (WS-MesHoy - 1) / 3
           MOVE WS-HoyNum(1:4) TO WS-Anio
           IF WS-Trimestre = 0 THEN
               MOVE 4 TO WS-Trimestre
               SUBTRACT 1 FROM WS-Anio
           END-IF
           DISPLAY "Anio (Enter = " WS-Anio "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Anio
           END-IF
           DISPLAY "Trimestre 1-4 (Enter = " WS-Trimestre "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               IF FUNCTION NUMVAL(WS-Aux) >= 1 AND
                       FUNCTION NUMVAL(WS-Aux) <= 4 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Trimestre
               END-IF
           END-IF
           COMPUTE WS-MesDesde = (WS-Trimestre - 1) * 3 + 1
           COMPUTE WS-Desde = WS-Anio * 10000 + WS-MesDesde * 100 + 1
           COMPUTE WS-Hasta = WS-Anio * 10000 +
               (WS-MesDesde + 2) * 100 + 31
       EXIT.


       Cargar-Proveedores.
           MOVE 0 TO WS-EV-Usados
           OPEN INPUT Proveedores
           IF WS-ProvStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Proveedores NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF WS-EV-Usados < 300 THEN
                               ADD 1 TO WS-EV-Usados
                               INITIALIZE WS-EV-Entry(WS-EV-Usados)
                               MOVE PROV-Codigo TO
                                   WS-EV-Codigo(WS-EV-Usados)
                               MOVE PROV-Nombre TO
                                   WS-EV-Nombre(WS-EV-Usados)
                               MOVE PROV-Lead-Time TO
                                   WS-EV-Lead-Plan(WS-EV-Usados)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Proveedores
           END-IF
       EXIT.


      *> Deja en WS-EV-Idx la fila del proveedor WS-ProvBuscado
      *> (0 si no esta en el maestro ni hay lugar para agregarlo).
       Buscar-Proveedor.
           MOVE 0 TO WS-EV-Idx
           PERFORM VARYING WS-EV-J FROM 1 BY 1
                   UNTIL WS-EV-J > WS-EV-Usados OR WS-EV-Idx > 0
               IF WS-EV-Codigo(WS-EV-J) = WS-ProvBuscado THEN
                   MOVE WS-EV-J TO WS-EV-Idx
               END-IF
           END-PERFORM
           IF WS-EV-Idx = 0 AND WS-EV-Usados < 300 AND
                   WS-ProvBuscado NOT = SPACES THEN
               ADD 1 TO WS-EV-Usados
               MOVE WS-EV-Usados TO WS-EV-Idx
               INITIALIZE WS-EV-Entry(WS-EV-Idx)
               MOVE WS-ProvBuscado TO WS-EV-Codigo(WS-EV-Idx)
               MOVE "(no registrado)" TO WS-EV-Nombre(WS-EV-Idx)
           END-IF
       EXIT.


      *> Puntualidad y lead time real, desde el historico de
      *> arribos que deja Recepciones.
       Acumular-Recepciones.
           OPEN INPUT RecepcionesCompra
           IF WS-RecCompraStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ RecepcionesCompra
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF RC-Fecha >= WS-Desde AND
                                   RC-Fecha <= WS-Hasta THEN
                               PERFORM Evaluar-Recepcion
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE RecepcionesCompra
           END-IF
       EXIT.


       Evaluar-Recepcion.
           MOVE RC-Proveedor TO WS-ProvBuscado
           PERFORM Buscar-Proveedor
           IF WS-EV-Idx > 0 THEN
               ADD 1 TO WS-EV-Recepciones(WS-EV-Idx)
               IF RC-Fecha-Compromiso > 0 THEN
                   ADD 1 TO WS-EV-Medibles(WS-EV-Idx)
                   IF RC-Fecha <= RC-Fecha-Compromiso THEN
                       ADD 1 TO WS-EV-A-Tiempo(WS-EV-Idx)
                   END-IF
               END-IF
               IF RC-Fecha-Emision > 0 THEN
                   COMPUTE WS-DiasLead =
                       FUNCTION INTEGER-OF-DATE(RC-Fecha) -
                       FUNCTION INTEGER-OF-DATE(RC-Fecha-Emision)
                   IF WS-DiasLead >= 0 THEN
                       ADD 1 TO WS-EV-Con-Emision(WS-EV-Idx)
                       ADD WS-DiasLead TO WS-EV-Dias-Lead(WS-EV-Idx)
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> Cumplimiento de cantidades: las lineas de orden con fecha
      *> comprometida dentro del trimestre, lo recibido contra lo
      *> pedido (lo recibido de mas no compensa otra linea).
       Acumular-Cumplimiento.
           OPEN INPUT OrdenesCompra
           IF WS-OrdenesStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ OrdenesCompra NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF OC-Numero > 0 AND OC-Linea > 0 AND
                                   OC-Estado NOT = "ANULADA" THEN
                               PERFORM Evaluar-Linea-Orden
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE OrdenesCompra
           END-IF
       EXIT.


       Evaluar-Linea-Orden.
           MOVE OC-Fecha-Prometida TO WS-Compromiso
           IF WS-Compromiso = 0 THEN
               MOVE OC-Fecha-Esperada TO WS-Compromiso
           END-IF
           IF WS-Compromiso = 0 THEN
               MOVE OC-Fecha-Emision TO WS-Compromiso
           END-IF
           IF WS-Compromiso >= WS-Desde AND
                   WS-Compromiso <= WS-Hasta THEN
               MOVE OC-Proveedor-Codigo TO WS-ProvBuscado
               PERFORM Buscar-Proveedor
               IF WS-EV-Idx > 0 THEN
                   ADD OC-Cantidad-Pedida TO WS-EV-Pedida(WS-EV-Idx)
                   IF OC-Cantidad-Recibida > OC-Cantidad-Pedida THEN
                       ADD OC-Cantidad-Pedida TO
                           WS-EV-Recibida(WS-EV-Idx)
                   ELSE
                       ADD OC-Cantidad-Recibida TO
                           WS-EV-Recibida(WS-EV-Idx)
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> Calidad: unidades rechazadas sobre las inspeccionadas con
      *> decision tomada, por fecha de ingreso a inspeccion.
       Acumular-Inspecciones.
           OPEN INPUT Inspecciones
           IF WS-InspStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Inspecciones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE IN-Fecha TO WS-FechaAux
                           IF WS-FechaAux >= WS-Desde AND
                                   WS-FechaAux <= WS-Hasta AND
                                   (IN-Estado = "ACEPTADA" OR
                                   IN-Estado = "RECHAZADA") THEN
                               MOVE IN-Proveedor TO WS-ProvBuscado
                               PERFORM Buscar-Proveedor
                               PERFORM Sumar-Inspeccion
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Inspecciones
           END-IF
       EXIT.


       Sumar-Inspeccion.
           IF WS-EV-Idx > 0 THEN
               ADD IN-Cantidad TO WS-EV-Inspeccionada(WS-EV-Idx)
               IF IN-Estado = "RECHAZADA" THEN
                   ADD IN-Cantidad TO WS-EV-Rechazada(WS-EV-Idx)
               END-IF
           END-IF
       EXIT.


      *> Exactitud de facturacion: renglones de factura de
      *> proveedor que el match de tres vias no marco OK.
       Acumular-Facturas.
           OPEN INPUT FacturasProv
           IF WS-FacProvStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ FacturasProv NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE FP-Fecha TO WS-FechaAux
                           IF FP-Numero > 0 AND FP-Linea > 0 AND
                                   WS-FechaAux >= WS-Desde AND
                                   WS-FechaAux <= WS-Hasta THEN
                               MOVE FP-Proveedor TO WS-ProvBuscado
                               PERFORM Buscar-Proveedor
                               PERFORM Sumar-Renglon-Factura
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE FacturasProv
           END-IF
       EXIT.


       Sumar-Renglon-Factura.
           IF WS-EV-Idx > 0 THEN
               ADD 1 TO WS-EV-Lineas-Fact(WS-EV-Idx)
               IF FP-Marca NOT = "OK" THEN
                   ADD 1 TO WS-EV-Lineas-Error(WS-EV-Idx)
               END-IF
           END-IF
       EXIT.


       Emitir-Informe.
           MOVE 0 TO WS-Informados
           MOVE SPACES TO WS-ParamInf
           STRING "trimestre " WS-Trimestre "/" WS-Anio
               DELIMITED SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           STRING "EVALUACION DE PROVEEDORES - TRIMESTRE "
               WS-Trimestre " DE " WS-Anio " (" WS-Desde " a "
               WS-Hasta ")" DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE "% a tiempo: arribos hasta la fecha prometida "
               & "(o esperada). % cumplido: recibido / pedido."
               TO WS-Linea
           PERFORM Escribir-Linea
           MOVE "% rechazo: unidades rechazadas en inspeccion. "
               & "% fact. err.: renglones no OK en el match."
               TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM Escribir-Linea
           MOVE "Proveedor  Nombre                         Arrib "
               & "%Tiem  %Cump  %Rech  %FErr  Lead real/plan"
               TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-EV-Idx FROM 1 BY 1
                   UNTIL WS-EV-Idx > WS-EV-Usados
               IF WS-EV-Recepciones(WS-EV-Idx) > 0 OR
                       WS-EV-Pedida(WS-EV-Idx) > 0 OR
                       WS-EV-Inspeccionada(WS-EV-Idx) > 0 OR
                       WS-EV-Lineas-Fact(WS-EV-Idx) > 0 THEN
                   PERFORM Informar-Proveedor
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Linea
           STRING "Proveedores con actividad en el trimestre: "
               WS-Informados DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           CLOSE Informe
           DISPLAY "Informe generado en "
               FUNCTION TRIM(WS-NombreInforme)
       EXIT.


      *> "s/d" donde el trimestre no da base para el indicador.
       Informar-Proveedor.
           ADD 1 TO WS-Informados
           MOVE "   s/d" TO WS-TxtPuntual
           IF WS-EV-Medibles(WS-EV-Idx) > 0 THEN
               COMPUTE WS-Porcentaje ROUNDED =
                   WS-EV-A-Tiempo(WS-EV-Idx) * 100 /
                   WS-EV-Medibles(WS-EV-Idx)
               MOVE WS-Porcentaje TO WS-PorcentajeEd
               MOVE WS-PorcentajeEd TO WS-TxtPuntual
           END-IF
           MOVE "   s/d" TO WS-TxtCumplim
           IF WS-EV-Pedida(WS-EV-Idx) > 0 THEN
               COMPUTE WS-Porcentaje ROUNDED =
                   WS-EV-Recibida(WS-EV-Idx) * 100 /
                   WS-EV-Pedida(WS-EV-Idx)
               MOVE WS-Porcentaje TO WS-PorcentajeEd
               MOVE WS-PorcentajeEd TO WS-TxtCumplim
           END-IF
           MOVE "   s/d" TO WS-TxtRechazo
           IF WS-EV-Inspeccionada(WS-EV-Idx) > 0 THEN
               COMPUTE WS-Porcentaje ROUNDED =
                   WS-EV-Rechazada(WS-EV-Idx) * 100 /
                   WS-EV-Inspeccionada(WS-EV-Idx)
               MOVE WS-Porcentaje TO WS-PorcentajeEd
               MOVE WS-PorcentajeEd TO WS-TxtRechazo
           END-IF
           MOVE "   s/d" TO WS-TxtFactura
           IF WS-EV-Lineas-Fact(WS-EV-Idx) > 0 THEN
               COMPUTE WS-Porcentaje ROUNDED =
                   WS-EV-Lineas-Error(WS-EV-Idx) * 100 /
                   WS-EV-Lineas-Fact(WS-EV-Idx)
               MOVE WS-Porcentaje TO WS-PorcentajeEd
               MOVE WS-PorcentajeEd TO WS-TxtFactura
           END-IF
           MOVE "   s/d" TO WS-TxtLead
           IF WS-EV-Con-Emision(WS-EV-Idx) > 0 THEN
               COMPUTE WS-LeadEd ROUNDED =
                   WS-EV-Dias-Lead(WS-EV-Idx) /
                   WS-EV-Con-Emision(WS-EV-Idx)
               MOVE WS-LeadEd TO WS-TxtLead
           END-IF
           MOVE WS-EV-Lead-Plan(WS-EV-Idx) TO WS-PlanEd
           MOVE WS-EV-Recepciones(WS-EV-Idx) TO WS-RecepEd
           STRING WS-EV-Codigo(WS-EV-Idx) " "
               WS-EV-Nombre(WS-EV-Idx) " " WS-RecepEd " "
               WS-TxtPuntual " " WS-TxtCumplim " " WS-TxtRechazo
               " " WS-TxtFactura "  " WS-TxtLead " / " WS-PlanEd
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
