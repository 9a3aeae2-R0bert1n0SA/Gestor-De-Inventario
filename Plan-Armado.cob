       IDENTIFICATION DIVISION.
       PROGRAM-ID. Plan-Armado AS "Plan-Armado".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Componentes ASSIGN TO 'Componentes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-Clave
               FILE STATUS IS WS-ComponentesStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Pedidos ASSIGN TO 'Pedidos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-Clave
               FILE STATUS IS WS-PedidosStatus.

           SELECT Pronosticos ASSIGN TO 'Pronosticos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-Clave
               FILE STATUS IS WS-PronStatus.

           SELECT OrdenesArmado ASSIGN TO 'Ordenes-Armado.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-Numero
               FILE STATUS IS WS-ArmadoStatus.

           SELECT OrdenesCompra ASSIGN TO 'Ordenes-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Clave
               FILE STATUS IS WS-OrdenesStatus.

           SELECT Proveedores ASSIGN TO 'Proveedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Componentes.
      *>  Mismo layout que declara Kits.cob para Componentes.DAT.
       01  KC-Rec.
           05 KC-Clave.
               10 KC-Kit-ID            PIC X(10).
               10 KC-Componente-ID     PIC X(10).
           05 KC-Cantidad              PIC 9(5).

       FD  Productos.
           COPY PRODUCTO.

       FD  Pedidos.
           COPY PEDIDO.

       FD  Pronosticos.
      *>  Mismo layout que declara Pronosticos.cob.
       01  PF-Rec.
           05 PF-Clave.
               10 PF-Product-ID        PIC X(10).
               10 PF-AnoMes            PIC 9(6).
           05 PF-Prevista              PIC 9(9).
           05 PF-Real                  PIC 9(9).
           05 PF-Error                 PIC S9(9).
           05 PF-Fecha-Calculo         PIC 9(8).

       FD  OrdenesArmado.
      *>  Mismo layout que declara Ordenes-Armado.cob.
       01  OA-Rec.
           05 OA-Numero                PIC 9(6).
           05 OA-Kit-ID                PIC X(10).
           05 OA-Cantidad              PIC 9(5).
           05 OA-Fecha-Plan            PIC 9(8).
           05 OA-Estado                PIC X(10).
           05 OA-Costo-Acumulado       PIC 9(9)V99.
           05 OA-Fecha-Alta            PIC 9(8).
           05 OA-Fecha-Cierre          PIC 9(8).
           05 OA-Usuario               PIC X(10).
           05 OA-Proximo-Numero        PIC 9(6).

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.

       FD  Proveedores.
           COPY PROVEEDOR.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ComponentesStatus PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-PedidosStatus     PIC XX.
               05 WS-PronStatus        PIC XX.
               05 WS-ArmadoStatus      PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "PLAN-ARMAD".
           01 WS-ParamInf              PIC X(40).
           01 WS-Meses                 PIC 9(1).
           01 WS-FechaBuscada          PIC 9(8).
           01 WS-Bucket                PIC 9(1).
           01 WS-Mes                   PIC 9(1).
           01 WS-FechaEntrega          PIC 9(8).
           01 WS-Pendiente             PIC 9(9).
           01 WS-Bruto                 PIC 9(9).
           01 WS-Proyectado            PIC S9(11).
           01 WS-Reservado             PIC 9(7).
           01 WS-LeadTime              PIC 9(3).
           01 WS-LlegadaNum            PIC 9(8).
           01 WS-DiasHabiles           PIC 9(5).
           01 WS-DiasCorridos          PIC 9(5).
           01 WS-SucSesion             PIC X(4) VALUE SPACES.
           01 WS-CalOk                 PIC X(1).
           01 WS-FechaPedir            PIC 9(8).
           01 WS-Atrasado              PIC X(10).
           01 WS-ProveedorCorte        PIC X(50).
           01 WS-SubProveedor          PIC 9(11).
           01 WS-KitsSugeridos         PIC 9(5) VALUE 0.
           01 WS-ComprasSugeridas      PIC 9(5) VALUE 0.
           01 WS-Atrasadas             PIC 9(5) VALUE 0.
           01 WS-Desbordados           PIC 9(5) VALUE 0.

      *>   Meses del horizonte: el 1 es el mes en curso (y junta lo
      *>   atrasado, que se necesita ya); los siguientes arrancan
      *>   el dia 1.
           01 WS-Horizonte.
               05 WS-BK-Entry OCCURS 6 TIMES.
                   10 WS-BK-AnoMes         PIC 9(6).
                   10 WS-BK-Fecha          PIC 9(8).
           01 WS-BK-Ano                PIC 9(4).
           01 WS-BK-MesNum             PIC 9(2).

      *>   Composicion de todos los kits (Componentes.DAT completo).
           01 WS-Composicion.
               05 WS-BM-Entry OCCURS 999 TIMES.
                   10 WS-BM-Kit-ID         PIC X(10).
                   10 WS-BM-Componente     PIC X(10).
                   10 WS-BM-Cantidad       PIC 9(5).
           01 WS-BM-Usados             PIC 9(4) VALUE 0.
           01 WS-BM-Idx                PIC 9(4).

      *>   Demanda de cada kit por mes: backorders de Pedidos por
      *>   fecha de entrega y pronostico; se toma el mayor de los
      *>   dos para no contar dos veces lo que el pronostico ya
      *>   preveia. Las ordenes de armado abiertas entran en el mes
      *>   de su fecha planificada.
           01 WS-KitTabla.
               05 WS-KT-Entry OCCURS 100 TIMES.
                   10 WS-KT-Kit-ID         PIC X(10).
                   10 WS-KT-Stock          PIC 9(7).
                   10 WS-KT-Mes OCCURS 6 TIMES.
                       15 WS-KT-Pedido     PIC 9(9).
                       15 WS-KT-Prevision  PIC 9(9).
                       15 WS-KT-Ordenes    PIC 9(9).
                       15 WS-KT-Armar      PIC 9(9).
           01 WS-KT-Usados             PIC 9(3) VALUE 0.
           01 WS-KT-Idx                PIC 9(3).
           01 WS-KT-Buscado            PIC X(10).
           01 WS-KT-Hallado            PIC 9(3).

      *>   Necesidad de cada componente por mes (la explosion de las
      *>   ordenes de armado sugeridas), compras abiertas por fecha
      *>   esperada y la compra que resulta del neteo.
           01 WS-CompTabla.
               05 WS-CM-Entry OCCURS 300 TIMES.
                   10 WS-CM-Product-ID     PIC X(10).
                   10 WS-CM-Proveedor      PIC X(50).
                   10 WS-CM-LeadTime       PIC 9(3).
                   10 WS-CM-Stock          PIC 9(7).
                   10 WS-CM-Reservado      PIC 9(7).
                   10 WS-CM-Mes OCCURS 6 TIMES.
                       15 WS-CM-Bruto      PIC 9(9).
                       15 WS-CM-OC         PIC 9(9).
                       15 WS-CM-Comprar    PIC 9(9).
           01 WS-CM-Usados             PIC 9(3) VALUE 0.
           01 WS-CM-Idx                PIC 9(3).
           01 WS-CM-J                  PIC 9(3).
           01 WS-CM-Hallado            PIC 9(3).
           01 WS-CM-Aux                PIC X(239).

           01 WS-CantidadEd            PIC Z(8)9.
           01 WS-CantidadEd2           PIC Z(8)9.
           01 WS-CantidadEd3           PIC Z(8)9.
           01 WS-CantidadEd4           PIC Z(8)9.
           01 WS-TotalEd               PIC Z(10)9.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Planificacion de componentes para kits: la demanda de los
      *> kits (backorders y pronostico), neta del stock del kit y
      *> de las ordenes de armado abiertas, se explota por la
      *> composicion de Componentes.DAT en necesidades por mes de
      *> cada componente, que se netean contra su stock, sus
      *> reservas y las compras abiertas. El informe propone las
      *> ordenes de armado y las compras por proveedor con la fecha
      *> en que hay que pedirlas segun el lead time.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           DISPLAY "--- Planificacion de componentes de kits ---"
           DISPLAY "Meses a planificar (1-6, Enter = 3): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 AND
                   FUNCTION NUMVAL(WS-Aux) >= 1 AND
                   FUNCTION NUMVAL(WS-Aux) <= 6 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Meses
           ELSE
               MOVE 3 TO WS-Meses
           END-IF
           PERFORM Armar-Horizonte
           PERFORM Cargar-Composiciones
           IF WS-KT-Usados = 0 THEN
               DISPLAY "No hay kits con composicion definida; nada "
                   "que planificar."
           ELSE
               PERFORM Cargar-Stock-Kits
               PERFORM Cargar-Pedidos-Kits
               PERFORM Cargar-Pronostico-Kits
               PERFORM Cargar-Ordenes-Armado
               PERFORM Netear-Kits
               PERFORM Explotar-Componentes
               PERFORM Cargar-Datos-Componentes
               PERFORM Cargar-Compras-Abiertas
               PERFORM Netear-Componentes
               PERFORM Ordenar-Por-Proveedor
               PERFORM Emitir-Informe
               IF WS-Desbordados > 0 THEN
                   DISPLAY "ATENCION: " WS-Desbordados
                       " registro(s) quedaron fuera por los topes "
                       "de las tablas (999 renglones de composicion,"
                       " 100 kits, 300 componentes)."
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT PROGRAM.


       Armar-Horizonte.
           MOVE WS-HoyNum(1:4) TO WS-BK-Ano
           MOVE WS-HoyNum(5:2) TO WS-BK-MesNum
           PERFORM VARYING WS-Mes FROM 1 BY 1 UNTIL WS-Mes > 6
               COMPUTE WS-BK-AnoMes(WS-Mes) =
                   (WS-BK-Ano * 100) + WS-BK-MesNum
               COMPUTE WS-BK-Fecha(WS-Mes) =
                   (WS-BK-AnoMes(WS-Mes) * 100) + 1
               IF WS-BK-MesNum = 12 THEN
                   MOVE 1 TO WS-BK-MesNum
                   ADD 1 TO WS-BK-Ano
               ELSE
                   ADD 1 TO WS-BK-MesNum
               END-IF
           END-PERFORM
           MOVE WS-HoyNum TO WS-BK-Fecha(1)
       EXIT.


      *> Mes del horizonte de WS-FechaBuscada en WS-Bucket: sin
      *> fecha o atrasada va al mes en curso; mas alla del
      *> horizonte queda en 0 y no se planifica.
       Ubicar-Mes.
           MOVE 0 TO WS-Bucket
           IF WS-FechaBuscada = 0 OR
                   WS-FechaBuscada(1:6) <= WS-BK-AnoMes(1) THEN
               MOVE 1 TO WS-Bucket
           ELSE
               PERFORM VARYING WS-Mes FROM 2 BY 1
                       UNTIL WS-Mes > WS-Meses
                   IF WS-FechaBuscada(1:6) = WS-BK-AnoMes(WS-Mes)
                           THEN
                       MOVE WS-Mes TO WS-Bucket
                   END-IF
               END-PERFORM
           END-IF
       EXIT.


       Cargar-Composiciones.
           OPEN INPUT Componentes
           IF WS-ComponentesStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Componentes NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Agregar-Renglon-Composicion
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Componentes
           END-IF
       EXIT.


       Agregar-Renglon-Composicion.
           IF WS-BM-Usados >= 999 THEN
               ADD 1 TO WS-Desbordados
           ELSE
               MOVE KC-Kit-ID TO WS-KT-Buscado
               PERFORM Buscar-Kit
               IF WS-KT-Hallado = 0 AND WS-KT-Usados < 100 THEN
                   ADD 1 TO WS-KT-Usados
                   INITIALIZE WS-KT-Entry(WS-KT-Usados)
                   MOVE KC-Kit-ID TO WS-KT-Kit-ID(WS-KT-Usados)
                   MOVE WS-KT-Usados TO WS-KT-Hallado
               END-IF
               IF WS-KT-Hallado = 0 THEN
                   ADD 1 TO WS-Desbordados
               ELSE
                   ADD 1 TO WS-BM-Usados
                   MOVE KC-Kit-ID TO WS-BM-Kit-ID(WS-BM-Usados)
                   MOVE KC-Componente-ID TO
                       WS-BM-Componente(WS-BM-Usados)
                   MOVE KC-Cantidad TO WS-BM-Cantidad(WS-BM-Usados)
               END-IF
           END-IF
       EXIT.


       Buscar-Kit.
           MOVE 0 TO WS-KT-Hallado
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
                   UNTIL WS-KT-Idx > WS-KT-Usados
                   OR WS-KT-Hallado > 0
               IF WS-KT-Kit-ID(WS-KT-Idx) = WS-KT-Buscado THEN
                   MOVE WS-KT-Idx TO WS-KT-Hallado
               END-IF
           END-PERFORM
       EXIT.


       Cargar-Stock-Kits.
           OPEN INPUT Productos
           IF WS-ProductosStatus = "00" THEN
               PERFORM VARYING WS-KT-Idx FROM 1 BY 1
                       UNTIL WS-KT-Idx > WS-KT-Usados
                   MOVE WS-KT-Kit-ID(WS-KT-Idx) TO Product-ID
                   READ Productos
                       INVALID KEY
                           MOVE 0 TO WS-KT-Stock(WS-KT-Idx)
                       NOT INVALID KEY
                           MOVE P-Stock TO WS-KT-Stock(WS-KT-Idx)
                   END-READ
               END-PERFORM
               CLOSE Productos
           END-IF
       EXIT.


      *> El saldo sin despachar de cada linea de kit va al mes de la
      *> fecha de entrega prometida en la cabecera del pedido. Las
      *> lineas de entrega directa las surte el proveedor.
       Cargar-Pedidos-Kits.
           OPEN INPUT Pedidos
           IF WS-PedidosStatus = "00" THEN
               MOVE 0 TO WS-FechaEntrega
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Pedidos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF PD-Linea = 0 THEN
                               MOVE PD-Fecha-Entrega TO
                                   WS-FechaEntrega
                           ELSE
                               PERFORM Sumar-Pedido-Kit
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Pedidos
           END-IF
       EXIT.


       Sumar-Pedido-Kit.
           IF PD-Numero > 0 AND PD-Estado NOT = "ANULADO" AND
                   PD-Directo NOT = "S" AND
                   PD-Cantidad-Despachada < PD-Cantidad-Pedida THEN
               MOVE PD-Product-ID TO WS-KT-Buscado
               PERFORM Buscar-Kit
               IF WS-KT-Hallado > 0 THEN
                   MOVE WS-FechaEntrega TO WS-FechaBuscada
                   PERFORM Ubicar-Mes
                   IF WS-Bucket > 0 THEN
                       COMPUTE WS-Pendiente = PD-Cantidad-Pedida -
                           PD-Cantidad-Despachada
                       ADD WS-Pendiente TO
                           WS-KT-Pedido(WS-KT-Hallado, WS-Bucket)
                   END-IF
               END-IF
           END-IF
       EXIT.


       Cargar-Pronostico-Kits.
           OPEN INPUT Pronosticos
           IF WS-PronStatus = "00" THEN
               PERFORM VARYING WS-KT-Idx FROM 1 BY 1
                       UNTIL WS-KT-Idx > WS-KT-Usados
                   PERFORM VARYING WS-Bucket FROM 1 BY 1
                           UNTIL WS-Bucket > WS-Meses
                       MOVE WS-KT-Kit-ID(WS-KT-Idx) TO PF-Product-ID
                       MOVE WS-BK-AnoMes(WS-Bucket) TO PF-AnoMes
                       READ Pronosticos
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PF-Prevista TO
                                   WS-KT-Prevision(WS-KT-Idx,
                                   WS-Bucket)
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE Pronosticos
           END-IF
       EXIT.


      *> Las ordenes planificadas y en curso son kits que van a
      *> entrar: sus componentes ya estan reservados a nombre de la
      *> orden o entregados al banco.
       Cargar-Ordenes-Armado.
           OPEN INPUT OrdenesArmado
           IF WS-ArmadoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ OrdenesArmado NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF OA-Numero > 0 AND
                                   (OA-Estado = "PLANIFIC" OR
                                   OA-Estado = "EN CURSO") THEN
                               PERFORM Sumar-Orden-Armado
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE OrdenesArmado
           END-IF
       EXIT.


       Sumar-Orden-Armado.
           MOVE OA-Kit-ID TO WS-KT-Buscado
           PERFORM Buscar-Kit
           IF WS-KT-Hallado > 0 THEN
               MOVE OA-Fecha-Plan TO WS-FechaBuscada
               PERFORM Ubicar-Mes
               IF WS-Bucket > 0 THEN
                   ADD OA-Cantidad TO
                       WS-KT-Ordenes(WS-KT-Hallado, WS-Bucket)
               END-IF
           END-IF
       EXIT.


      *> El stock proyectado del kit arranca en su stock, suma las
      *> ordenes abiertas de cada mes y descuenta la demanda; lo
      *> que queda en negativo es la orden de armado sugerida.
       Netear-Kits.
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
                   UNTIL WS-KT-Idx > WS-KT-Usados
               MOVE WS-KT-Stock(WS-KT-Idx) TO WS-Proyectado
               PERFORM VARYING WS-Bucket FROM 1 BY 1
                       UNTIL WS-Bucket > WS-Meses
                   MOVE WS-KT-Pedido(WS-KT-Idx, WS-Bucket)
                       TO WS-Bruto
                   IF WS-KT-Prevision(WS-KT-Idx, WS-Bucket) >
                           WS-Bruto THEN
                       MOVE WS-KT-Prevision(WS-KT-Idx, WS-Bucket)
                           TO WS-Bruto
                   END-IF
                   COMPUTE WS-Proyectado = WS-Proyectado +
                       WS-KT-Ordenes(WS-KT-Idx, WS-Bucket) - WS-Bruto
                   IF WS-Proyectado < 0 THEN
                       COMPUTE WS-KT-Armar(WS-KT-Idx, WS-Bucket) =
                           0 - WS-Proyectado
                       MOVE 0 TO WS-Proyectado
                       ADD 1 TO WS-KitsSugeridos
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Explotar-Componentes.
           PERFORM VARYING WS-BM-Idx FROM 1 BY 1
                   UNTIL WS-BM-Idx > WS-BM-Usados
               MOVE WS-BM-Kit-ID(WS-BM-Idx) TO WS-KT-Buscado
               PERFORM Buscar-Kit
               PERFORM VARYING WS-Bucket FROM 1 BY 1
                       UNTIL WS-Bucket > WS-Meses
                   IF WS-KT-Armar(WS-KT-Hallado, WS-Bucket) > 0 THEN
                       PERFORM Sumar-Necesidad-Componente
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Sumar-Necesidad-Componente.
           PERFORM Buscar-Componente
           IF WS-CM-Hallado = 0 AND WS-CM-Usados < 300 THEN
               ADD 1 TO WS-CM-Usados
               INITIALIZE WS-CM-Entry(WS-CM-Usados)
               MOVE WS-BM-Componente(WS-BM-Idx) TO
                   WS-CM-Product-ID(WS-CM-Usados)
               MOVE WS-CM-Usados TO WS-CM-Hallado
           END-IF
           IF WS-CM-Hallado = 0 THEN
               ADD 1 TO WS-Desbordados
           ELSE
               COMPUTE WS-CM-Bruto(WS-CM-Hallado, WS-Bucket) =
                   WS-CM-Bruto(WS-CM-Hallado, WS-Bucket) +
                   (WS-KT-Armar(WS-KT-Hallado, WS-Bucket) *
                   WS-BM-Cantidad(WS-BM-Idx))
           END-IF
       EXIT.


       Buscar-Componente.
           MOVE 0 TO WS-CM-Hallado
           PERFORM VARYING WS-CM-Idx FROM 1 BY 1
                   UNTIL WS-CM-Idx > WS-CM-Usados
                   OR WS-CM-Hallado > 0
               IF WS-CM-Product-ID(WS-CM-Idx) =
                       WS-BM-Componente(WS-BM-Idx) THEN
                   MOVE WS-CM-Idx TO WS-CM-Hallado
               END-IF
           END-PERFORM
       EXIT.


      *> Stock, reservas (incluye las de ordenes de armado ya
      *> planificadas), proveedor y lead time de cada componente;
      *> el lead time en dias habiles se pasa a dias corridos con
      *> el calendario laboral, como en la sugerencia de compras.
       Cargar-Datos-Componentes.
           OPEN INPUT Productos
           OPEN INPUT Proveedores
           IF WS-ProductosStatus = "00" THEN
               PERFORM VARYING WS-CM-Idx FROM 1 BY 1
                       UNTIL WS-CM-Idx > WS-CM-Usados
                   MOVE WS-CM-Product-ID(WS-CM-Idx) TO Product-ID
                   READ Productos
                       INVALID KEY
                           MOVE "(no esta en el catalogo)" TO
                               WS-CM-Proveedor(WS-CM-Idx)
                       NOT INVALID KEY
                           PERFORM Datos-Un-Componente
                   END-READ
               END-PERFORM
               CLOSE Productos
           END-IF
           IF WS-ProvStatus = "00" THEN
               CLOSE Proveedores
           END-IF
       EXIT.


       Datos-Un-Componente.
           MOVE P-Stock TO WS-CM-Stock(WS-CM-Idx)
           MOVE P-Proveedor TO WS-CM-Proveedor(WS-CM-Idx)
           CALL "Reservas" USING 1, Product-ID, WS-Reservado,
               SPACES, SPACES
           MOVE WS-Reservado TO WS-CM-Reservado(WS-CM-Idx)
           MOVE 0 TO WS-LeadTime
           IF WS-ProvStatus = "00" THEN
               PERFORM Buscar-Lead-Time
           END-IF
           IF WS-LeadTime > 0 THEN
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
           MOVE WS-LeadTime TO WS-CM-LeadTime(WS-CM-Idx)
       EXIT.


      *> El maestro de productos guarda el nombre del proveedor, no
      *> el codigo, asi que se busca por nombre.
       Buscar-Lead-Time.
           MOVE LOW-VALUES TO PROV-Codigo
           START Proveedores KEY IS NOT LESS THAN PROV-Codigo
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Proveedores NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF PROV-Nombre = P-Proveedor THEN
                           MOVE PROV-Lead-Time TO WS-LeadTime
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> Saldo por recibir de las compras para stock, en el mes de
      *> su fecha esperada (o de emision si no la tiene).
       Cargar-Compras-Abiertas.
           OPEN INPUT OrdenesCompra
           IF WS-OrdenesStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ OrdenesCompra NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF OC-Numero > 0 AND OC-Linea > 0 AND
                                   OC-Estado NOT = "RECIBIDA" AND
                                   OC-Estado NOT = "ANULADA" AND
                                   OC-Cantidad-Recibida <
                                   OC-Cantidad-Pedida AND
                                   OC-Pedido = 0 THEN
                               PERFORM Sumar-Compra-Abierta
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE OrdenesCompra
           END-IF
       EXIT.


       Sumar-Compra-Abierta.
           MOVE 0 TO WS-CM-Hallado
           PERFORM VARYING WS-CM-Idx FROM 1 BY 1
                   UNTIL WS-CM-Idx > WS-CM-Usados
                   OR WS-CM-Hallado > 0
               IF WS-CM-Product-ID(WS-CM-Idx) = OC-Product-ID THEN
                   MOVE WS-CM-Idx TO WS-CM-Hallado
               END-IF
           END-PERFORM
           IF WS-CM-Hallado > 0 THEN
               MOVE OC-Fecha-Esperada TO WS-FechaBuscada
               IF WS-FechaBuscada = 0 THEN
                   MOVE OC-Fecha-Emision TO WS-FechaBuscada
               END-IF
               PERFORM Ubicar-Mes
               IF WS-Bucket > 0 THEN
                   COMPUTE WS-CM-OC(WS-CM-Hallado, WS-Bucket) =
                       WS-CM-OC(WS-CM-Hallado, WS-Bucket) +
                       OC-Cantidad-Pedida - OC-Cantidad-Recibida
               END-IF
           END-IF
       EXIT.


       Netear-Componentes.
           PERFORM VARYING WS-CM-Idx FROM 1 BY 1
                   UNTIL WS-CM-Idx > WS-CM-Usados
               COMPUTE WS-Proyectado = WS-CM-Stock(WS-CM-Idx) -
                   WS-CM-Reservado(WS-CM-Idx)
               IF WS-Proyectado < 0 THEN
                   MOVE 0 TO WS-Proyectado
               END-IF
               PERFORM VARYING WS-Bucket FROM 1 BY 1
                       UNTIL WS-Bucket > WS-Meses
                   COMPUTE WS-Proyectado = WS-Proyectado +
                       WS-CM-OC(WS-CM-Idx, WS-Bucket) -
                       WS-CM-Bruto(WS-CM-Idx, WS-Bucket)
                   IF WS-Proyectado < 0 THEN
                       COMPUTE WS-CM-Comprar(WS-CM-Idx, WS-Bucket) =
                           0 - WS-Proyectado
                       MOVE 0 TO WS-Proyectado
                       ADD 1 TO WS-ComprasSugeridas
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Ordenar-Por-Proveedor.
           PERFORM VARYING WS-CM-Idx FROM 1 BY 1
                   UNTIL WS-CM-Idx > WS-CM-Usados
               PERFORM VARYING WS-CM-J FROM 1 BY 1
                       UNTIL WS-CM-J > WS-CM-Usados - WS-CM-Idx
                   IF WS-CM-Proveedor(WS-CM-J) >
                           WS-CM-Proveedor(WS-CM-J + 1) OR
                           (WS-CM-Proveedor(WS-CM-J) =
                           WS-CM-Proveedor(WS-CM-J + 1) AND
                           WS-CM-Product-ID(WS-CM-J) >
                           WS-CM-Product-ID(WS-CM-J + 1)) THEN
                       MOVE WS-CM-Entry(WS-CM-J) TO WS-CM-Aux
                       MOVE WS-CM-Entry(WS-CM-J + 1)
                           TO WS-CM-Entry(WS-CM-J)
                       MOVE WS-CM-Aux
                           TO WS-CM-Entry(WS-CM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Emitir-Informe.
           MOVE SPACES TO WS-ParamInf
           STRING "horizonte " WS-Meses " mes(es)"
               DELIMITED BY SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           IF WS-InformeStatus NOT = "00" THEN
               CALL "Errores" USING WS-InformeStatus
           ELSE
               MOVE SPACES TO WS-Linea
               STRING "PLANIFICACION DE COMPONENTES DE KITS - "
                   WS-HoyNum(7:2) "/" WS-HoyNum(5:2) "/"
                   WS-HoyNum(1:4) " - HORIZONTE " WS-Meses
                   " MES(ES)" DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM Escribir-Linea
               MOVE "ORDENES DE ARMADO SUGERIDAS" TO WS-Linea
               PERFORM Escribir-Linea
               STRING "KIT        MES        STOCK   PEDIDOS "
                   "PREVISION  EN ORDEN     ARMAR"
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM VARYING WS-KT-Idx FROM 1 BY 1
                       UNTIL WS-KT-Idx > WS-KT-Usados
                   PERFORM VARYING WS-Bucket FROM 1 BY 1
                           UNTIL WS-Bucket > WS-Meses
                       IF WS-KT-Armar(WS-KT-Idx, WS-Bucket) > 0 THEN
                           PERFORM Informar-Kit
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM Escribir-Linea
               MOVE "COMPRAS DE COMPONENTES POR PROVEEDOR" TO
                   WS-Linea
               PERFORM Escribir-Linea
               STRING "COMPONENTE MES     NECESARIO     EN OC   "
                   "COMPRAR  PEDIR ANTES DEL"
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE HIGH-VALUES TO WS-ProveedorCorte
               PERFORM VARYING WS-CM-Idx FROM 1 BY 1
                       UNTIL WS-CM-Idx > WS-CM-Usados
                   PERFORM Informar-Componente
               END-PERFORM
               PERFORM Cerrar-Proveedor
               PERFORM Escribir-Linea
               MOVE WS-KitsSugeridos TO WS-CantidadEd
               MOVE WS-ComprasSugeridas TO WS-CantidadEd2
               MOVE WS-Atrasadas TO WS-CantidadEd3
               STRING "Ordenes de armado sugeridas: " WS-CantidadEd
                   "  compras sugeridas: " WS-CantidadEd2
                   "  a pedir ya: " WS-CantidadEd3
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               DISPLAY "Informe generado: " WS-NombreInforme
           END-IF
       EXIT.


       Informar-Kit.
           MOVE WS-KT-Pedido(WS-KT-Idx, WS-Bucket) TO WS-CantidadEd
           MOVE WS-KT-Prevision(WS-KT-Idx, WS-Bucket)
               TO WS-CantidadEd2
           MOVE WS-KT-Ordenes(WS-KT-Idx, WS-Bucket)
               TO WS-CantidadEd3
           MOVE WS-KT-Armar(WS-KT-Idx, WS-Bucket) TO WS-CantidadEd4
           MOVE WS-KT-Stock(WS-KT-Idx) TO WS-TotalEd
           STRING WS-KT-Kit-ID(WS-KT-Idx) " "
               WS-BK-AnoMes(WS-Bucket)(1:4) "/"
               WS-BK-AnoMes(WS-Bucket)(5:2) WS-TotalEd(3:)
               " " WS-CantidadEd " " WS-CantidadEd2 " "
               WS-CantidadEd3 " " WS-CantidadEd4
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Informar-Componente.
           IF WS-CM-Proveedor(WS-CM-Idx) NOT = WS-ProveedorCorte THEN
               PERFORM Cerrar-Proveedor
               MOVE WS-CM-Proveedor(WS-CM-Idx) TO WS-ProveedorCorte
               MOVE 0 TO WS-SubProveedor
           END-IF
           PERFORM VARYING WS-Bucket FROM 1 BY 1
                   UNTIL WS-Bucket > WS-Meses
               IF WS-CM-Comprar(WS-CM-Idx, WS-Bucket) > 0 THEN
                   IF WS-SubProveedor = 0 THEN
                       PERFORM Abrir-Proveedor
                   END-IF
                   PERFORM Informar-Compra
               END-IF
           END-PERFORM
       EXIT.


       Abrir-Proveedor.
           IF WS-CM-Proveedor(WS-CM-Idx) = SPACES THEN
               STRING "Proveedor: (sin proveedor en el catalogo)"
                   DELIMITED BY SIZE INTO WS-Linea
           ELSE
               MOVE WS-CM-LeadTime(WS-CM-Idx) TO WS-CantidadEd
               STRING "Proveedor: "
                   FUNCTION TRIM(WS-CM-Proveedor(WS-CM-Idx))
                   " - lead time " FUNCTION TRIM(WS-CantidadEd)
                   " dia(s) corridos"
                   DELIMITED BY SIZE INTO WS-Linea
           END-IF
           PERFORM Escribir-Linea
       EXIT.


      *> Se pide con el lead time de anticipacion al mes en que el
      *> componente hace falta; si esa fecha ya paso se pide hoy.
       Informar-Compra.
           COMPUTE WS-FechaPedir = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BK-Fecha(WS-Bucket)) -
               WS-CM-LeadTime(WS-CM-Idx))
           MOVE SPACES TO WS-Atrasado
           IF WS-FechaPedir < WS-HoyNum THEN
               MOVE WS-HoyNum TO WS-FechaPedir
               MOVE "ATRASADO" TO WS-Atrasado
               ADD 1 TO WS-Atrasadas
           END-IF
           ADD WS-CM-Comprar(WS-CM-Idx, WS-Bucket) TO WS-SubProveedor
           MOVE WS-CM-Bruto(WS-CM-Idx, WS-Bucket) TO WS-CantidadEd
           MOVE WS-CM-OC(WS-CM-Idx, WS-Bucket) TO WS-CantidadEd2
           MOVE WS-CM-Comprar(WS-CM-Idx, WS-Bucket)
               TO WS-CantidadEd3
           STRING WS-CM-Product-ID(WS-CM-Idx) " "
               WS-BK-AnoMes(WS-Bucket)(1:4) "/"
               WS-BK-AnoMes(WS-Bucket)(5:2) " " WS-CantidadEd " "
               WS-CantidadEd2 " " WS-CantidadEd3 "  "
               WS-FechaPedir(7:2) "/" WS-FechaPedir(5:2) "/"
               WS-FechaPedir(1:4) " " WS-Atrasado
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Cerrar-Proveedor.
           IF WS-SubProveedor > 0 THEN
               MOVE WS-SubProveedor TO WS-TotalEd
               STRING "  Total a comprar al proveedor: " WS-TotalEd
                   " unidad(es)" DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE 0 TO WS-SubProveedor
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
