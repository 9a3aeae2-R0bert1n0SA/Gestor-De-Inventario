       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bonificaciones-Proveedor
           AS "Bonificaciones-Proveedor".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Acuerdos ASSIGN TO 'Acuerdos-Bonif.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-Numero
               FILE STATUS IS WS-AcuerdosStatus.

           SELECT Devengos ASSIGN TO 'Devengos-Bonif.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-Clave
               FILE STATUS IS WS-DevengosStatus.

           SELECT RecepcionesCompra
               ASSIGN TO 'Recepciones-Compra.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RecCompraStatus.

           SELECT OrdenesCompra ASSIGN TO 'Ordenes-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Clave
               FILE STATUS IS WS-OrdenesStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Proveedores ASSIGN TO 'Proveedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT PagosProv ASSIGN TO 'Pagos-Prov.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Clave
               FILE STATUS IS WS-PagosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Acuerdos.
       01  AB-Rec.
      *>  Acuerdos de bonificacion por volumen con proveedores. El
      *>  volumen es lo comprado al proveedor dentro de la vigencia
      *>  (recepciones valorizadas al costo de la orden de compra),
      *>  solo de las categorias indicadas (todas si la primera esta
      *>  en blanco). Los tramos van en orden creciente de volumen y
      *>  el porcentaje del tramo alcanzado se aplica sobre todo el
      *>  volumen. AB-Devengado es la bonificacion esperada al cierre
      *>  del ultimo mes devengado; al terminar la vigencia la
      *>  liquidacion la acredita a cuenta del proveedor en
      *>  Pagos-Prov.DAT (AB-Pago). El acuerdo 000000 es el registro
      *>  de control con el proximo numero a asignar.
           05 AB-Numero                PIC 9(6).
           05 AB-Proveedor             PIC X(10).
           05 AB-Descripcion           PIC X(30).
           05 AB-Desde                 PIC 9(8).
           05 AB-Hasta                 PIC 9(8).
           05 AB-Categoria             PIC X(20) OCCURS 5 TIMES.
           05 AB-Tramo OCCURS 5 TIMES.
               10 AB-Tramo-Volumen     PIC 9(11)V99.
               10 AB-Tramo-Pct         PIC 9(2)V99.
           05 AB-Estado                PIC X(10).
           05 AB-Volumen               PIC 9(13)V99.
           05 AB-Devengado             PIC 9(13)V99.
           05 AB-Periodo-Devengo       PIC 9(6).
           05 AB-Importe-Liquidado     PIC 9(13)V99.
           05 AB-Fecha-Liquidacion     PIC 9(8).
           05 AB-Pago                  PIC 9(6).
           05 AB-Usuario               PIC X(10).
           05 AB-Proximo-Numero        PIC 9(6).

       FD  Devengos.
       01  DB-Rec.
      *>  Devengamiento mensual de cada acuerdo: volumen del mes y
      *>  acumulado desde el inicio de la vigencia, porcentaje del
      *>  tramo alcanzado, bonificacion acumulada esperada y lo que
      *>  corresponde devengar en el mes (la diferencia con el
      *>  acumulado del mes devengado anterior; puede ser negativa
      *>  si no se sostiene un tramo). Repetir un mes lo recalcula.
           05 DB-Clave.
               10 DB-Acuerdo           PIC 9(6).
               10 DB-Periodo           PIC 9(6).
           05 DB-Proveedor             PIC X(10).
           05 DB-Volumen-Mes           PIC S9(13)V99.
           05 DB-Volumen-Acum          PIC 9(13)V99.
           05 DB-Porcentaje            PIC 9(2)V99.
           05 DB-Devengado-Acum        PIC 9(13)V99.
           05 DB-Devengo-Mes           PIC S9(13)V99.
           05 DB-Fecha                 PIC 9(8).
           05 DB-Usuario               PIC X(10).

       FD  RecepcionesCompra.
           COPY RECEPCION-COMPRA.

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.

       FD  Productos.
           COPY PRODUCTO.

       FD  Proveedores.
           COPY PROVEEDOR.

       FD  PagosProv.
           COPY PAGO-PROV.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-AcuerdosStatus    PIC XX.
               05 WS-DevengosStatus    PIC XX.
               05 WS-RecCompraStatus   PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-PagosStatus       PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Scan          PIC X(1) VALUE 'N'.
               05 WS-EOF-Dev           PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Confirmar             PIC X(1).
           01 WS-Usuario               PIC X(10).
           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoyInt                PIC 9(7).
           01 WS-FechaInt              PIC 9(7).
           01 WS-FechaTecleada         PIC 9(8).
           01 WS-FechaOk               PIC X(1).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "BONIF-PROV".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-ProximoPago           PIC 9(6).
           01 WS-NumeroAcuerdo         PIC 9(6).
           01 WS-NumeroPago            PIC 9(6).
           01 WS-PagoOk                PIC X(1).
           01 WS-Proveedor             PIC X(10).
           01 WS-NombreProv            PIC X(50).
           01 WS-ProvBuscado           PIC X(10).
           01 WS-Descripcion           PIC X(30).
           01 WS-Desde                 PIC 9(8).
           01 WS-Hasta                 PIC 9(8).
           01 WS-Periodo               PIC 9(6).
           01 WS-PerAnio               PIC 9(4).
           01 WS-PerMes                PIC 9(2).
           01 WS-PerDesde              PIC 9(8).
           01 WS-PerHasta              PIC 9(8).
           01 WS-VolDesde              PIC 9(8).
           01 WS-VolHasta              PIC 9(8).
           01 WS-Volumen               PIC 9(13)V99.
           01 WS-VolAnterior           PIC 9(13)V99.
           01 WS-ValorRecep            PIC 9(13)V99.
           01 WS-CostoOC               PIC 9(5)V99.
           01 WS-Factor                PIC 9(5)V99.
           01 WS-CatProducto           PIC X(20).
           01 WS-Alcanzada             PIC X(1).
           01 WS-PctActual             PIC 9(2)V99.
           01 WS-TramoActual           PIC 9(1).
           01 WS-HayProximo            PIC X(1).
           01 WS-ProxTramo             PIC 9(1).
           01 WS-ProxUmbral            PIC 9(11)V99.
           01 WS-ProxPct               PIC 9(2)V99.
           01 WS-Falta                 PIC 9(13)V99.
           01 WS-BonifProxima          PIC 9(13)V99.
           01 WS-Bonificacion          PIC 9(13)V99.
           01 WS-DevAcum               PIC 9(13)V99.
           01 WS-DevAnterior           PIC 9(13)V99.
           01 WS-Ajuste                PIC S9(13)V99.
           01 WS-Existe                PIC X(1).
           01 WS-DiasRestantes         PIC S9(5).
           01 WS-ImporteEd             PIC Z(12)9.99.
           01 WS-ImporteEd2            PIC Z(12)9.99.
           01 WS-ImporteEd3            PIC Z(12)9.99.
           01 WS-SignadoEd             PIC -(12)9.99.
           01 WS-PctEd                 PIC Z9.99.
           01 WS-PctEd2                PIC Z9.99.
           01 WS-DiasEd                PIC ZZZZ9.
           01 WS-Acuerdos              PIC 9(5).
           01 WS-Devengados            PIC 9(5).
           01 WS-FinCarga              PIC X(1).

      *>   Categorias y tramos que se van tecleando en el alta.
           01 WS-CatTabla.
               05 WS-CT-Categoria      PIC X(20) OCCURS 5 TIMES.
           01 WS-CT-Usadas             PIC 9(1).
           01 WS-TramoTabla.
               05 WS-TR-Entry OCCURS 5 TIMES.
                   10 WS-TR-Volumen    PIC 9(11)V99.
                   10 WS-TR-Pct        PIC 9(2)V99.
           01 WS-TR-Usados             PIC 9(1).
           01 WS-Idx                   PIC 9(1).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           PERFORM Calcular-Hoy
           PERFORM Menu-Bonificaciones
       EXIT PROGRAM.


       Calcular-Hoy.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
       EXIT.


       Menu-Bonificaciones.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Bonificaciones por volumen de "
                   "proveedores ---"
               DISPLAY "1. Alta de acuerdo de bonificacion"
               DISPLAY "2. Listar acuerdos"
               DISPLAY "3. Anular un acuerdo"
               DISPLAY "4. Devengar un mes"
               DISPLAY "5. Liquidar un acuerdo vencido"
               DISPLAY "6. Informe de avance hacia el proximo tramo"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Alta-Acuerdo
                   WHEN 2
                       PERFORM Listar-Acuerdos
                   WHEN 3
                       PERFORM Anular-Acuerdo
                   WHEN 4
                       PERFORM Devengar-Mes
                   WHEN 5
                       PERFORM Liquidar-Acuerdo
                   WHEN 6
                       PERFORM Informe-Avance
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Abrir-Acuerdos.
           OPEN I-O Acuerdos
           IF WS-AcuerdosStatus = "35" THEN
               CLOSE Acuerdos
               OPEN OUTPUT Acuerdos
               CLOSE Acuerdos
               OPEN I-O Acuerdos
           END-IF
           IF WS-AcuerdosStatus = "00" THEN
               MOVE 0 TO AB-Numero
               READ Acuerdos
                   INVALID KEY
                       MOVE 1 TO WS-ProximoNumero
                       INITIALIZE AB-Rec
                       MOVE 0 TO AB-Numero
                       MOVE WS-ProximoNumero TO AB-Proximo-Numero
                       WRITE AB-Rec
                   NOT INVALID KEY
                       MOVE AB-Proximo-Numero TO WS-ProximoNumero
               END-READ
           ELSE
               CALL "Errores" USING WS-AcuerdosStatus
           END-IF
       EXIT.


       Guardar-Proximo-Numero.
           MOVE 0 TO AB-Numero
           READ Acuerdos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoNumero TO AB-Proximo-Numero
                   REWRITE AB-Rec
           END-READ
       EXIT.


       Abrir-Devengos.
           OPEN I-O Devengos
           IF WS-DevengosStatus = "35" THEN
               CLOSE Devengos
               OPEN OUTPUT Devengos
               CLOSE Devengos
               OPEN I-O Devengos
           END-IF
           IF WS-DevengosStatus NOT = "00" THEN
               CALL "Errores" USING WS-DevengosStatus
           END-IF
       EXIT.


       Abrir-Pagos.
           OPEN I-O PagosProv
           IF WS-PagosStatus = "35" THEN
               CLOSE PagosProv
               OPEN OUTPUT PagosProv
               CLOSE PagosProv
               OPEN I-O PagosProv
           END-IF
           IF WS-PagosStatus = "00" THEN
               MOVE 0 TO PP-Numero
               MOVE 0 TO PP-Linea
               READ PagosProv
                   INVALID KEY
                       MOVE 1 TO WS-ProximoPago
                       INITIALIZE PP-Rec
                       MOVE 0 TO PP-Numero
                       MOVE 0 TO PP-Linea
                       MOVE WS-ProximoPago TO PP-Proximo-Numero
                       WRITE PP-Rec
                   NOT INVALID KEY
                       MOVE PP-Proximo-Numero TO WS-ProximoPago
               END-READ
           ELSE
               CALL "Errores" USING WS-PagosStatus
           END-IF
       EXIT.


       Guardar-Proximo-Pago.
           MOVE 0 TO PP-Numero
           MOVE 0 TO PP-Linea
           READ PagosProv
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoPago TO PP-Proximo-Numero
                   REWRITE PP-Rec
           END-READ
       EXIT.


       Validar-Proveedor.
           DISPLAY "Codigo de proveedor: "
           ACCEPT WS-Proveedor
           MOVE SPACES TO WS-NombreProv
           OPEN INPUT Proveedores
           IF WS-ProvStatus NOT = "00" THEN
               DISPLAY "No hay proveedores registrados."
               MOVE SPACES TO WS-Proveedor
           ELSE
               MOVE WS-Proveedor TO PROV-Codigo
               READ Proveedores
                   INVALID KEY
                       DISPLAY "El proveedor no existe."
                       MOVE SPACES TO WS-Proveedor
                   NOT INVALID KEY
                       DISPLAY "Proveedor: "
                           FUNCTION TRIM(PROV-Nombre)
                       MOVE PROV-Nombre TO WS-NombreProv
               END-READ
               CLOSE Proveedores
           END-IF
       EXIT.


      *> Deja en WS-FechaTecleada la fecha AAAAMMDD tecleada en
      *> WS-Aux y 'S' en WS-FechaOk si es una fecha valida.
       Validar-Fecha-Tecleada.
           MOVE 'N' TO WS-FechaOk
           MOVE 0 TO WS-FechaTecleada
           IF WS-Aux(1:8) IS NUMERIC AND WS-Aux(9:1) = SPACE THEN
               MOVE WS-Aux(1:8) TO WS-FechaTecleada
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaTecleada) = 0
                       THEN
                   MOVE 'S' TO WS-FechaOk
               END-IF
           END-IF
       EXIT.


      *> Alta: proveedor, vigencia (por defecto el ano calendario en
      *> curso), categorias alcanzadas y hasta cinco tramos de
      *> volumen con su porcentaje.
       Alta-Acuerdo.
           DISPLAY "--- Alta de acuerdo de bonificacion ---"
           PERFORM Validar-Proveedor
           IF WS-Proveedor NOT = SPACES THEN
               DISPLAY "Descripcion del acuerdo: "
               MOVE SPACES TO WS-Descripcion
               ACCEPT WS-Descripcion
               PERFORM Capturar-Vigencia
               IF WS-FechaOk = 'S' THEN
                   PERFORM Capturar-Categorias
                   PERFORM Capturar-Tramos
                   IF WS-TR-Usados = 0 THEN
                       DISPLAY "Sin tramos no hay acuerdo; no se "
                           "registro."
                   ELSE
                       DISPLAY "Confirma el acuerdo (S/N): "
                       MOVE SPACES TO WS-Confirmar
                       ACCEPT WS-Confirmar
                       IF WS-Confirmar = 'S' OR WS-Confirmar = 's'
                               THEN
                           PERFORM Grabar-Acuerdo
                       ELSE
                           DISPLAY "Acuerdo descartado."
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Capturar-Vigencia.
           MOVE WS-HoyNum(1:4) TO WS-PerAnio
           COMPUTE WS-Desde = WS-PerAnio * 10000 + 101
           DISPLAY "Vigencia desde AAAAMMDD (Enter = " WS-Desde "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 'S' TO WS-FechaOk
           IF WS-Aux NOT = SPACES THEN
               PERFORM Validar-Fecha-Tecleada
               MOVE WS-FechaTecleada TO WS-Desde
           END-IF
           IF WS-FechaOk = 'N' THEN
               DISPLAY "Fecha no valida; no se registro el acuerdo."
           ELSE
               MOVE WS-Desde(1:4) TO WS-PerAnio
               COMPUTE WS-Hasta = WS-PerAnio * 10000 + 1231
               DISPLAY "Vigencia hasta AAAAMMDD (Enter = " WS-Hasta
                   "): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               IF WS-Aux NOT = SPACES THEN
                   PERFORM Validar-Fecha-Tecleada
                   MOVE WS-FechaTecleada TO WS-Hasta
               END-IF
               IF WS-FechaOk = 'N' OR WS-Hasta < WS-Desde THEN
                   MOVE 'N' TO WS-FechaOk
                   DISPLAY "Fecha no valida; no se registro el "
                       "acuerdo."
               END-IF
           END-IF
       EXIT.


       Capturar-Categorias.
           INITIALIZE WS-CatTabla
           MOVE 0 TO WS-CT-Usadas
           MOVE 'N' TO WS-FinCarga
           DISPLAY "Categorias alcanzadas (Enter en la primera = "
               "todas):"
           PERFORM UNTIL WS-FinCarga = 'S'
               ADD 1 TO WS-CT-Usadas
               DISPLAY "  Categoria " WS-CT-Usadas " (Enter = fin): "
               ACCEPT WS-CT-Categoria(WS-CT-Usadas)
               IF WS-CT-Categoria(WS-CT-Usadas) = SPACES THEN
                   SUBTRACT 1 FROM WS-CT-Usadas
                   MOVE 'S' TO WS-FinCarga
               ELSE
                   IF WS-CT-Usadas = 5 THEN
                       MOVE 'S' TO WS-FinCarga
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


      *> Cada tramo debe arrancar en un volumen mayor que el
      *> anterior; el porcentaje se aplica a todo lo comprado.
       Capturar-Tramos.
           INITIALIZE WS-TramoTabla
           MOVE 0 TO WS-TR-Usados
           MOVE 'N' TO WS-FinCarga
           PERFORM UNTIL WS-FinCarga = 'S'
               COMPUTE WS-Idx = WS-TR-Usados + 1
               DISPLAY "  Tramo " WS-Idx " - volumen comprado desde "
                   "(Enter = fin): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               IF WS-Aux = SPACES THEN
                   MOVE 'S' TO WS-FinCarga
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-Aux) NOT = 0 THEN
                       DISPLAY "  Importe no valido."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Aux)
                           TO WS-TR-Volumen(WS-Idx)
                       IF WS-Idx > 1 AND WS-TR-Volumen(WS-Idx) <=
                               WS-TR-Volumen(WS-TR-Usados) THEN
                           DISPLAY "  El tramo debe superar al "
                               "anterior."
                       ELSE
                           PERFORM Capturar-Porcentaje-Tramo
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


       Capturar-Porcentaje-Tramo.
           DISPLAY "  Porcentaje de bonificacion del tramo: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) NOT = 0 THEN
               DISPLAY "  Porcentaje no valido."
           ELSE
               IF FUNCTION NUMVAL(WS-Aux) <= 0 OR
                       FUNCTION NUMVAL(WS-Aux) >= 100 THEN
                   DISPLAY "  Porcentaje no valido."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-TR-Pct(WS-Idx)
                   MOVE WS-Idx TO WS-TR-Usados
                   IF WS-TR-Usados = 5 THEN
                       MOVE 'S' TO WS-FinCarga
                   END-IF
               END-IF
           END-IF
       EXIT.


       Grabar-Acuerdo.
           PERFORM Abrir-Acuerdos
           IF WS-AcuerdosStatus = "00" THEN
               MOVE WS-ProximoNumero TO WS-NumeroAcuerdo
               INITIALIZE AB-Rec
               MOVE WS-NumeroAcuerdo TO AB-Numero
               MOVE WS-Proveedor TO AB-Proveedor
               MOVE WS-Descripcion TO AB-Descripcion
               MOVE WS-Desde TO AB-Desde
               MOVE WS-Hasta TO AB-Hasta
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 5
                   MOVE WS-CT-Categoria(WS-Idx)
                       TO AB-Categoria(WS-Idx)
                   MOVE WS-TR-Volumen(WS-Idx)
                       TO AB-Tramo-Volumen(WS-Idx)
                   MOVE WS-TR-Pct(WS-Idx) TO AB-Tramo-Pct(WS-Idx)
               END-PERFORM
               MOVE "VIGENTE" TO AB-Estado
               MOVE WS-Usuario TO AB-Usuario
               WRITE AB-Rec
               IF WS-AcuerdosStatus = "00" THEN
                   ADD 1 TO WS-ProximoNumero
                   PERFORM Guardar-Proximo-Numero
                   DISPLAY "Acuerdo " WS-NumeroAcuerdo " registrado."
               ELSE
                   CALL "Errores" USING WS-AcuerdosStatus
               END-IF
               CLOSE Acuerdos
           END-IF
       EXIT.


       Listar-Acuerdos.
           OPEN INPUT Acuerdos
           IF WS-AcuerdosStatus NOT = "00" THEN
               DISPLAY "No hay acuerdos de bonificacion registrados."
           ELSE
               MOVE 0 TO WS-Acuerdos
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Acuerdos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF AB-Numero > 0 THEN
                               PERFORM Mostrar-Acuerdo
                               ADD 1 TO WS-Acuerdos
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Acuerdos
               DISPLAY WS-Acuerdos " acuerdos."
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Acuerdo.
           DISPLAY "Acuerdo " AB-Numero " " AB-Proveedor " "
               FUNCTION TRIM(AB-Descripcion) " " AB-Desde " a "
               AB-Hasta " " AB-Estado
           IF AB-Categoria(1) = SPACES THEN
               DISPLAY "  Todas las categorias"
           ELSE
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 5
                   IF AB-Categoria(WS-Idx) NOT = SPACES THEN
                       DISPLAY "  Categoria "
                           FUNCTION TRIM(AB-Categoria(WS-Idx))
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 5
               IF AB-Tramo-Pct(WS-Idx) > 0 THEN
                   MOVE AB-Tramo-Volumen(WS-Idx) TO WS-ImporteEd
                   MOVE AB-Tramo-Pct(WS-Idx) TO WS-PctEd
                   DISPLAY "  Tramo " WS-Idx " desde " WS-ImporteEd
                       " bonifica " WS-PctEd "%"
               END-IF
           END-PERFORM
           MOVE AB-Devengado TO WS-ImporteEd
           MOVE AB-Importe-Liquidado TO WS-ImporteEd2
           DISPLAY "  Devengado " WS-ImporteEd " (hasta "
               AB-Periodo-Devengo ")  Liquidado " WS-ImporteEd2
       EXIT.


       Anular-Acuerdo.
           DISPLAY "Numero de acuerdo a anular: "
           MOVE 0 TO WS-NumeroAcuerdo
           ACCEPT WS-NumeroAcuerdo
           PERFORM Abrir-Acuerdos
           IF WS-AcuerdosStatus = "00" THEN
               MOVE WS-NumeroAcuerdo TO AB-Numero
               READ Acuerdos
                   INVALID KEY
                       DISPLAY "El acuerdo no existe."
                   NOT INVALID KEY
                       IF AB-Numero = 0 OR AB-Estado NOT = "VIGENTE"
                               THEN
                           DISPLAY "Solo se anula un acuerdo "
                               "VIGENTE."
                       ELSE
                           PERFORM Mostrar-Acuerdo
                           IF AB-Devengado > 0 THEN
                               DISPLAY "ATENCION: lo devengado no se "
                                   "va a liquidar."
                           END-IF
                           DISPLAY "Confirma la anulacion (S/N): "
                           MOVE SPACES TO WS-Confirmar
                           ACCEPT WS-Confirmar
                           IF WS-Confirmar = 'S' OR
                                   WS-Confirmar = 's' THEN
                               MOVE "ANULADO" TO AB-Estado
                               MOVE WS-Usuario TO AB-Usuario
                               REWRITE AB-Rec
                               DISPLAY "Acuerdo " AB-Numero
                                   " anulado."
                           END-IF
                       END-IF
               END-READ
               CLOSE Acuerdos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Devenga un mes (por defecto el anterior) de todos los
      *> acuerdos vigentes en ese mes: bonificacion esperada con el
      *> volumen acumulado hasta el cierre del mes, menos lo ya
      *> devengado en los meses anteriores.
       Devengar-Mes.
           MOVE WS-HoyNum(1:4) TO WS-PerAnio
           MOVE WS-HoyNum(5:2) TO WS-PerMes
           IF WS-PerMes = 1 THEN
               COMPUTE WS-Periodo = (WS-PerAnio - 1) * 100 + 12
           ELSE
               COMPUTE WS-Periodo = WS-PerAnio * 100 + WS-PerMes - 1
           END-IF
           DISPLAY "Mes a devengar AAAAMM (Enter = " WS-Periodo "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               IF WS-Aux(1:6) IS NUMERIC AND WS-Aux(7:1) = SPACE THEN
                   MOVE WS-Aux(1:6) TO WS-Periodo
               ELSE
                   MOVE 0 TO WS-Periodo
               END-IF
           END-IF
           MOVE WS-Periodo(1:4) TO WS-PerAnio
           MOVE WS-Periodo(5:2) TO WS-PerMes
           IF WS-PerAnio < 1601 OR WS-PerMes < 1 OR WS-PerMes > 12
                   THEN
               DISPLAY "Mes no valido."
           ELSE
               PERFORM Calcular-Limites-Mes
               PERFORM Devengar-Acuerdos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Calcular-Limites-Mes.
           COMPUTE WS-PerDesde = WS-Periodo * 100 + 1
           IF WS-PerMes = 12 THEN
               COMPUTE WS-FechaTecleada = (WS-PerAnio + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-FechaTecleada = WS-PerDesde + 100
           END-IF
           COMPUTE WS-FechaInt =
               FUNCTION INTEGER-OF-DATE(WS-FechaTecleada) - 1
           COMPUTE WS-PerHasta = FUNCTION DATE-OF-INTEGER(WS-FechaInt)
       EXIT.


       Devengar-Acuerdos.
           MOVE 0 TO WS-Devengados
           PERFORM Abrir-Acuerdos
           IF WS-AcuerdosStatus = "00" THEN
               PERFORM Abrir-Devengos
               IF WS-DevengosStatus = "00" THEN
                   MOVE 0 TO AB-Numero
                   START Acuerdos KEY IS GREATER THAN AB-Numero
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-Flag
                   END-START
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ Acuerdos NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               IF AB-Estado = "VIGENTE" AND
                                       AB-Desde <= WS-PerHasta AND
                                       AB-Hasta >= WS-PerDesde THEN
                                   PERFORM Devengar-Acuerdo
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   CLOSE Devengos
               END-IF
               CLOSE Acuerdos
           END-IF
           DISPLAY WS-Devengados " acuerdos devengados en "
               WS-Periodo "."
       EXIT.


       Devengar-Acuerdo.
           IF AB-Periodo-Devengo > WS-Periodo THEN
               DISPLAY "Acuerdo " AB-Numero " ya devengado hasta "
                   AB-Periodo-Devengo "; no se recalcula " WS-Periodo
                   "."
           ELSE
               MOVE AB-Desde TO WS-VolDesde
               IF AB-Hasta < WS-PerHasta THEN
                   MOVE AB-Hasta TO WS-VolHasta
               ELSE
                   MOVE WS-PerHasta TO WS-VolHasta
               END-IF
               PERFORM Calcular-Volumen
               PERFORM Buscar-Tramo
               COMPUTE WS-DevAcum ROUNDED =
                   WS-Volumen * WS-PctActual / 100
               PERFORM Leer-Devengo-Anterior
               MOVE AB-Numero TO DB-Acuerdo
               MOVE WS-Periodo TO DB-Periodo
               READ Devengos
                   INVALID KEY
                       MOVE 'N' TO WS-Existe
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Existe
               END-READ
               INITIALIZE DB-Rec
               MOVE AB-Numero TO DB-Acuerdo
               MOVE WS-Periodo TO DB-Periodo
               MOVE AB-Proveedor TO DB-Proveedor
               COMPUTE DB-Volumen-Mes = WS-Volumen - WS-VolAnterior
               MOVE WS-Volumen TO DB-Volumen-Acum
               MOVE WS-PctActual TO DB-Porcentaje
               MOVE WS-DevAcum TO DB-Devengado-Acum
               COMPUTE DB-Devengo-Mes = WS-DevAcum - WS-DevAnterior
               MOVE WS-HoyNum TO DB-Fecha
               MOVE WS-Usuario TO DB-Usuario
               IF WS-Existe = 'S' THEN
                   REWRITE DB-Rec
               ELSE
                   WRITE DB-Rec
               END-IF
               MOVE WS-Volumen TO AB-Volumen
               MOVE WS-DevAcum TO AB-Devengado
               MOVE WS-Periodo TO AB-Periodo-Devengo
               REWRITE AB-Rec
               ADD 1 TO WS-Devengados
               MOVE WS-Volumen TO WS-ImporteEd
               MOVE WS-PctActual TO WS-PctEd
               MOVE DB-Devengo-Mes TO WS-SignadoEd
               DISPLAY "Acuerdo " AB-Numero " " AB-Proveedor
                   " volumen " WS-ImporteEd " (" WS-PctEd
                   "%) devenga " WS-SignadoEd
           END-IF
       EXIT.


      *> Acumulados del ultimo mes devengado antes de WS-Periodo.
       Leer-Devengo-Anterior.
           MOVE 0 TO WS-DevAnterior
           MOVE 0 TO WS-VolAnterior
           MOVE AB-Numero TO DB-Acuerdo
           MOVE 0 TO DB-Periodo
           START Devengos KEY IS NOT LESS THAN DB-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Dev
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Dev
           END-START
           PERFORM UNTIL WS-EOF-Dev = 'Y'
               READ Devengos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Dev
                   NOT AT END
                       IF DB-Acuerdo NOT = AB-Numero OR
                               DB-Periodo >= WS-Periodo THEN
                           MOVE 'Y' TO WS-EOF-Dev
                       ELSE
                           MOVE DB-Devengado-Acum TO WS-DevAnterior
                           MOVE DB-Volumen-Acum TO WS-VolAnterior
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Dev
       EXIT.


      *> Volumen comprado al proveedor del acuerdo (AB-Rec) entre
      *> WS-VolDesde y WS-VolHasta: cada ingreso de
      *> Recepciones-Compra.DAT de las categorias alcanzadas,
      *> valorizado al costo de su linea de orden de compra (que va
      *> por unidad de compra, de ahi el factor del producto).
       Calcular-Volumen.
           MOVE 0 TO WS-Volumen
           OPEN INPUT RecepcionesCompra
           IF WS-RecCompraStatus = "00" THEN
               OPEN INPUT OrdenesCompra
               OPEN INPUT Productos
               IF WS-OrdenesStatus NOT = "00" THEN
                   CALL "Errores" USING WS-OrdenesStatus
               ELSE
                   MOVE 'N' TO WS-EOF-Scan
                   PERFORM UNTIL WS-EOF-Scan = 'Y'
                       READ RecepcionesCompra
                           AT END
                               MOVE 'Y' TO WS-EOF-Scan
                           NOT AT END
                               IF RC-Proveedor = AB-Proveedor AND
                                       RC-Fecha >= WS-VolDesde AND
                                       RC-Fecha <= WS-VolHasta THEN
                                   PERFORM Valorizar-Recepcion
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Scan
               END-IF
               CLOSE OrdenesCompra
               CLOSE Productos
               CLOSE RecepcionesCompra
           END-IF
       EXIT.


       Valorizar-Recepcion.
           MOVE SPACES TO WS-CatProducto
           MOVE 1 TO WS-Factor
           IF WS-ProductosStatus = "00" THEN
               MOVE RC-Product-ID TO Product-ID
               READ Productos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE P-Categoria TO WS-CatProducto
                       IF P-Factor-Conversion > 1 THEN
                           MOVE P-Factor-Conversion TO WS-Factor
                       END-IF
               END-READ
           END-IF
           PERFORM Categoria-Alcanzada
           IF WS-Alcanzada = 'S' THEN
               MOVE 0 TO WS-CostoOC
               MOVE RC-Orden TO OC-Numero
               MOVE RC-Linea TO OC-Linea
               READ OrdenesCompra
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OC-Costo-Unitario TO WS-CostoOC
               END-READ
               COMPUTE WS-ValorRecep ROUNDED =
                   RC-Cantidad * WS-CostoOC / WS-Factor
               ADD WS-ValorRecep TO WS-Volumen
           END-IF
       EXIT.


       Categoria-Alcanzada.
           IF AB-Categoria(1) = SPACES THEN
               MOVE 'S' TO WS-Alcanzada
           ELSE
               MOVE 'N' TO WS-Alcanzada
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 5
                   IF AB-Categoria(WS-Idx) NOT = SPACES AND
                           AB-Categoria(WS-Idx) = WS-CatProducto THEN
                       MOVE 'S' TO WS-Alcanzada
                   END-IF
               END-PERFORM
           END-IF
       EXIT.


      *> Tramo alcanzado con WS-Volumen (porcentaje 0 si no llega al
      *> primero) y el siguiente tramo, si lo hay.
       Buscar-Tramo.
           MOVE 0 TO WS-PctActual
           MOVE 0 TO WS-TramoActual
           MOVE 'N' TO WS-HayProximo
           MOVE 0 TO WS-ProxTramo
           MOVE 0 TO WS-ProxUmbral
           MOVE 0 TO WS-ProxPct
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 5
               IF AB-Tramo-Pct(WS-Idx) > 0 THEN
                   IF WS-Volumen >= AB-Tramo-Volumen(WS-Idx) THEN
                       MOVE AB-Tramo-Pct(WS-Idx) TO WS-PctActual
                       MOVE WS-Idx TO WS-TramoActual
                   ELSE
                       IF WS-HayProximo = 'N' THEN
                           MOVE 'S' TO WS-HayProximo
                           MOVE WS-Idx TO WS-ProxTramo
                           MOVE AB-Tramo-Volumen(WS-Idx)
                               TO WS-ProxUmbral
                           MOVE AB-Tramo-Pct(WS-Idx) TO WS-ProxPct
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


      *> Al terminar la vigencia se calcula la bonificacion con el
      *> volumen de todo el periodo y se acredita a cuenta del
      *> proveedor como un pago sin aplicar; desde Facturas de
      *> proveedores se aplica despues a sus facturas.
       Liquidar-Acuerdo.
           DISPLAY "Numero de acuerdo a liquidar: "
           MOVE 0 TO WS-NumeroAcuerdo
           ACCEPT WS-NumeroAcuerdo
           PERFORM Abrir-Acuerdos
           IF WS-AcuerdosStatus = "00" THEN
               MOVE WS-NumeroAcuerdo TO AB-Numero
               READ Acuerdos
                   INVALID KEY
                       DISPLAY "El acuerdo no existe."
                   NOT INVALID KEY
                       IF AB-Numero = 0 OR AB-Estado NOT = "VIGENTE"
                               THEN
                           DISPLAY "Solo se liquida un acuerdo "
                               "VIGENTE."
                       ELSE
                           IF AB-Hasta >= WS-HoyNum THEN
                               DISPLAY "El acuerdo sigue vigente "
                                   "hasta " AB-Hasta "; se liquida "
                                   "al terminar el periodo."
                           ELSE
                               PERFORM Calcular-Liquidacion
                           END-IF
                       END-IF
               END-READ
               CLOSE Acuerdos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Calcular-Liquidacion.
           MOVE AB-Desde TO WS-VolDesde
           MOVE AB-Hasta TO WS-VolHasta
           PERFORM Calcular-Volumen
           PERFORM Buscar-Tramo
           COMPUTE WS-Bonificacion ROUNDED =
               WS-Volumen * WS-PctActual / 100
           COMPUTE WS-Ajuste = WS-Bonificacion - AB-Devengado
           MOVE WS-Volumen TO WS-ImporteEd
           MOVE WS-PctActual TO WS-PctEd
           DISPLAY "Acuerdo " AB-Numero " " AB-Proveedor " "
               FUNCTION TRIM(AB-Descripcion)
           DISPLAY "Volumen del periodo:  " WS-ImporteEd
           DISPLAY "Tramo alcanzado:      " WS-TramoActual " ("
               WS-PctEd "%)"
           MOVE WS-Bonificacion TO WS-ImporteEd
           MOVE AB-Devengado TO WS-ImporteEd2
           MOVE WS-Ajuste TO WS-SignadoEd
           DISPLAY "Bonificacion:         " WS-ImporteEd
           DISPLAY "Devengado a la fecha: " WS-ImporteEd2
               "  ajuste " WS-SignadoEd
           DISPLAY "Confirma la liquidacion (S/N): "
           MOVE SPACES TO WS-Confirmar
           ACCEPT WS-Confirmar
           IF WS-Confirmar = 'S' OR WS-Confirmar = 's' THEN
               MOVE 'S' TO WS-PagoOk
               MOVE 0 TO WS-NumeroPago
               IF WS-Bonificacion > 0 THEN
                   PERFORM Acreditar-Proveedor
               END-IF
               IF WS-PagoOk = 'S' THEN
                   MOVE "LIQUIDADO" TO AB-Estado
                   MOVE WS-Volumen TO AB-Volumen
                   MOVE WS-Bonificacion TO AB-Importe-Liquidado
                   MOVE WS-HoyNum TO AB-Fecha-Liquidacion
                   MOVE WS-NumeroPago TO AB-Pago
                   MOVE WS-Usuario TO AB-Usuario
                   REWRITE AB-Rec
                   IF WS-Bonificacion > 0 THEN
                       DISPLAY "Acuerdo liquidado: credito a cuenta "
                           "del proveedor, pago " WS-NumeroPago "."
                   ELSE
                       DISPLAY "Acuerdo liquidado sin bonificacion "
                           "(no alcanzo el primer tramo)."
                   END-IF
               END-IF
           END-IF
       EXIT.


       Acreditar-Proveedor.
           MOVE 'N' TO WS-PagoOk
           PERFORM Abrir-Pagos
           IF WS-PagosStatus = "00" THEN
               MOVE WS-ProximoPago TO WS-NumeroPago
               INITIALIZE PP-Rec
               MOVE WS-NumeroPago TO PP-Numero
               MOVE 0 TO PP-Linea
               MOVE AB-Proveedor TO PP-Proveedor
               MOVE WS-Bonificacion TO PP-Importe
               MOVE WS-Bonificacion TO PP-A-Cuenta
               STRING "BONIF ACUERDO " AB-Numero DELIMITED SIZE
                   INTO PP-Referencia
               MOVE WS-HoyNum(1:4) TO PP-Ano
               MOVE WS-HoyNum(5:2) TO PP-Mes
               MOVE WS-HoyNum(7:2) TO PP-Dia
               MOVE WS-Usuario TO PP-Usuario
               WRITE PP-Rec
               IF WS-PagosStatus = "00" THEN
                   ADD 1 TO WS-ProximoPago
                   PERFORM Guardar-Proximo-Pago
                   MOVE 'S' TO WS-PagoOk
               ELSE
                   CALL "Errores" USING WS-PagosStatus
               END-IF
               CLOSE PagosProv
           END-IF
       EXIT.


      *> Avance de los acuerdos vigentes: volumen comprado a hoy,
      *> tramo alcanzado y cuanto falta comprar para el siguiente,
      *> para que compras pueda adelantar una orden y llegar.
       Informe-Avance.
           DISPLAY "Proveedor (Enter = todos): "
           MOVE SPACES TO WS-ProvBuscado
           ACCEPT WS-ProvBuscado
           OPEN INPUT Acuerdos
           IF WS-AcuerdosStatus NOT = "00" THEN
               DISPLAY "No hay acuerdos de bonificacion registrados."
           ELSE
               MOVE WS-ProvBuscado TO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               STRING "AVANCE DE BONIFICACIONES POR VOLUMEN AL "
                   WS-HoyNum DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE "Volumen: recepciones valorizadas al costo de la "
                   & "orden de compra, desde el inicio de la vigencia."
                   TO WS-Linea
               PERFORM Escribir-Linea
               PERFORM Escribir-Linea
               MOVE 0 TO WS-Acuerdos
               OPEN INPUT Proveedores
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Acuerdos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF AB-Numero > 0 AND
                                   AB-Estado = "VIGENTE" AND
                                   (WS-ProvBuscado = SPACES OR
                                   AB-Proveedor = WS-ProvBuscado)
                                   THEN
                               PERFORM Informar-Acuerdo
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Proveedores
               STRING "Acuerdos vigentes informados: " WS-Acuerdos
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               CLOSE Acuerdos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Informar-Acuerdo.
           ADD 1 TO WS-Acuerdos
           MOVE SPACES TO WS-NombreProv
           IF WS-ProvStatus = "00" THEN
               MOVE AB-Proveedor TO PROV-Codigo
               READ Proveedores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROV-Nombre TO WS-NombreProv
               END-READ
           END-IF
           MOVE AB-Desde TO WS-VolDesde
           IF AB-Hasta < WS-HoyNum THEN
               MOVE AB-Hasta TO WS-VolHasta
           ELSE
               MOVE WS-HoyNum TO WS-VolHasta
           END-IF
           PERFORM Calcular-Volumen
           PERFORM Buscar-Tramo
           COMPUTE WS-Bonificacion ROUNDED =
               WS-Volumen * WS-PctActual / 100
           MOVE 0 TO WS-DiasRestantes
           IF AB-Hasta > WS-HoyNum THEN
               COMPUTE WS-DiasRestantes =
                   FUNCTION INTEGER-OF-DATE(AB-Hasta) - WS-HoyInt
           END-IF
           MOVE WS-DiasRestantes TO WS-DiasEd
           STRING "Acuerdo " AB-Numero "  " AB-Proveedor " "
               WS-NombreProv(1:30) " " AB-Descripcion
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "  Vigencia " AB-Desde " a " AB-Hasta
               "  dias restantes " WS-DiasEd
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE WS-Volumen TO WS-ImporteEd
           MOVE WS-PctActual TO WS-PctEd
           MOVE WS-Bonificacion TO WS-ImporteEd2
           MOVE AB-Devengado TO WS-ImporteEd3
           STRING "  Comprado " WS-ImporteEd "  tramo "
               WS-TramoActual " (" WS-PctEd "%)  bonificacion "
               WS-ImporteEd2 "  devengado " WS-ImporteEd3
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-HayProximo = 'S' THEN
               COMPUTE WS-Falta = WS-ProxUmbral - WS-Volumen
               COMPUTE WS-BonifProxima ROUNDED =
                   WS-ProxUmbral * WS-ProxPct / 100
               MOVE WS-ProxUmbral TO WS-ImporteEd
               MOVE WS-ProxPct TO WS-PctEd2
               MOVE WS-Falta TO WS-ImporteEd2
               MOVE WS-BonifProxima TO WS-ImporteEd3
               STRING "  Proximo tramo " WS-ProxTramo " desde "
                   WS-ImporteEd " (" WS-PctEd2 "%)  falta comprar "
                   WS-ImporteEd2 "  bonificacion minima "
                   WS-ImporteEd3 DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           ELSE
               MOVE "  Tramo maximo alcanzado." TO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
