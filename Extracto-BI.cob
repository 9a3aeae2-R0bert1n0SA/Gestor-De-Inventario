       IDENTIFICATION DIVISION.
       PROGRAM-ID. Extracto-BI AS "Extracto-BI".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Movimientos ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-Clave
               FILE STATUS IS WS-MovStatus.

           SELECT Facturas ASSIGN TO 'Facturas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Clave
               FILE STATUS IS WS-FacturasStatus.

           SELECT RecepcionesCompra
               ASSIGN TO 'Recepciones-Compra.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RecCompraStatus.

           SELECT Proveedores ASSIGN TO 'Proveedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT Clientes ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-Codigo
               FILE STATUS IS WS-ClientesStatus.

           SELECT Categorias ASSIGN TO 'Categorias.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-Nombre
               FILE STATUS IS WS-CatStatus.

           SELECT Rubros ASSIGN TO 'Rubros.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-Nombre
               FILE STATUS IS WS-RubrosStatus.

           SELECT Sucursales ASSIGN TO 'Sucursales.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-Codigo
               FILE STATUS IS WS-SucStatus.

           SELECT UbicMaster ASSIGN TO 'Ubicaciones-Master.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UB-Codigo
               FILE STATUS IS WS-UbicStatus.

           SELECT Checkpoint ASSIGN TO 'Extracto-BI.CKP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CheckpointStatus.

           SELECT Trabajo ASSIGN TO 'Extracto-BI.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TrabajoStatus.

           SELECT Extracto ASSIGN TO WS-NombreExtracto
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ExtractoStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Productos.
           COPY PRODUCTO.

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  Facturas.
           COPY FACTURA.

       FD  RecepcionesCompra.
           COPY RECEPCION-COMPRA.

       FD  Proveedores.
           COPY PROVEEDOR.

       FD  Clientes.
           COPY CLIENTE.

       FD  Categorias.
      *>  Mismos layouts que declaran Rubros.cob, Sucursales.cob y
      *>  Ubicaciones-Admin.cob para sus archivos.
       01  Cat-Rec.
           05 CAT-Nombre               PIC X(20).
           05 CAT-Rubro                PIC X(20).

       FD  Rubros.
       01  Rubro-Rec.
           05 RU-Nombre                PIC X(20).
           05 RU-Descripcion           PIC X(40).

       FD  Sucursales.
       01  SU-Rec.
           05 SU-Codigo                PIC X(4).
           05 SU-Nombre                PIC X(30).
           05 SU-Punto-Venta           PIC 9(4).
           05 SU-Ultimo-A              PIC 9(8).
           05 SU-Ultimo-B              PIC 9(8).
           05 SU-Ultimo-C              PIC 9(8).

       FD  UbicMaster.
       01  UB-Rec.
           05 UB-Codigo                PIC X(20).
           05 UB-Descripcion           PIC X(40).
           05 UB-Capacidad             PIC 9(7).

       FD  Checkpoint.
       01  CK-Rec.
      *>  Una marca por fuente incremental: MOVIMIENTOS guarda la
      *>  fecha y hora (AAAAMMDDHHMMSS) del ultimo movimiento
      *>  extraido, FACTURAS el numero de factura hasta el que
      *>  ninguna espera el CAE, RECEPCIONES la cantidad de
      *>  registros ya leidos de Recepciones-Compra.DAT (el archivo
      *>  solo crece) y FECHAS el ultimo dia cargado en la
      *>  dimension de fechas.
           05 CK-Fuente                PIC X(20).
           05 CK-Marca                 PIC 9(14).

       FD  Trabajo.
       01  TR-Linea                    PIC X(400).

       FD  Extracto.
       01  EX-Linea                    PIC X(400).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ProductosStatus   PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-FacturasStatus    PIC XX.
               05 WS-RecCompraStatus   PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-CatStatus         PIC XX.
               05 WS-RubrosStatus      PIC XX.
               05 WS-SucStatus         PIC XX.
               05 WS-UbicStatus        PIC XX.
               05 WS-CheckpointStatus  PIC XX.
               05 WS-TrabajoStatus     PIC XX.
               05 WS-ExtractoStatus    PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Trabajo       PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoyInt                PIC 9(9).
           01 WS-HoraActual            PIC 9(8).
           01 WS-HoraNum               PIC 9(6).
           01 WS-Usuario               PIC X(10).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Respuesta             PIC X(1).
           01 WS-Delim                 PIC X(1) VALUE "|".

      *>   Marcas de la corrida anterior y las que deja esta.
           01 WS-MarcaMov              PIC 9(14) VALUE 0.
           01 WS-MarcaFacturas         PIC 9(14) VALUE 0.
           01 WS-MarcaRecepciones      PIC 9(14) VALUE 0.
           01 WS-MarcaFechas           PIC 9(14) VALUE 0.
           01 WS-NuevaMov              PIC 9(14).
           01 WS-NuevaFacturas         PIC 9(14).
           01 WS-FacturaRetenida       PIC 9(14).
           01 WS-NuevaRecepciones      PIC 9(14).
           01 WS-NuevaFechas           PIC 9(14).
           01 WS-EventoNum             PIC 9(14).
           01 WS-FechaMin              PIC 9(8).

      *>   Archivo que se esta armando.
           01 WS-NombreExtracto        PIC X(40).
           01 WS-Columnas              PIC X(400).
           01 WS-Modo                  PIC X(11).
           01 WS-Desde                 PIC 9(14).
           01 WS-Linea                 PIC X(400).
           01 WS-Filas                 PIC 9(7).
           01 WS-FilasEd               PIC Z(6)9.
           01 WS-Archivos              PIC 9(7) VALUE 0.
           01 WS-FilasHechos           PIC 9(7) VALUE 0.
           01 WS-FilasDimensiones      PIC 9(7) VALUE 0.
           01 WS-ErrorExtracto         PIC X(1) VALUE 'N'.

      *>   Informe de control de la corrida (Registro-Informes).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "BI-DIARIO".
           01 WS-ParamInf              PIC X(40).
           01 WS-LineaInf              PIC X(120).

      *>   Control de trabajos.
           01 WS-JobNombre             PIC X(20) VALUE "EXTRACTO-BI".
           01 WS-JobC1                 PIC 9(7) VALUE 0.
           01 WS-JobC2                 PIC 9(7) VALUE 0.
           01 WS-JobC3                 PIC 9(7) VALUE 0.
           01 WS-JobOk                 PIC X(1).

      *>   Campos editados para las columnas numericas.
           01 WS-CantEd                PIC Z(6)9.
           01 WS-VariacionEd           PIC -(7)9.
           01 WS-PrecioEd              PIC Z(4)9.99.
           01 WS-PrecioEd2             PIC Z(4)9.99.
           01 WS-ImporteEd             PIC Z(12)9.99.
           01 WS-TasaEd                PIC Z9.99.
           01 WS-LimiteEd              PIC Z(8)9.99.
           01 WS-LeadEd                PIC ZZ9.
           01 WS-DemoraEd              PIC -(5)9.
           01 WS-Variacion             PIC S9(8).
           01 WS-Demora                PIC S9(6).
           01 WS-Valor                 PIC 9(13)V99.

      *>   Cabecera de la factura cuyas lineas se estan leyendo.
           01 WS-FacCabecera.
               05 WS-FC-Numero         PIC 9(6).
               05 WS-FC-Cliente        PIC X(10).
               05 WS-FC-Fecha          PIC 9(8).
               05 WS-FC-Sucursal       PIC X(4).
               05 WS-FC-Vendedor       PIC X(10).
               05 WS-FC-Estado-CAE     PIC X(10).
               05 WS-FC-Comprobante    PIC X(16).

      *>   Recepciones: posicion del registro en el archivo, que es
      *>   su clave estable.
           01 WS-PosRecepcion          PIC 9(9).

      *>   Stock por ubicacion del producto.
           01 WS-UB-Idx                PIC 9(1).
           01 WS-UbicacionFila         PIC X(20).
           01 WS-StockFila             PIC 9(7).

      *>   Proveedores: el producto guarda el nombre, la dimension
      *>   lleva el codigo.
           01 WS-ProvTabla.
               05 WS-PV-Entry OCCURS 500 TIMES.
                   10 WS-PV-Codigo         PIC X(10).
                   10 WS-PV-Nombre         PIC X(50).
           01 WS-PVUsados              PIC 9(3) VALUE 0.
           01 WS-PV-Idx                PIC 9(3).
           01 WS-ProvCodigo            PIC X(10).

      *>   Dimension de fechas.
           01 WS-DiaInt                PIC 9(9).
           01 WS-DesdeInt              PIC 9(9).
           01 WS-FechaGen              PIC 9(8).
           01 WS-FechaGen-R REDEFINES WS-FechaGen.
               05 WS-FG-Ano            PIC 9(4).
               05 WS-FG-Mes            PIC 9(2).
               05 WS-FG-Dia            PIC 9(2).
           01 WS-Trimestre             PIC 9(1).
           01 WS-DiaSemana             PIC 9(1).
           01 WS-DiasNombres-Valores.
               05 FILLER               PIC X(9) VALUE "LUNES".
               05 FILLER               PIC X(9) VALUE "MARTES".
               05 FILLER               PIC X(9) VALUE "MIERCOLES".
               05 FILLER               PIC X(9) VALUE "JUEVES".
               05 FILLER               PIC X(9) VALUE "VIERNES".
               05 FILLER               PIC X(9) VALUE "SABADO".
               05 FILLER               PIC X(9) VALUE "DOMINGO".
           01 WS-DiasNombres REDEFINES WS-DiasNombres-Valores.
               05 WS-DiaNombre         PIC X(9) OCCURS 7 TIMES.
           01 WS-SucCal                PIC X(4) VALUE "CENT".
           01 WS-DiasCal               PIC 9(5).
           01 WS-FechaCal              PIC 9(8).
           01 WS-Laborable             PIC X(1).
           01 WS-CentHallada           PIC X(1).

       LINKAGE SECTION.
      *> Flag 1: corrida nocturna sin operador (la lanza el cierre
      *>         diario). Otro valor: menu para correrlo a mano y
      *>         ver o reiniciar las marcas incrementales.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           IF LK-Flag = 1 THEN
               SET ENVIRONMENT "TRABAJOS_MODO" TO "BATCH"
               PERFORM Ejecutar-Extracto
               SET ENVIRONMENT "TRABAJOS_MODO" TO " "
           ELSE
               PERFORM Menu-Extracto
           END-IF
       EXIT PROGRAM.


       Menu-Extracto.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Extracto para analisis (BI) -------"
               DISPLAY "1. Generar el extracto ahora"
               DISPLAY "2. Ver las marcas de la ultima corrida"
               DISPLAY "3. Reiniciar: proxima corrida completa"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Ejecutar-Extracto
                       DISPLAY "Presione Enter para continuar"
                       ACCEPT WS-EnterT
                   WHEN 2
                       PERFORM Leer-Checkpoint
                       DISPLAY "Movimientos hasta:  " WS-MarcaMov
                       DISPLAY "Facturas hasta nro: " WS-MarcaFacturas
                       DISPLAY "Recepciones leidas: "
                           WS-MarcaRecepciones
                       DISPLAY "Fechas hasta:       " WS-MarcaFechas
                       DISPLAY "Presione Enter para continuar"
                       ACCEPT WS-EnterT
                   WHEN 3
                       PERFORM Reiniciar-Marcas
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Reiniciar-Marcas.
           DISPLAY "La proxima corrida vuelve a extraer toda la "
               "historia. Confirma (S/N): "
           ACCEPT WS-Respuesta
           IF WS-Respuesta = "S" OR WS-Respuesta = "s" THEN
               OPEN OUTPUT Checkpoint
               CLOSE Checkpoint
               DISPLAY "Marcas reiniciadas."
           END-IF
       EXIT.


      *> Archivos que deja la corrida (separados por "|", con una
      *> cabecera "#BI|archivo|fecha|hora|registros|modo|desde"
      *> y la fila de nombres de columna):
      *>   dimensiones completas, mismo nombre cada noche:
      *>     BI-DIM-PRODUCTO.CSV, BI-DIM-CATEGORIA.CSV (categoria y
      *>     su rubro), BI-DIM-PROVEEDOR.CSV, BI-DIM-CLIENTE.CSV,
      *>     BI-DIM-SUCURSAL.CSV, BI-DIM-UBICACION.CSV;
      *>   incrementales, con la fecha de la corrida en el nombre
      *>   para que una noche sin levantar no pierda filas:
      *>     BI-FACT-MOVIMIENTOS-, BI-FACT-FACTURAS-,
      *>     BI-FACT-RECEPCIONES- y BI-DIM-FECHA-AAAAMMDD.CSV;
      *>   foto del dia: BI-FACT-STOCK-AAAAMMDD.CSV.
       Ejecutar-Extracto.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
           ACCEPT WS-HoraActual FROM TIME
           DIVIDE WS-HoraActual BY 100 GIVING WS-HoraNum
           CALL "Control-Trabajos" USING 1, WS-JobNombre,
               WS-JobC1, WS-JobC2, WS-JobC3, WS-JobOk
           IF WS-JobOk NOT = 'S' THEN
               DISPLAY "Corrida cancelada."
           ELSE
               MOVE 0 TO WS-Archivos
               MOVE 0 TO WS-FilasHechos
               MOVE 0 TO WS-FilasDimensiones
               MOVE 'N' TO WS-ErrorExtracto
               MOVE 99999999 TO WS-FechaMin
               PERFORM Leer-Checkpoint
               PERFORM Abrir-Informe
               PERFORM Cargar-Proveedores
               PERFORM Extraer-Movimientos
               PERFORM Extraer-Facturas
               PERFORM Extraer-Recepciones
               PERFORM Extraer-Stock
               PERFORM Extraer-Productos
               PERFORM Extraer-Categorias
               PERFORM Extraer-Proveedores
               PERFORM Extraer-Clientes
               PERFORM Extraer-Sucursales
               PERFORM Extraer-Ubicaciones
               PERFORM Extraer-Fechas
      *>       Si algun archivo no se pudo escribir las marcas no
      *>       avanzan: la proxima corrida repite el tramo.
               IF WS-ErrorExtracto = 'N' THEN
                   PERFORM Guardar-Checkpoint
               ELSE
                   MOVE "Marcas sin avanzar por error de escritura."
                       TO WS-LineaInf
                   PERFORM Escribir-Informe
               END-IF
               PERFORM Cerrar-Informe
               MOVE WS-FilasHechos TO WS-JobC1
               MOVE WS-FilasDimensiones TO WS-JobC2
               MOVE WS-Archivos TO WS-JobC3
               CALL "Control-Trabajos" USING 2, WS-JobNombre,
                   WS-JobC1, WS-JobC2, WS-JobC3, WS-JobOk
               DISPLAY "Extracto BI: " WS-Archivos " archivos, "
                   WS-FilasHechos " filas de hechos, "
                   WS-FilasDimensiones " de dimensiones."
               DISPLAY "Control en " FUNCTION TRIM(WS-NombreInforme)
           END-IF
       EXIT.


       Leer-Checkpoint.
           MOVE 0 TO WS-MarcaMov
           MOVE 0 TO WS-MarcaFacturas
           MOVE 0 TO WS-MarcaRecepciones
           MOVE 0 TO WS-MarcaFechas
           OPEN INPUT Checkpoint
           IF WS-CheckpointStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Checkpoint
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           EVALUATE CK-Fuente
                               WHEN "MOVIMIENTOS"
                                   MOVE CK-Marca TO WS-MarcaMov
                               WHEN "FACTURAS"
                                   MOVE CK-Marca TO WS-MarcaFacturas
                               WHEN "RECEPCIONES"
                                   MOVE CK-Marca
                                       TO WS-MarcaRecepciones
                               WHEN "FECHAS"
                                   MOVE CK-Marca TO WS-MarcaFechas
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Checkpoint
           END-IF
           MOVE WS-MarcaMov TO WS-NuevaMov
           MOVE WS-MarcaFacturas TO WS-NuevaFacturas
           MOVE WS-MarcaRecepciones TO WS-NuevaRecepciones
           MOVE WS-MarcaFechas TO WS-NuevaFechas
       EXIT.


       Guardar-Checkpoint.
           OPEN OUTPUT Checkpoint
           MOVE "MOVIMIENTOS" TO CK-Fuente
           MOVE WS-NuevaMov TO CK-Marca
           WRITE CK-Rec
           MOVE "FACTURAS" TO CK-Fuente
           MOVE WS-NuevaFacturas TO CK-Marca
           WRITE CK-Rec
           MOVE "RECEPCIONES" TO CK-Fuente
           MOVE WS-NuevaRecepciones TO CK-Marca
           WRITE CK-Rec
           MOVE "FECHAS" TO CK-Fuente
           MOVE WS-NuevaFechas TO CK-Marca
           WRITE CK-Rec
           CLOSE Checkpoint
       EXIT.


       Abrir-Informe.
           MOVE SPACES TO WS-ParamInf
           STRING "movimientos desde " WS-MarcaMov
               DELIMITED SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           MOVE SPACES TO WS-LineaInf
           STRING "EXTRACTO PARA ANALISIS (BI) - CORRIDA DEL "
               WS-HoyNum " " WS-HoraNum
               DELIMITED SIZE INTO WS-LineaInf
           PERFORM Escribir-Informe
           MOVE "ARCHIVO                                  MODO"
               & "        REGISTROS  DESDE" TO WS-LineaInf
           PERFORM Escribir-Informe
       EXIT.


       Escribir-Informe.
           MOVE WS-LineaInf TO Inf-Linea
           WRITE Inf-Linea
           MOVE SPACES TO WS-LineaInf
       EXIT.


       Cerrar-Informe.
           MOVE SPACES TO WS-LineaInf
           STRING "Total: " WS-Archivos " archivos, "
               WS-FilasHechos " filas de hechos, "
               WS-FilasDimensiones " filas de dimensiones."
               DELIMITED SIZE INTO WS-LineaInf
           PERFORM Escribir-Informe
           CLOSE Informe
       EXIT.


      *> Las filas de cada archivo se juntan en Extracto-BI.TMP;
      *> al publicarlo ya se sabe cuantas son y la cabecera sale
      *> con la cantidad.
       Iniciar-Extracto.
           MOVE 0 TO WS-Filas
           OPEN OUTPUT Trabajo
           IF WS-TrabajoStatus NOT = "00" THEN
               MOVE 'S' TO WS-ErrorExtracto
           END-IF
           MOVE SPACES TO WS-Linea
       EXIT.


       Escribir-Fila.
           MOVE WS-Linea TO TR-Linea
           WRITE TR-Linea
           ADD 1 TO WS-Filas
           MOVE SPACES TO WS-Linea
       EXIT.


       Publicar-Extracto.
           CLOSE Trabajo
           OPEN OUTPUT Extracto
           IF WS-ExtractoStatus NOT = "00" THEN
               MOVE 'S' TO WS-ErrorExtracto
               CALL "Errores" USING WS-ExtractoStatus
           ELSE
               MOVE WS-Filas TO WS-FilasEd
               MOVE SPACES TO WS-Linea
               STRING "#BI" WS-Delim
                   FUNCTION TRIM(WS-NombreExtracto) WS-Delim
                   WS-HoyNum WS-Delim WS-HoraNum WS-Delim
                   FUNCTION TRIM(WS-FilasEd) WS-Delim
                   FUNCTION TRIM(WS-Modo) WS-Delim WS-Desde
                   DELIMITED SIZE INTO WS-Linea
               MOVE WS-Linea TO EX-Linea
               WRITE EX-Linea
               MOVE WS-Columnas TO EX-Linea
               WRITE EX-Linea
               OPEN INPUT Trabajo
               IF WS-TrabajoStatus NOT = "00" THEN
                   MOVE 'S' TO WS-ErrorExtracto
                   MOVE 'Y' TO WS-EOF-Trabajo
               END-IF
               PERFORM UNTIL WS-EOF-Trabajo = 'Y'
                   READ Trabajo
                       AT END
                           MOVE 'Y' TO WS-EOF-Trabajo
                       NOT AT END
                           MOVE TR-Linea TO EX-Linea
                           WRITE EX-Linea
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Trabajo
               CLOSE Trabajo
               CLOSE Extracto
               ADD 1 TO WS-Archivos
           END-IF
           MOVE SPACES TO WS-LineaInf
           STRING WS-NombreExtracto " " WS-Modo " " WS-Filas
               "  " WS-Desde
               DELIMITED SIZE INTO WS-LineaInf
           PERFORM Escribir-Informe
           MOVE SPACES TO WS-Linea
       EXIT.


       Nombre-Con-Fecha.
           MOVE SPACES TO WS-NombreExtracto
           STRING FUNCTION TRIM(WS-Linea) "-" WS-HoyNum ".CSV"
               DELIMITED SIZE INTO WS-NombreExtracto
           MOVE SPACES TO WS-Linea
       EXIT.


       Anotar-Fecha-Min.
           IF WS-FechaGen > 0 AND WS-FechaGen < WS-FechaMin THEN
               MOVE WS-FechaGen TO WS-FechaMin
           END-IF
       EXIT.


      *> Hechos: movimientos posteriores a la marca. La clave de la
      *> fila es la del diario (producto, fecha, hora, secuencia).
       Extraer-Movimientos.
           MOVE "BI-FACT-MOVIMIENTOS" TO WS-Linea
           PERFORM Nombre-Con-Fecha
           MOVE "INCREMENTAL" TO WS-Modo
           MOVE WS-MarcaMov TO WS-Desde
           MOVE "movimiento|fecha|hora|producto|operacion|usuario|"
               & "sucursal|stock_antes|stock_despues|variacion|"
               & "precio_antes|precio_despues|motivo|corrida"
               TO WS-Columnas
           PERFORM Iniciar-Extracto
           OPEN INPUT Movimientos
           IF WS-MovStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Movimientos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           COMPUTE WS-EventoNum =
                               (((MOV-Ano * 10000) +
                               (MOV-Mes * 100) + MOV-Dia)
                               * 1000000)
                               + (MOV-HH * 10000)
                               + (MOV-MM * 100) + MOV-SS
                           IF WS-EventoNum > WS-MarcaMov THEN
                               PERFORM Fila-Movimiento
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Movimientos
           END-IF
           ADD WS-Filas TO WS-FilasHechos
           PERFORM Publicar-Extracto
       EXIT.


       Fila-Movimiento.
           IF WS-EventoNum > WS-NuevaMov THEN
               MOVE WS-EventoNum TO WS-NuevaMov
           END-IF
           MOVE MOV-Fecha TO WS-FechaGen
           PERFORM Anotar-Fecha-Min
           COMPUTE WS-Variacion = MOV-Stock-Despues - MOV-Stock-Antes
           MOVE WS-Variacion TO WS-VariacionEd
           MOVE MOV-Precio-Antes TO WS-PrecioEd
           MOVE MOV-Precio-Despues TO WS-PrecioEd2
           MOVE SPACES TO WS-Linea
           STRING FUNCTION TRIM(MOV-Product-ID) "-" MOV-Fecha
               MOV-Hora MOV-Secuencia WS-Delim
               MOV-Fecha WS-Delim MOV-Hora WS-Delim
               FUNCTION TRIM(MOV-Product-ID) WS-Delim
               FUNCTION TRIM(MOV-Operacion) WS-Delim
               FUNCTION TRIM(MOV-Usuario) WS-Delim
               FUNCTION TRIM(MOV-Sucursal) WS-Delim
               MOV-Stock-Antes WS-Delim MOV-Stock-Despues WS-Delim
               FUNCTION TRIM(WS-VariacionEd) WS-Delim
               FUNCTION TRIM(WS-PrecioEd) WS-Delim
               FUNCTION TRIM(WS-PrecioEd2) WS-Delim
               FUNCTION TRIM(MOV-Motivo) WS-Delim MOV-Corrida
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Fila
       EXIT.


      *> Hechos: lineas de las facturas con numero mayor a la
      *> marca. Cada linea lleva los datos de su cabecera (que la
      *> precede en la clave) y el estado del CAE, para que el
      *> analisis filtre las no autorizadas. La marca no pasa de
      *> la primera factura PENDIENTE o RECHAZADA (puede
      *> reenviarse): desde ella todo sale de nuevo en la proxima
      *> corrida, asi que la carga reemplaza las filas por factura
      *> y linea.
       Extraer-Facturas.
           MOVE "BI-FACT-FACTURAS" TO WS-Linea
           PERFORM Nombre-Con-Fecha
           MOVE "INCREMENTAL" TO WS-Modo
           MOVE WS-MarcaFacturas TO WS-Desde
           MOVE "factura|linea|fecha|cliente|sucursal|vendedor|"
               & "producto|cantidad|precio_unitario|importe_neto|"
               & "tasa_iva|costo_unitario|comprobante|estado_cae"
               TO WS-Columnas
           PERFORM Iniciar-Extracto
           INITIALIZE WS-FacCabecera
           MOVE 0 TO WS-FacturaRetenida
           OPEN INPUT Facturas
           IF WS-FacturasStatus = "00" THEN
               COMPUTE FA-Numero = WS-MarcaFacturas + 1
               MOVE 0 TO FA-Linea
               START Facturas KEY IS NOT LESS THAN FA-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Facturas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF FA-Numero > 0 THEN
                               PERFORM Fila-Factura
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Facturas
           END-IF
           IF WS-FacturaRetenida > 0 AND
                   WS-NuevaFacturas >= WS-FacturaRetenida THEN
               COMPUTE WS-NuevaFacturas = WS-FacturaRetenida - 1
           END-IF
           ADD WS-Filas TO WS-FilasHechos
           PERFORM Publicar-Extracto
       EXIT.


       Fila-Factura.
           IF FA-Numero > WS-NuevaFacturas THEN
               MOVE FA-Numero TO WS-NuevaFacturas
           END-IF
           IF FA-Linea = 0 THEN
               MOVE FA-Numero TO WS-FC-Numero
               MOVE FA-Cliente TO WS-FC-Cliente
               MOVE FA-Fecha TO WS-FC-Fecha
               MOVE FA-Sucursal TO WS-FC-Sucursal
               MOVE FA-Vendedor TO WS-FC-Vendedor
               MOVE FA-Estado-CAE TO WS-FC-Estado-CAE
               IF (FA-Estado-CAE = "PENDIENTE" OR
                       FA-Estado-CAE = "RECHAZADA") AND
                       WS-FacturaRetenida = 0 THEN
                   MOVE FA-Numero TO WS-FacturaRetenida
               END-IF
               IF WS-FC-Estado-CAE = SPACES THEN
                   MOVE "AUTORIZADA" TO WS-FC-Estado-CAE
               END-IF
               MOVE SPACES TO WS-FC-Comprobante
               IF FA-Letra NOT = SPACES THEN
                   STRING FA-Letra "-" FA-Punto-Venta "-"
                       FA-Numero-Legal
                       DELIMITED SIZE INTO WS-FC-Comprobante
               END-IF
               MOVE WS-FC-Fecha TO WS-FechaGen
               PERFORM Anotar-Fecha-Min
           ELSE
               IF FA-Numero NOT = WS-FC-Numero THEN
                   INITIALIZE WS-FacCabecera
                   MOVE FA-Numero TO WS-FC-Numero
                   MOVE FA-Cliente TO WS-FC-Cliente
                   MOVE FA-Fecha TO WS-FC-Fecha
               END-IF
               MOVE FA-Cantidad TO WS-CantEd
               MOVE FA-Precio-Unitario TO WS-PrecioEd
               MOVE FA-Importe TO WS-ImporteEd
               MOVE FA-Tasa-IVA TO WS-TasaEd
               MOVE FA-Costo-Unitario TO WS-PrecioEd2
               MOVE SPACES TO WS-Linea
               STRING FA-Numero WS-Delim FA-Linea WS-Delim
                   WS-FC-Fecha WS-Delim
                   FUNCTION TRIM(WS-FC-Cliente) WS-Delim
                   FUNCTION TRIM(WS-FC-Sucursal) WS-Delim
                   FUNCTION TRIM(WS-FC-Vendedor) WS-Delim
                   FUNCTION TRIM(FA-Product-ID) WS-Delim
                   FUNCTION TRIM(WS-CantEd) WS-Delim
                   FUNCTION TRIM(WS-PrecioEd) WS-Delim
                   FUNCTION TRIM(WS-ImporteEd) WS-Delim
                   FUNCTION TRIM(WS-TasaEd) WS-Delim
                   FUNCTION TRIM(WS-PrecioEd2) WS-Delim
                   FUNCTION TRIM(WS-FC-Comprobante) WS-Delim
                   FUNCTION TRIM(WS-FC-Estado-CAE)
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Fila
           END-IF
       EXIT.


      *> Hechos: recepciones agregadas al historico desde la
      *> corrida anterior. La clave de la fila es la posicion del
      *> registro en Recepciones-Compra.DAT, que solo crece.
       Extraer-Recepciones.
           MOVE "BI-FACT-RECEPCIONES" TO WS-Linea
           PERFORM Nombre-Con-Fecha
           MOVE "INCREMENTAL" TO WS-Modo
           MOVE WS-MarcaRecepciones TO WS-Desde
           MOVE "recepcion|fecha|orden|linea_oc|proveedor|producto|"
               & "cantidad|fecha_emision|fecha_compromiso|"
               & "dias_demora|usuario"
               TO WS-Columnas
           PERFORM Iniciar-Extracto
           MOVE 0 TO WS-PosRecepcion
           OPEN INPUT RecepcionesCompra
           IF WS-RecCompraStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ RecepcionesCompra
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           ADD 1 TO WS-PosRecepcion
                           IF WS-PosRecepcion > WS-MarcaRecepciones
                                   THEN
                               PERFORM Fila-Recepcion
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE RecepcionesCompra
               MOVE WS-PosRecepcion TO WS-NuevaRecepciones
           END-IF
           ADD WS-Filas TO WS-FilasHechos
           PERFORM Publicar-Extracto
       EXIT.


       Fila-Recepcion.
           MOVE RC-Fecha TO WS-FechaGen
           PERFORM Anotar-Fecha-Min
           MOVE 0 TO WS-Demora
           IF RC-Fecha-Compromiso > 0 AND RC-Fecha > 0 THEN
               COMPUTE WS-Demora =
                   FUNCTION INTEGER-OF-DATE(RC-Fecha) -
                   FUNCTION INTEGER-OF-DATE(RC-Fecha-Compromiso)
           END-IF
           MOVE WS-Demora TO WS-DemoraEd
           MOVE RC-Cantidad TO WS-CantEd
           MOVE SPACES TO WS-Linea
           STRING WS-PosRecepcion WS-Delim RC-Fecha WS-Delim
               RC-Orden WS-Delim RC-Linea WS-Delim
               FUNCTION TRIM(RC-Proveedor) WS-Delim
               FUNCTION TRIM(RC-Product-ID) WS-Delim
               FUNCTION TRIM(WS-CantEd) WS-Delim
               RC-Fecha-Emision WS-Delim RC-Fecha-Compromiso
               WS-Delim FUNCTION TRIM(WS-DemoraEd) WS-Delim
               FUNCTION TRIM(RC-Usuario)
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Fila
       EXIT.


      *> Hechos: foto del stock del dia por producto y ubicacion
      *> (una fila por ubicacion con stock; los productos sin
      *> detalle de ubicaciones salen con su ubicacion principal).
       Extraer-Stock.
           MOVE "BI-FACT-STOCK" TO WS-Linea
           PERFORM Nombre-Con-Fecha
           MOVE "FOTO" TO WS-Modo
           MOVE WS-HoyNum TO WS-Desde
           MOVE "fecha|producto|sucursal|ubicacion|stock|moneda|"
               & "costo_promedio|valor_costo|precio_venta"
               TO WS-Columnas
           PERFORM Iniciar-Extracto
           OPEN INPUT Productos
           IF WS-ProductosStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Productos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF P-Estado NOT = "INACTIVO" THEN
                               PERFORM Filas-Stock
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Productos
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
           ADD WS-Filas TO WS-FilasHechos
           PERFORM Publicar-Extracto
       EXIT.


       Filas-Stock.
           IF P-NumUbicaciones = 0 THEN
               MOVE P-Ubicacion TO WS-UbicacionFila
               MOVE P-Stock TO WS-StockFila
               PERFORM Fila-Stock
           ELSE
               PERFORM VARYING WS-UB-Idx FROM 1 BY 1
                       UNTIL WS-UB-Idx > P-NumUbicaciones
                   MOVE P-UbicNombre(WS-UB-Idx) TO WS-UbicacionFila
                   MOVE P-UbicStock(WS-UB-Idx) TO WS-StockFila
                   PERFORM Fila-Stock
               END-PERFORM
           END-IF
       EXIT.


       Fila-Stock.
           COMPUTE WS-Valor = WS-StockFila * P-Costo-Promedio
           MOVE WS-StockFila TO WS-CantEd
           MOVE P-Costo-Promedio TO WS-PrecioEd
           MOVE WS-Valor TO WS-ImporteEd
           MOVE P-Precio-Venta TO WS-PrecioEd2
           MOVE SPACES TO WS-Linea
           STRING WS-HoyNum WS-Delim
               FUNCTION TRIM(Product-ID) WS-Delim
               FUNCTION TRIM(P-Sucursal) WS-Delim
               FUNCTION TRIM(WS-UbicacionFila) WS-Delim
               FUNCTION TRIM(WS-CantEd) WS-Delim
               FUNCTION TRIM(P-Moneda) WS-Delim
               FUNCTION TRIM(WS-PrecioEd) WS-Delim
               FUNCTION TRIM(WS-ImporteEd) WS-Delim
               FUNCTION TRIM(WS-PrecioEd2)
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Fila
       EXIT.


       Cargar-Proveedores.
           MOVE 0 TO WS-PVUsados
           OPEN INPUT Proveedores
           IF WS-ProvStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Proveedores NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF WS-PVUsados < 500 THEN
                               ADD 1 TO WS-PVUsados
                               MOVE PROV-Codigo
                                   TO WS-PV-Codigo(WS-PVUsados)
                               MOVE PROV-Nombre
                                   TO WS-PV-Nombre(WS-PVUsados)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Proveedores
           END-IF
       EXIT.


       Buscar-Proveedor.
           MOVE SPACES TO WS-ProvCodigo
           PERFORM VARYING WS-PV-Idx FROM 1 BY 1
                   UNTIL WS-PV-Idx > WS-PVUsados
                   OR WS-ProvCodigo NOT = SPACES
               IF WS-PV-Nombre(WS-PV-Idx) = P-Proveedor THEN
                   MOVE WS-PV-Codigo(WS-PV-Idx) TO WS-ProvCodigo
               END-IF
           END-PERFORM
       EXIT.


       Extraer-Productos.
           MOVE "BI-DIM-PRODUCTO.CSV" TO WS-NombreExtracto
           MOVE "COMPLETO" TO WS-Modo
           MOVE 0 TO WS-Desde
           MOVE "producto|nombre|categoria|proveedor|"
               & "proveedor_nombre|sucursal|unidad|estado|clase_abc|"
               & "moneda|costo_promedio|precio_venta|stock_minimo|"
               & "stock_maximo|serializado|categoria_iva|fecha_alta"
               TO WS-Columnas
           PERFORM Iniciar-Extracto
           OPEN INPUT Productos
           IF WS-ProductosStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Productos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Fila-Producto
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Productos
           END-IF
           ADD WS-Filas TO WS-FilasDimensiones
           PERFORM Publicar-Extracto
       EXIT.


       Fila-Producto.
           PERFORM Buscar-Proveedor
           MOVE P-Costo-Promedio TO WS-PrecioEd
           MOVE P-Precio-Venta TO WS-PrecioEd2
           MOVE SPACES TO WS-Linea
           STRING FUNCTION TRIM(Product-ID) WS-Delim
               FUNCTION TRIM(P-Nombre) WS-Delim
               FUNCTION TRIM(P-Categoria) WS-Delim
               FUNCTION TRIM(WS-ProvCodigo) WS-Delim
               FUNCTION TRIM(P-Proveedor) WS-Delim
               FUNCTION TRIM(P-Sucursal) WS-Delim
               FUNCTION TRIM(P-Unidad-Medida) WS-Delim
               FUNCTION TRIM(P-Estado) WS-Delim
               FUNCTION TRIM(P-Clase-ABC) WS-Delim
               FUNCTION TRIM(P-Moneda) WS-Delim
               FUNCTION TRIM(WS-PrecioEd) WS-Delim
               FUNCTION TRIM(WS-PrecioEd2) WS-Delim
               P-Stock-Minimo WS-Delim P-Stock-Maximo WS-Delim
               FUNCTION TRIM(P-Serializado) WS-Delim
               FUNCTION TRIM(P-Categoria-IVA) WS-Delim
               P-Fecha-Registro
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Fila
       EXIT.


       Extraer-Categorias.
           MOVE "BI-DIM-CATEGORIA.CSV" TO WS-NombreExtracto
           MOVE "COMPLETO" TO WS-Modo
           MOVE 0 TO WS-Desde
           MOVE "categoria|rubro|rubro_descripcion" TO WS-Columnas
           PERFORM Iniciar-Extracto
           OPEN INPUT Categorias
           IF WS-CatStatus = "00" THEN
               OPEN INPUT Rubros
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Categorias NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Fila-Categoria
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-RubrosStatus = "00" THEN
                   CLOSE Rubros
               END-IF
               CLOSE Categorias
           END-IF
           ADD WS-Filas TO WS-FilasDimensiones
           PERFORM Publicar-Extracto
       EXIT.


       Fila-Categoria.
           MOVE SPACES TO RU-Descripcion
           IF WS-RubrosStatus = "00" AND CAT-Rubro NOT = SPACES THEN
               MOVE CAT-Rubro TO RU-Nombre
               READ Rubros
                   INVALID KEY
                       MOVE SPACES TO RU-Descripcion
               END-READ
           END-IF
           MOVE SPACES TO WS-Linea
           STRING FUNCTION TRIM(CAT-Nombre) WS-Delim
               FUNCTION TRIM(CAT-Rubro) WS-Delim
               FUNCTION TRIM(RU-Descripcion)
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Fila
       EXIT.


       Extraer-Proveedores.
           MOVE "BI-DIM-PROVEEDOR.CSV" TO WS-NombreExtracto
           MOVE "COMPLETO" TO WS-Modo
           MOVE 0 TO WS-Desde
           MOVE "proveedor|nombre|cuit|lead_time|condicion_pago|"
               & "estado" TO WS-Columnas
           PERFORM Iniciar-Extracto
           OPEN INPUT Proveedores
           IF WS-ProvStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Proveedores NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE PROV-Lead-Time TO WS-LeadEd
                           MOVE SPACES TO WS-Linea
                           STRING FUNCTION TRIM(PROV-Codigo) WS-Delim
                               FUNCTION TRIM(PROV-Nombre) WS-Delim
                               FUNCTION TRIM(PROV-CUIT) WS-Delim
                               FUNCTION TRIM(WS-LeadEd) WS-Delim
                               FUNCTION TRIM(PROV-Cond-Pago) WS-Delim
                               FUNCTION TRIM(PROV-Estado)
                               DELIMITED SIZE INTO WS-Linea
                           PERFORM Escribir-Fila
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Proveedores
           END-IF
           ADD WS-Filas TO WS-FilasDimensiones
           PERFORM Publicar-Extracto
       EXIT.


       Extraer-Clientes.
           MOVE "BI-DIM-CLIENTE.CSV" TO WS-NombreExtracto
           MOVE "COMPLETO" TO WS-Modo
           MOVE 0 TO WS-Desde
           MOVE "cliente|nombre|cuit|condicion_iva|jurisdiccion|"
               & "lista|vendedor|limite_credito|estado"
               TO WS-Columnas
           PERFORM Iniciar-Extracto
           OPEN INPUT Clientes
           IF WS-ClientesStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Clientes NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Fila-Cliente
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Clientes
           END-IF
           ADD WS-Filas TO WS-FilasDimensiones
           PERFORM Publicar-Extracto
       EXIT.


       Fila-Cliente.
           MOVE CLI-Limite-Credito TO WS-LimiteEd
           MOVE SPACES TO WS-Linea
           STRING FUNCTION TRIM(CLI-Codigo) WS-Delim
               FUNCTION TRIM(CLI-Nombre) WS-Delim
               FUNCTION TRIM(CLI-CUIT) WS-Delim
               FUNCTION TRIM(CLI-Condicion-IVA) WS-Delim
               FUNCTION TRIM(CLI-Jurisdiccion) WS-Delim
               FUNCTION TRIM(CLI-Lista) WS-Delim
               FUNCTION TRIM(CLI-Vendedor) WS-Delim
               FUNCTION TRIM(WS-LimiteEd) WS-Delim
               FUNCTION TRIM(CLI-Estado)
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Fila
       EXIT.


      *> CENT existe aunque el maestro de sucursales no la tenga.
       Extraer-Sucursales.
           MOVE "BI-DIM-SUCURSAL.CSV" TO WS-NombreExtracto
           MOVE "COMPLETO" TO WS-Modo
           MOVE 0 TO WS-Desde
           MOVE "sucursal|nombre|punto_venta" TO WS-Columnas
           PERFORM Iniciar-Extracto
           MOVE 'N' TO WS-CentHallada
           OPEN INPUT Sucursales
           IF WS-SucStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Sucursales NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF SU-Codigo = "CENT" THEN
                               MOVE 'S' TO WS-CentHallada
                           END-IF
                           MOVE SPACES TO WS-Linea
                           STRING FUNCTION TRIM(SU-Codigo) WS-Delim
                               FUNCTION TRIM(SU-Nombre) WS-Delim
                               SU-Punto-Venta
                               DELIMITED SIZE INTO WS-Linea
                           PERFORM Escribir-Fila
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Sucursales
           END-IF
           IF WS-CentHallada = 'N' THEN
               MOVE SPACES TO WS-Linea
               STRING "CENT" WS-Delim "CASA CENTRAL" WS-Delim "0001"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Fila
           END-IF
           ADD WS-Filas TO WS-FilasDimensiones
           PERFORM Publicar-Extracto
       EXIT.


       Extraer-Ubicaciones.
           MOVE "BI-DIM-UBICACION.CSV" TO WS-NombreExtracto
           MOVE "COMPLETO" TO WS-Modo
           MOVE 0 TO WS-Desde
           MOVE "ubicacion|descripcion|capacidad" TO WS-Columnas
           PERFORM Iniciar-Extracto
           OPEN INPUT UbicMaster
           IF WS-UbicStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ UbicMaster NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE SPACES TO WS-Linea
                           STRING FUNCTION TRIM(UB-Codigo) WS-Delim
                               FUNCTION TRIM(UB-Descripcion)
                               WS-Delim UB-Capacidad
                               DELIMITED SIZE INTO WS-Linea
                           PERFORM Escribir-Fila
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE UbicMaster
           END-IF
           ADD WS-Filas TO WS-FilasDimensiones
           PERFORM Publicar-Extracto
       EXIT.


      *> Dimension de fechas: los dias posteriores al ultimo
      *> cargado, hasta hoy. La primera corrida arranca en el dia
      *> mas viejo de los hechos extraidos.
       Extraer-Fechas.
           MOVE "BI-DIM-FECHA" TO WS-Linea
           PERFORM Nombre-Con-Fecha
           MOVE "INCREMENTAL" TO WS-Modo
           MOVE WS-MarcaFechas TO WS-Desde
           MOVE "fecha|anio|mes|dia|periodo|trimestre|dia_semana|"
               & "nombre_dia|habil_central" TO WS-Columnas
           PERFORM Iniciar-Extracto
           IF WS-MarcaFechas > 0 THEN
               COMPUTE WS-DesdeInt =
                   FUNCTION INTEGER-OF-DATE(WS-MarcaFechas) + 1
           ELSE
               IF WS-FechaMin < WS-HoyNum THEN
                   COMPUTE WS-DesdeInt =
                       FUNCTION INTEGER-OF-DATE(WS-FechaMin)
               ELSE
                   MOVE WS-HoyInt TO WS-DesdeInt
               END-IF
           END-IF
           PERFORM VARYING WS-DiaInt FROM WS-DesdeInt BY 1
                   UNTIL WS-DiaInt > WS-HoyInt
               PERFORM Fila-Fecha
           END-PERFORM
           MOVE WS-HoyNum TO WS-NuevaFechas
           ADD WS-Filas TO WS-FilasDimensiones
           PERFORM Publicar-Extracto
       EXIT.


       Fila-Fecha.
           COMPUTE WS-FechaGen = FUNCTION DATE-OF-INTEGER(WS-DiaInt)
           COMPUTE WS-Trimestre = (WS-FG-Mes + 2) / 3
           COMPUTE WS-DiaSemana =
               FUNCTION MOD(WS-DiaInt - 1, 7) + 1
           CALL "Calendario-Laboral" USING 1, WS-Usuario,
               WS-SucCal, WS-FechaGen, WS-DiasCal, WS-FechaCal,
               WS-Laborable
           MOVE SPACES TO WS-Linea
           STRING WS-FechaGen WS-Delim WS-FG-Ano WS-Delim
               WS-FG-Mes WS-Delim WS-FG-Dia WS-Delim
               WS-FG-Ano WS-FG-Mes WS-Delim WS-Trimestre WS-Delim
               WS-DiaSemana WS-Delim
               FUNCTION TRIM(WS-DiaNombre(WS-DiaSemana)) WS-Delim
               WS-Laborable
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Fila
       EXIT.
