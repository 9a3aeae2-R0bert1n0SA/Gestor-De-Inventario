       IDENTIFICATION DIVISION.
       PROGRAM-ID. Avisos-Despacho AS "Avisos-Despacho".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Avisos ASSIGN TO 'Avisos-Despacho.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-Clave
               FILE STATUS IS WS-AvisosStatus.

           SELECT ArchivoAvisos ASSIGN TO WS-NombreArchivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ArchivoStatus.

           SELECT OrdenesCompra ASSIGN TO 'Ordenes-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Clave
               FILE STATUS IS WS-OrdenesStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Avisos.
           COPY AVISO-DESPACHO.

       FD  ArchivoAvisos.
      *>  Aviso de despacho que manda el proveedor: un registro H
      *>  por aviso (su referencia de despacho y la fecha en que
      *>  estima el arribo) seguido de un D por linea de nuestra
      *>  orden de compra, con su codigo de articulo, la cantidad
      *>  en unidad de compra, el lote y el vencimiento AAAAMMDD.
       01  EA-Rec.
           05 EA-Tipo                  PIC X(1).
           05 FILLER                   PIC X(99).
       01  EA-Cabecera.
           05 EA-H-Tipo                PIC X(1).
           05 EA-H-Proveedor           PIC X(10).
           05 EA-H-Referencia          PIC X(20).
           05 EA-H-Fecha-Aviso         PIC 9(8).
           05 EA-H-Fecha-Arribo        PIC 9(8).
           05 FILLER                   PIC X(53).
       01  EA-Detalle.
           05 EA-D-Tipo                PIC X(1).
           05 EA-D-Orden               PIC 9(6).
           05 EA-D-Linea               PIC 9(3).
           05 EA-D-Codigo              PIC X(20).
           05 EA-D-Cantidad            PIC 9(7).
           05 EA-D-Lote                PIC X(10).
           05 EA-D-Vencimiento         PIC 9(8).
           05 FILLER                   PIC X(45).

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-AvisosStatus      PIC XX.
               05 WS-ArchivoStatus     PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Scan          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoyInt                PIC 9(7).
           01 WS-FechaRef              PIC 9(8).
           01 WS-NombreArchivo         PIC X(40).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-NumeroAviso           PIC 9(6).
           01 WS-NumeroLinea           PIC 9(3).
           01 WS-HayAviso              PIC X(1) VALUE 'N'.
           01 WS-Duplicado             PIC X(1).
           01 WS-Proveedor             PIC X(10).
           01 WS-Referencia            PIC X(20).
           01 WS-FechaAviso            PIC 9(8).
           01 WS-FechaArribo           PIC 9(8).
           01 WS-Vencimiento           PIC 9(8).
           01 WS-LineaOk               PIC X(1).
           01 WS-XrefID                PIC X(10).
           01 WS-XrefCosto             PIC 9(5)V99.
           01 WS-XrefOk                PIC X(1).
           01 WS-Hallado               PIC X(1).
           01 WS-DiasArribo            PIC 9(3).
           01 WS-DiasSinAviso          PIC 9(3).
           01 WS-Leidos                PIC 9(5) VALUE 0.
           01 WS-Grabadas              PIC 9(5) VALUE 0.
           01 WS-Excepciones           PIC 9(5) VALUE 0.
           01 WS-Contador              PIC 9(5).

      *>   Proveedores que mandan avisos de despacho: solo a ellos
      *>   se les reclama un ingreso que llego sin aviso.
           01 WS-ProvTabla.
               05 WS-PV-Codigo         PIC X(10) OCCURS 100 TIMES.
           01 WS-PV-Usados             PIC 9(3) VALUE 0.
           01 WS-PV-Idx                PIC 9(3).

       LINKAGE SECTION.
      *> Flag 1: busca el aviso PENDIENTE de la linea LK-Linea de la
      *>         orden LK-Orden; deja su cantidad, lote y vencimiento
      *>         en LK-Cantidad, LK-Lote y LK-Vencimiento y 'S' en
      *>         LK-Resultado si lo encontro.
      *> Flag 2: confirma ese aviso con la cantidad recibida
      *>         LK-Cantidad (RECIBIDO, o DIFERENCIA si no coincide
      *>         con la avisada).
      *> Flag 3: registra un ingreso de la linea sin aviso previo
      *>         (LK-Product-ID, LK-Proveedor, LK-Cantidad, LK-Lote)
      *>         como SIN-AVISO.
      *> Otro valor: pantalla de avisos de despacho.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Orden                 PIC 9(6).
           01 LK-Linea                 PIC 9(3).
           01 LK-Product-ID            PIC X(10).
           01 LK-Proveedor             PIC X(10).
           01 LK-Cantidad              PIC 9(7).
           01 LK-Lote                  PIC X(10).
           01 LK-Vencimiento           PIC 9(8).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Orden,
               LK-Linea, LK-Product-ID, LK-Proveedor, LK-Cantidad,
               LK-Lote, LK-Vencimiento, LK-Resultado.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           PERFORM Calcular-Hoy
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Buscar-Aviso-Linea
               WHEN 2
                   PERFORM Confirmar-Aviso-Linea
               WHEN 3
                   PERFORM Registrar-Sin-Aviso
               WHEN OTHER
                   PERFORM Menu-Avisos
           END-EVALUATE
       EXIT PROGRAM.


       Calcular-Hoy.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
       EXIT.


       Abrir-Avisos.
           OPEN I-O Avisos
           IF WS-AvisosStatus = "35" THEN
               CLOSE Avisos
               OPEN OUTPUT Avisos
               CLOSE Avisos
               OPEN I-O Avisos
           END-IF
           IF WS-AvisosStatus = "00" THEN
               MOVE 0 TO AV-Numero
               MOVE 0 TO AV-Linea
               READ Avisos
                   INVALID KEY
                       MOVE 1 TO WS-ProximoNumero
                       INITIALIZE AV-Rec
                       MOVE 0 TO AV-Numero
                       MOVE 0 TO AV-Linea
                       MOVE WS-ProximoNumero TO AV-Proximo-Numero
                       WRITE AV-Rec
                   NOT INVALID KEY
                       MOVE AV-Proximo-Numero TO WS-ProximoNumero
               END-READ
           END-IF
       EXIT.


       Guardar-Proximo-Numero.
           MOVE 0 TO AV-Numero
           MOVE 0 TO AV-Linea
           READ Avisos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoNumero TO AV-Proximo-Numero
                   REWRITE AV-Rec
           END-READ
       EXIT.


      *> El primer aviso PENDIENTE de la linea (el mas viejo) es el
      *> que se confirma; si el proveedor parte la entrega en dos
      *> despachos el segundo queda para la proxima recepcion.
       Buscar-Aviso-Linea.
           MOVE 'N' TO LK-Resultado
           MOVE 0 TO LK-Cantidad
           MOVE SPACES TO LK-Lote
           MOVE 0 TO LK-Vencimiento
           OPEN INPUT Avisos
           IF WS-AvisosStatus = "00" THEN
               PERFORM Ubicar-Aviso-Linea
               IF LK-Resultado = 'S' THEN
                   MOVE AV-Cantidad TO LK-Cantidad
                   MOVE AV-Lote TO LK-Lote
                   MOVE AV-Vencimiento TO LK-Vencimiento
               END-IF
               CLOSE Avisos
           END-IF
       EXIT.


      *> Deja en AV-Rec el aviso PENDIENTE de LK-Orden/LK-Linea.
       Ubicar-Aviso-Linea.
           MOVE 'N' TO LK-Resultado
           MOVE 1 TO AV-Numero
           MOVE 0 TO AV-Linea
           START Avisos KEY IS NOT LESS THAN AV-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Scan
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Scan
           END-START
           PERFORM UNTIL WS-EOF-Scan = 'Y'
               READ Avisos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Scan
                   NOT AT END
                       IF AV-Orden = LK-Orden AND
                               AV-OC-Linea = LK-Linea AND
                               AV-Estado = "PENDIENTE" THEN
                           MOVE 'S' TO LK-Resultado
                           MOVE 'Y' TO WS-EOF-Scan
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Scan
       EXIT.


       Confirmar-Aviso-Linea.
           PERFORM Abrir-Avisos
           IF WS-AvisosStatus NOT = "00" THEN
               MOVE 'N' TO LK-Resultado
               CALL "Errores" USING WS-AvisosStatus
           ELSE
               PERFORM Ubicar-Aviso-Linea
               IF LK-Resultado = 'S' THEN
                   MOVE LK-Cantidad TO AV-Cantidad-Recibida
                   IF AV-Cantidad-Recibida = AV-Cantidad THEN
                       MOVE "RECIBIDO" TO AV-Estado
                   ELSE
                       MOVE "DIFERENCIA" TO AV-Estado
                       DISPLAY "  Diferencia contra el aviso "
                           AV-Numero ": avisado " AV-Cantidad
                           " recibido " AV-Cantidad-Recibida
                   END-IF
                   MOVE WS-HoyNum TO AV-Fecha-Recepcion
                   MOVE WS-Usuario TO AV-Usuario
                   REWRITE AV-Rec
                   IF WS-AvisosStatus NOT = "00" THEN
                       CALL "Errores" USING WS-AvisosStatus
                   END-IF
               END-IF
               CLOSE Avisos
           END-IF
       EXIT.


      *> Un ingreso sin aviso ocupa un numero de aviso propio con
      *> una sola linea, para que el informe lo encuentre igual que
      *> a los avisados.
       Registrar-Sin-Aviso.
           MOVE 'N' TO LK-Resultado
           PERFORM Abrir-Avisos
           IF WS-AvisosStatus NOT = "00" THEN
               CALL "Errores" USING WS-AvisosStatus
           ELSE
               INITIALIZE AV-Rec
               MOVE WS-ProximoNumero TO AV-Numero
               MOVE 1 TO AV-Linea
               MOVE LK-Proveedor TO AV-Proveedor
               MOVE "SIN AVISO" TO AV-Referencia
               MOVE LK-Orden TO AV-Orden
               MOVE LK-Linea TO AV-OC-Linea
               MOVE LK-Product-ID TO AV-Product-ID
               MOVE LK-Lote TO AV-Lote
               MOVE LK-Cantidad TO AV-Cantidad-Recibida
               MOVE "SIN-AVISO" TO AV-Estado
               MOVE WS-HoyNum TO AV-Fecha-Recepcion
               MOVE WS-Usuario TO AV-Usuario
               WRITE AV-Rec
               IF WS-AvisosStatus = "00" THEN
                   MOVE 'S' TO LK-Resultado
                   ADD 1 TO WS-ProximoNumero
                   PERFORM Guardar-Proximo-Numero
               ELSE
                   CALL "Errores" USING WS-AvisosStatus
               END-IF
               CLOSE Avisos
           END-IF
       EXIT.


       Menu-Avisos.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Avisos de despacho de proveedores ---"
               DISPLAY "1. Importar un archivo de avisos"
               DISPLAY "2. Listar avisos pendientes de arribo"
               DISPLAY "3. Anular un aviso"
               DISPLAY "4. Informe de avisos sin arribo e ingresos "
                   "sin aviso"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Importar-Avisos
                   WHEN 2
                       PERFORM Listar-Pendientes
                   WHEN 3
                       PERFORM Anular-Aviso
                   WHEN 4
                       PERFORM Informe-Avisos
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Importar-Avisos.
           MOVE "Aviso-Despacho.TXT" TO WS-NombreArchivo
           DISPLAY "Archivo de avisos (Enter = "
               FUNCTION TRIM(WS-NombreArchivo) "): "
           MOVE SPACES TO WS-ParamInf
           ACCEPT WS-ParamInf
           IF WS-ParamInf NOT = SPACES THEN
               MOVE WS-ParamInf TO WS-NombreArchivo
           END-IF
           OPEN INPUT ArchivoAvisos
           IF WS-ArchivoStatus NOT = "00" THEN
               DISPLAY "No se pudo abrir "
                   FUNCTION TRIM(WS-NombreArchivo)
               CALL "Errores" USING WS-ArchivoStatus
           ELSE
               PERFORM Abrir-Avisos
               OPEN INPUT OrdenesCompra
               IF WS-AvisosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-AvisosStatus
               ELSE
                   IF WS-OrdenesStatus NOT = "00" THEN
                       CALL "Errores" USING WS-OrdenesStatus
                   ELSE
                       PERFORM Procesar-Archivo
                       CLOSE OrdenesCompra
                   END-IF
                   CLOSE Avisos
               END-IF
               CLOSE ArchivoAvisos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Procesar-Archivo.
           MOVE 0 TO WS-Leidos
           MOVE 0 TO WS-Grabadas
           MOVE 0 TO WS-Excepciones
           MOVE 'N' TO WS-HayAviso
           MOVE "AVISO-IMP" TO WS-CodigoInf
           MOVE WS-NombreArchivo TO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           MOVE SPACES TO WS-Linea
           STRING "IMPORTACION DE AVISOS DE DESPACHO - archivo "
               WS-NombreArchivo DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ ArchivoAvisos
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM Procesar-Registro
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE SPACES TO WS-Linea
           STRING "Avisos leidos " WS-Leidos
               " - lineas grabadas " WS-Grabadas
               " - excepciones " WS-Excepciones
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           CLOSE Informe
           DISPLAY "Excepciones en " FUNCTION TRIM(WS-NombreInforme)
       EXIT.


       Procesar-Registro.
           EVALUATE EA-Tipo
               WHEN "H"
                   PERFORM Iniciar-Aviso
               WHEN "D"
                   IF WS-HayAviso = 'N' THEN
                       MOVE SPACES TO WS-Linea
                       STRING "EXCEPCION linea de la OC " EA-D-Orden
                           " sin cabecera de aviso; ignorada"
                           DELIMITED SIZE INTO WS-Linea
                       PERFORM Escribir-Excepcion
                   ELSE
                       IF WS-Duplicado = 'N' THEN
                           PERFORM Procesar-Detalle
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION registro de tipo '" EA-Tipo
                       "' no reconocido; ignorado"
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Excepcion
           END-EVALUATE
       EXIT.


      *> El numero de aviso se toma recien con la primera linea
      *> valida; un aviso que el proveedor reenvia (misma
      *> referencia) se rechaza entero.
       Iniciar-Aviso.
           MOVE 'S' TO WS-HayAviso
           ADD 1 TO WS-Leidos
           MOVE EA-H-Proveedor TO WS-Proveedor
           MOVE EA-H-Referencia TO WS-Referencia
           MOVE 0 TO WS-NumeroAviso
           MOVE 0 TO WS-NumeroLinea
           MOVE WS-HoyNum TO WS-FechaAviso
           IF EA-H-Fecha-Aviso IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(EA-H-Fecha-Aviso)
                       = 0 THEN
                   MOVE EA-H-Fecha-Aviso TO WS-FechaAviso
               END-IF
           END-IF
           MOVE WS-FechaAviso TO WS-FechaArribo
           IF EA-H-Fecha-Arribo IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(EA-H-Fecha-Arribo)
                       = 0 THEN
                   MOVE EA-H-Fecha-Arribo TO WS-FechaArribo
               END-IF
           END-IF
           PERFORM Verificar-Duplicado
           MOVE SPACES TO WS-Linea
           STRING "AVISO " WS-Referencia " proveedor " WS-Proveedor
               " arribo estimado " WS-FechaArribo
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Verificar-Duplicado.
           MOVE 'N' TO WS-Duplicado
           MOVE 1 TO AV-Numero
           MOVE 0 TO AV-Linea
           START Avisos KEY IS NOT LESS THAN AV-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Scan
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Scan
           END-START
           PERFORM UNTIL WS-EOF-Scan = 'Y'
               READ Avisos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Scan
                   NOT AT END
                       IF AV-Proveedor = WS-Proveedor AND
                               AV-Referencia = WS-Referencia AND
                               AV-Estado NOT = "SIN-AVISO" AND
                               AV-Estado NOT = "ANULADO" THEN
                           MOVE 'S' TO WS-Duplicado
                           MOVE 'Y' TO WS-EOF-Scan
                           MOVE SPACES TO WS-Linea
                           STRING "EXCEPCION aviso " WS-Referencia
                               " ya importado como aviso " AV-Numero
                               DELIMITED SIZE INTO WS-Linea
                           PERFORM Escribir-Excepcion
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Scan
       EXIT.


      *> La linea tiene que existir en una orden de ese proveedor y
      *> estar abierta; el producto sale de la orden y el codigo
      *> de articulo del proveedor, si viene, tiene que coincidir.
       Procesar-Detalle.
           MOVE 'S' TO WS-LineaOk
           MOVE 'N' TO WS-Hallado
           IF EA-D-Orden IS NUMERIC AND EA-D-Linea IS NUMERIC THEN
               MOVE EA-D-Orden TO OC-Numero
               MOVE EA-D-Linea TO OC-Linea
               IF OC-Linea > 0 THEN
                   READ OrdenesCompra
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Hallado
                   END-READ
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-Hallado = 'N'
                   MOVE 'N' TO WS-LineaOk
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION aviso " WS-Referencia
                       " OC " EA-D-Orden " linea " EA-D-Linea
                       " inexistente" DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Excepcion
               WHEN OC-Proveedor-Codigo NOT = WS-Proveedor
                   MOVE 'N' TO WS-LineaOk
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION aviso " WS-Referencia
                       " OC " EA-D-Orden " es del proveedor "
                       OC-Proveedor-Codigo DELIMITED SIZE
                       INTO WS-Linea
                   PERFORM Escribir-Excepcion
               WHEN OC-Estado = "RECIBIDA" OR OC-Estado = "ANULADA"
                   MOVE 'N' TO WS-LineaOk
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION aviso " WS-Referencia
                       " OC " EA-D-Orden " linea " EA-D-Linea
                       " esta " OC-Estado DELIMITED SIZE
                       INTO WS-Linea
                   PERFORM Escribir-Excepcion
               WHEN EA-D-Cantidad IS NOT NUMERIC
                   MOVE 'N' TO WS-LineaOk
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION aviso " WS-Referencia
                       " OC " EA-D-Orden " linea " EA-D-Linea
                       " sin cantidad" DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Excepcion
               WHEN EA-D-Cantidad = 0
                   MOVE 'N' TO WS-LineaOk
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION aviso " WS-Referencia
                       " OC " EA-D-Orden " linea " EA-D-Linea
                       " sin cantidad" DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Excepcion
           END-EVALUATE
           IF WS-LineaOk = 'S' THEN
               PERFORM Controlar-Codigo
           END-IF
           IF WS-LineaOk = 'S' THEN
               PERFORM Grabar-Linea-Aviso
           END-IF
       EXIT.


       Controlar-Codigo.
           IF EA-D-Codigo NOT = SPACES THEN
               MOVE SPACES TO WS-XrefID
               CALL "Producto-Proveedor" USING 2, WS-XrefID,
                   WS-Proveedor, EA-D-Codigo, WS-XrefCosto,
                   WS-XrefOk
               IF WS-XrefOk = 'S' AND WS-XrefID NOT = OC-Product-ID
                   THEN
                   MOVE 'N' TO WS-LineaOk
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION aviso " WS-Referencia
                       " OC " EA-D-Orden " linea " EA-D-Linea
                       " articulo " EA-D-Codigo " es " WS-XrefID
                       " y la orden pide " OC-Product-ID
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Excepcion
               END-IF
           END-IF
       EXIT.


      *> Un lote sin vencimiento valido se graba igual; el
      *> vencimiento se pedira al recibir.
       Grabar-Linea-Aviso.
           IF WS-NumeroAviso = 0 THEN
               MOVE WS-ProximoNumero TO WS-NumeroAviso
               ADD 1 TO WS-ProximoNumero
               PERFORM Guardar-Proximo-Numero
           END-IF
           MOVE 0 TO WS-Vencimiento
           IF EA-D-Vencimiento IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(EA-D-Vencimiento)
                       = 0 THEN
                   MOVE EA-D-Vencimiento TO WS-Vencimiento
               END-IF
           END-IF
           IF EA-D-Lote NOT = SPACES AND WS-Vencimiento = 0 THEN
               MOVE SPACES TO WS-Linea
               STRING "EXCEPCION aviso " WS-Referencia
                   " lote " EA-D-Lote " sin vencimiento valido;"
                   " se pedira al recibir"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Excepcion
           END-IF
           ADD 1 TO WS-NumeroLinea
           INITIALIZE AV-Rec
           MOVE WS-NumeroAviso TO AV-Numero
           MOVE WS-NumeroLinea TO AV-Linea
           MOVE WS-Proveedor TO AV-Proveedor
           MOVE WS-Referencia TO AV-Referencia
           MOVE EA-D-Orden TO AV-Orden
           MOVE EA-D-Linea TO AV-OC-Linea
           MOVE OC-Product-ID TO AV-Product-ID
           MOVE EA-D-Codigo TO AV-Codigo-Articulo
           MOVE EA-D-Cantidad TO AV-Cantidad
           MOVE EA-D-Lote TO AV-Lote
           MOVE WS-Vencimiento TO AV-Vencimiento
           MOVE WS-FechaAviso TO AV-Fecha-Aviso
           MOVE WS-FechaArribo TO AV-Fecha-Arribo
           MOVE "PENDIENTE" TO AV-Estado
           MOVE WS-Usuario TO AV-Usuario
           WRITE AV-Rec
           IF WS-AvisosStatus = "00" THEN
               ADD 1 TO WS-Grabadas
           ELSE
               CALL "Errores" USING WS-AvisosStatus
               SUBTRACT 1 FROM WS-NumeroLinea
           END-IF
       EXIT.


       Listar-Pendientes.
           MOVE 0 TO WS-Contador
           OPEN INPUT Avisos
           IF WS-AvisosStatus NOT = "00" THEN
               DISPLAY "No hay avisos de despacho registrados."
           ELSE
               DISPLAY "Aviso  Ln Proveedor  Referencia           "
                   "OC     Ln  Producto   Cantidad Lote       Arribo"
               MOVE 1 TO AV-Numero
               MOVE 0 TO AV-Linea
               START Avisos KEY IS NOT LESS THAN AV-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Avisos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF AV-Estado = "PENDIENTE" THEN
                               ADD 1 TO WS-Contador
                               DISPLAY AV-Numero " " AV-Linea " "
                                   AV-Proveedor " " AV-Referencia " "
                                   AV-Orden " " AV-OC-Linea " "
                                   AV-Product-ID " " AV-Cantidad " "
                                   AV-Lote " " AV-Fecha-Arribo
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Avisos
               DISPLAY WS-Contador " linea(s) pendiente(s) de arribo."
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Para el despacho que el proveedor cancelo: sus lineas
      *> todavia pendientes dejan de esperarse.
       Anular-Aviso.
           DISPLAY "Numero de aviso a anular: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-NumeroAviso
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NumeroAviso
           END-IF
           MOVE 0 TO WS-Contador
           IF WS-NumeroAviso > 0 THEN
               PERFORM Abrir-Avisos
               IF WS-AvisosStatus = "00" THEN
                   MOVE WS-NumeroAviso TO AV-Numero
                   MOVE 1 TO AV-Linea
                   START Avisos KEY IS NOT LESS THAN AV-Clave
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Flag
                   END-START
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ Avisos NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               IF AV-Numero NOT = WS-NumeroAviso THEN
                                   MOVE 'Y' TO WS-EOF-Flag
                               ELSE
                                   IF AV-Estado = "PENDIENTE" THEN
                                       MOVE "ANULADO" TO AV-Estado
                                       MOVE WS-Usuario TO AV-Usuario
                                       REWRITE AV-Rec
                                       ADD 1 TO WS-Contador
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   CLOSE Avisos
               END-IF
           END-IF
           DISPLAY WS-Contador " linea(s) del aviso anulada(s)."
       EXIT.


      *> Tres secciones: lo avisado que no llego pasados los dias
      *> de tolerancia de DIAS-ARRIBO-AVISO sobre el arribo
      *> estimado, lo recibido con otra cantidad que la avisada y
      *> los ingresos sin aviso de proveedores que si los mandan.
       Informe-Avisos.
           MOVE "2" TO WS-ValorParam
           MOVE "DIAS-ARRIBO-AVISO" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO WS-DiasArribo
           ELSE
               MOVE 2 TO WS-DiasArribo
           END-IF
           DISPLAY "Dias hacia atras para ingresos sin aviso "
               "(Enter = 30): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-DiasSinAviso
           ELSE
               MOVE 30 TO WS-DiasSinAviso
           END-IF
           OPEN INPUT Avisos
           IF WS-AvisosStatus NOT = "00" THEN
               DISPLAY "No hay avisos de despacho registrados."
           ELSE
               MOVE "AVISOS" TO WS-CodigoInf
               MOVE SPACES TO WS-ParamInf
               STRING "tolerancia " WS-DiasArribo " dias, sin aviso "
                   WS-DiasSinAviso " dias" DELIMITED SIZE
                   INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               PERFORM Cargar-Proveedores-Aviso
               PERFORM Informe-Sin-Arribo
               PERFORM Informe-Diferencias
               PERFORM Informe-Sin-Aviso
               CLOSE Informe
               CLOSE Avisos
               DISPLAY "Informe generado en "
                   FUNCTION TRIM(WS-NombreInforme)
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Iniciar-Recorrido.
           MOVE 1 TO AV-Numero
           MOVE 0 TO AV-Linea
           START Avisos KEY IS NOT LESS THAN AV-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
       EXIT.


       Cargar-Proveedores-Aviso.
           MOVE 0 TO WS-PV-Usados
           PERFORM Iniciar-Recorrido
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Avisos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF AV-Estado NOT = "SIN-AVISO" THEN
                           PERFORM Agregar-Proveedor
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Agregar-Proveedor.
           MOVE 'N' TO WS-Hallado
           PERFORM VARYING WS-PV-Idx FROM 1 BY 1
                   UNTIL WS-PV-Idx > WS-PV-Usados
               IF WS-PV-Codigo(WS-PV-Idx) = AV-Proveedor THEN
                   MOVE 'S' TO WS-Hallado
               END-IF
           END-PERFORM
           IF WS-Hallado = 'N' AND WS-PV-Usados < 100 THEN
               ADD 1 TO WS-PV-Usados
               MOVE AV-Proveedor TO WS-PV-Codigo(WS-PV-Usados)
           END-IF
       EXIT.


       Informe-Sin-Arribo.
           MOVE 0 TO WS-Contador
           MOVE SPACES TO WS-Linea
           STRING "AVISOS SIN ARRIBO (mas de " WS-DiasArribo
               " dias despues del arribo estimado)"
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM Iniciar-Recorrido
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Avisos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF AV-Estado = "PENDIENTE" THEN
                           MOVE AV-Fecha-Arribo TO WS-FechaRef
                           IF WS-FechaRef = 0 THEN
                               MOVE AV-Fecha-Aviso TO WS-FechaRef
                           END-IF
                           IF FUNCTION INTEGER-OF-DATE(WS-FechaRef)
                                   + WS-DiasArribo < WS-HoyInt THEN
                               ADD 1 TO WS-Contador
                               MOVE SPACES TO WS-Linea
                               STRING "  Aviso " AV-Numero "/"
                                   AV-Linea " " AV-Proveedor " "
                                   AV-Referencia " OC " AV-Orden "/"
                                   AV-OC-Linea " " AV-Product-ID
                                   " cant " AV-Cantidad " arribo "
                                   WS-FechaRef DELIMITED SIZE
                                   INTO WS-Linea
                               PERFORM Escribir-Linea
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE SPACES TO WS-Linea
           STRING "  Total " WS-Contador " linea(s)"
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Informe-Diferencias.
           MOVE 0 TO WS-Contador
           MOVE "RECIBIDOS CON DIFERENCIA CONTRA EL AVISO" TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM Iniciar-Recorrido
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Avisos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF AV-Estado = "DIFERENCIA" AND
                               FUNCTION INTEGER-OF-DATE
                               (AV-Fecha-Recepcion) + WS-DiasSinAviso
                               >= WS-HoyInt THEN
                           ADD 1 TO WS-Contador
                           MOVE SPACES TO WS-Linea
                           STRING "  Aviso " AV-Numero "/" AV-Linea
                               " " AV-Proveedor " " AV-Referencia
                               " OC " AV-Orden "/" AV-OC-Linea " "
                               AV-Product-ID " avisado " AV-Cantidad
                               " recibido " AV-Cantidad-Recibida
                               " el " AV-Fecha-Recepcion
                               DELIMITED SIZE INTO WS-Linea
                           PERFORM Escribir-Linea
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE SPACES TO WS-Linea
           STRING "  Total " WS-Contador " linea(s)"
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Informe-Sin-Aviso.
           MOVE 0 TO WS-Contador
           MOVE SPACES TO WS-Linea
           STRING "INGRESOS SIN AVISO DE PROVEEDORES QUE AVISAN "
               "(ultimos " WS-DiasSinAviso " dias)"
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM Iniciar-Recorrido
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Avisos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF AV-Estado = "SIN-AVISO" AND
                               FUNCTION INTEGER-OF-DATE
                               (AV-Fecha-Recepcion) + WS-DiasSinAviso
                               >= WS-HoyInt THEN
                           PERFORM Informar-Sin-Aviso
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE SPACES TO WS-Linea
           STRING "  Total " WS-Contador " ingreso(s)"
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Informar-Sin-Aviso.
           MOVE 'N' TO WS-Hallado
           PERFORM VARYING WS-PV-Idx FROM 1 BY 1
                   UNTIL WS-PV-Idx > WS-PV-Usados
               IF WS-PV-Codigo(WS-PV-Idx) = AV-Proveedor THEN
                   MOVE 'S' TO WS-Hallado
               END-IF
           END-PERFORM
           IF WS-Hallado = 'S' THEN
               ADD 1 TO WS-Contador
               MOVE SPACES TO WS-Linea
               STRING "  " AV-Fecha-Recepcion " " AV-Proveedor
                   " OC " AV-Orden "/" AV-OC-Linea " "
                   AV-Product-ID " cant " AV-Cantidad-Recibida
                   " lote " AV-Lote " recibio " AV-Usuario
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Excepcion.
           ADD 1 TO WS-Excepciones
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
