       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bultos AS "Bultos".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Bultos ASSIGN TO 'Bultos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-Clave
               FILE STATUS IS WS-BultosStatus.

           SELECT Remitos ASSIGN TO 'Remitos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Clave
               FILE STATUS IS WS-RemitosStatus.

           SELECT ArchivoEtiquetas ASSIGN TO WS-NombreArchivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EtiquetasStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Bultos.
           COPY BULTO.

       FD  Remitos.
           COPY REMITO.

       FD  ArchivoEtiquetas.
      *>  Misma salida que Etiquetas para la estacionera: cinco
      *>  lineas por bulto (codigo de barras, remito y bulto N de M,
      *>  cliente, destino, contenido) y un separador.
       01  ET-Linea                    PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-BultosStatus      PIC XX.
               05 WS-RemitosStatus     PIC XX.
               05 WS-EtiquetasStatus   PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-Aux                   PIC X(20).
           01 WS-NombreArchivo         PIC X(40).
           01 WS-ValorParam            PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-Secuencia             PIC 9(9).
           01 WS-Remito                PIC 9(6).
           01 WS-Cantidad              PIC 9(3).
           01 WS-Idx                   PIC 9(3).
           01 WS-Emitidas              PIC 9(3).
           01 WS-Cliente               PIC X(50).
           01 WS-Destino               PIC X(50).
           01 WS-Codigo                PIC X(20).
           01 WS-FinEscaneo            PIC X(1).
           01 WS-Faltantes             PIC 9(3).
           01 WS-Confirmar             PIC X(1).

      *>   Bultos del remito en memoria para la confirmacion por
      *>   escaneo: se marcan los que el cliente recibio.
           01 WS-BultosTabla.
               05 WS-BT-Entry OCCURS 200 TIMES.
                   10 WS-BT-Numero         PIC 9(3).
                   10 WS-BT-Codigo         PIC X(20).
                   10 WS-BT-Recibido       PIC X(1).
           01 WS-BT-Usados             PIC 9(3) VALUE 0.
           01 WS-BT-Idx                PIC 9(3).
           01 WS-BT-Hallado            PIC X(1).

       LINKAGE SECTION.
      *> Flag 1: declara LK-Cantidad bultos del remito LK-Remito
      *>         (contenido de cada uno), les asigna codigo y emite
      *>         el archivo de etiquetas.
      *> Flag 2: pasa a ENVIADO los bultos del remito en el
      *>         despacho LK-Despacho; devuelve cuantos en
      *>         LK-Cantidad.
      *> Flag 3: confirmacion de entrega del remito bulto por
      *>         bulto; devuelve los faltantes en LK-Cantidad. 'N'
      *>         en LK-Resultado si el remito no tiene bultos.
      *> Flag 4: resolucion de los faltantes del remito (bultos que
      *>         aparecieron y se entregaron); devuelve los que
      *>         siguen faltando en LK-Cantidad.
      *> Flag 5: reimprime las etiquetas del remito.
      *> Flag 6: muestra los bultos del remito.
      *> Flag 7: control previo a anular el remito: 'N' en
      *>         LK-Resultado si algun bulto ya fue entregado o
      *>         quedo faltante; devuelve cuantos en LK-Cantidad.
      *> Flag 8: anula los bultos del remito anulado (los ARMADO
      *>         y los ENVIADO en un despacho que no salio);
      *>         devuelve cuantos en LK-Cantidad.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Remito                PIC 9(6).
           01 LK-Cantidad              PIC 9(3).
           01 LK-Despacho              PIC 9(6).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Remito,
               LK-Cantidad, LK-Despacho, LK-Resultado.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           MOVE LK-Remito TO WS-Remito
           MOVE 'S' TO LK-Resultado
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Declarar-Bultos
               WHEN 2
                   PERFORM Marcar-Enviados
               WHEN 3
                   PERFORM Confirmar-Entrega
               WHEN 4
                   PERFORM Resolver-Faltantes
               WHEN 5
                   PERFORM Reimprimir-Etiquetas
               WHEN 7
                   PERFORM Controlar-Anulacion
               WHEN 8
                   PERFORM Anular-Bultos
               WHEN OTHER
                   PERFORM Mostrar-Bultos
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Bultos.
           OPEN I-O Bultos
           IF WS-BultosStatus = "35" THEN
               CLOSE Bultos
               OPEN OUTPUT Bultos
               CLOSE Bultos
               OPEN I-O Bultos
           END-IF
       EXIT.


      *> Cliente y destino de la cabecera del remito, para la
      *> etiqueta; de paso se muestran las lineas al embalador.
       Leer-Remito.
           MOVE SPACES TO WS-Cliente
           MOVE SPACES TO WS-Destino
           OPEN INPUT Remitos
           IF WS-RemitosStatus = "00" THEN
               MOVE WS-Remito TO RM-Numero
               MOVE 0 TO RM-Linea
               READ Remitos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RM-Cliente TO WS-Cliente
                       MOVE RM-Destino TO WS-Destino
               END-READ
               CLOSE Remitos
           END-IF
       EXIT.


       Mostrar-Lineas-Remito.
           OPEN INPUT Remitos
           IF WS-RemitosStatus = "00" THEN
               MOVE WS-Remito TO RM-Numero
               MOVE 0 TO RM-Linea
               START Remitos KEY IS GREATER THAN RM-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "--- Contenido del remito " WS-Remito " ---"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Remitos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF RM-Numero = WS-Remito THEN
                               DISPLAY "  " RM-Product-ID " x "
                                   RM-Cantidad
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Remitos
           END-IF
       EXIT.


       Declarar-Bultos.
           MOVE LK-Cantidad TO WS-Cantidad
           PERFORM Leer-Remito
           PERFORM Mostrar-Lineas-Remito
           PERFORM Abrir-Bultos
           IF WS-BultosStatus NOT = "00" THEN
               CALL "Errores" USING WS-BultosStatus
           ELSE
               MOVE "1" TO WS-ValorParam
               MOVE "PROX-COD-BULTO" TO WS-ClaveParam
               CALL "Parametros" USING 1, WS-ClaveParam,
                   WS-ValorParam
               IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-ValorParam)
                       TO WS-Secuencia
               ELSE
                   MOVE 1 TO WS-Secuencia
               END-IF
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Cantidad
                   PERFORM Declarar-Un-Bulto
               END-PERFORM
               MOVE SPACES TO WS-ValorParam
               MOVE WS-Secuencia TO WS-ValorParam(1:9)
               CALL "Parametros" USING 2, WS-ClaveParam,
                   WS-ValorParam
               CLOSE Bultos
               PERFORM Emitir-Etiquetas
           END-IF
       EXIT.


       Declarar-Un-Bulto.
           INITIALIZE BU-Rec
           MOVE WS-Remito TO BU-Remito
           MOVE WS-Idx TO BU-Numero
           DISPLAY "Contenido del bulto " WS-Idx " de " WS-Cantidad
               ": "
           ACCEPT BU-Contenido
           IF BU-Contenido = SPACES THEN
               STRING "BULTO " WS-Idx " DE " WS-Cantidad
                   DELIMITED SIZE INTO BU-Contenido
           END-IF
           STRING "BUL" WS-Secuencia DELIMITED SIZE
               INTO BU-Codigo-Barras
           MOVE "ARMADO" TO BU-Estado
           MOVE WS-HoyNum TO BU-Fecha
           MOVE WS-HoyNum TO BU-Fecha-Estado
           MOVE WS-Usuario TO BU-Usuario
           WRITE BU-Rec
           IF WS-BultosStatus = "00" THEN
               DISPLAY "Bulto " WS-Idx " etiqueta "
                   FUNCTION TRIM(BU-Codigo-Barras)
               ADD 1 TO WS-Secuencia
           ELSE
               CALL "Errores" USING WS-BultosStatus
           END-IF
       EXIT.


       Reimprimir-Etiquetas.
           PERFORM Leer-Remito
           PERFORM Emitir-Etiquetas
       EXIT.


      *> Un archivo de etiquetas por remito, con todos sus bultos.
       Emitir-Etiquetas.
           MOVE 0 TO WS-Emitidas
           MOVE 0 TO WS-Cantidad
           OPEN INPUT Bultos
           IF WS-BultosStatus NOT = "00" THEN
               DISPLAY "El remito no tiene bultos declarados."
           ELSE
               PERFORM Contar-Bultos
               MOVE SPACES TO WS-NombreArchivo
               STRING "Etiquetas-Bultos-" WS-Remito ".TXT"
                   DELIMITED BY SIZE INTO WS-NombreArchivo
               OPEN OUTPUT ArchivoEtiquetas
               PERFORM Posicionar-Remito
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Bultos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF BU-Remito = WS-Remito THEN
                               PERFORM Emitir-Una-Etiqueta
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ArchivoEtiquetas
               CLOSE Bultos
               DISPLAY "Etiquetas de bultos emitidas: " WS-Emitidas
               DISPLAY "Archivo: " WS-NombreArchivo
           END-IF
       EXIT.


       Contar-Bultos.
           PERFORM Posicionar-Remito
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Bultos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF BU-Remito = WS-Remito THEN
                           ADD 1 TO WS-Cantidad
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Posicionar-Remito.
           MOVE WS-Remito TO BU-Remito
           MOVE 0 TO BU-Numero
           START Bultos KEY IS NOT LESS THAN BU-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
       EXIT.


       Emitir-Una-Etiqueta.
           MOVE BU-Codigo-Barras TO ET-Linea
           WRITE ET-Linea
           MOVE SPACES TO ET-Linea
           STRING "REMITO " WS-Remito " BULTO " BU-Numero "/"
               WS-Cantidad DELIMITED SIZE INTO ET-Linea
           WRITE ET-Linea
           MOVE WS-Cliente TO ET-Linea
           WRITE ET-Linea
           MOVE WS-Destino TO ET-Linea
           WRITE ET-Linea
           MOVE BU-Contenido TO ET-Linea
           WRITE ET-Linea
           MOVE ALL "-" TO ET-Linea
           WRITE ET-Linea
           ADD 1 TO WS-Emitidas
       EXIT.


       Marcar-Enviados.
           MOVE 0 TO LK-Cantidad
           OPEN I-O Bultos
           IF WS-BultosStatus = "00" THEN
               PERFORM Posicionar-Remito
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Bultos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF BU-Remito = WS-Remito THEN
                               MOVE "ENVIADO" TO BU-Estado
                               MOVE LK-Despacho TO BU-Despacho
                               MOVE WS-HoyNum TO BU-Fecha-Estado
                               MOVE WS-Usuario TO BU-Usuario
                               REWRITE BU-Rec
                               ADD 1 TO LK-Cantidad
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Bultos
           END-IF
       EXIT.


      *> Los bultos enviados del remito se confirman escaneando la
      *> etiqueta de cada uno que el cliente recibio; Enter al
      *> empezar los da a todos por recibidos. Los que no se
      *> escanearon quedan FALTANTE.
       Confirmar-Entrega.
           MOVE 0 TO LK-Cantidad
           PERFORM Cargar-Tabla-Bultos
           IF WS-BT-Usados = 0 THEN
               MOVE 'N' TO LK-Resultado
           ELSE
               DISPLAY "Remito " WS-Remito ": " WS-BT-Usados
                   " bulto(s) enviados."
               DISPLAY "Escanee cada bulto recibido (Enter al "
                   "empezar = todos recibidos; en blanco termina): "
               MOVE SPACES TO WS-Codigo
               ACCEPT WS-Codigo
               IF WS-Codigo = SPACES THEN
                   PERFORM VARYING WS-BT-Idx FROM 1 BY 1
                           UNTIL WS-BT-Idx > WS-BT-Usados
                       MOVE 'S' TO WS-BT-Recibido(WS-BT-Idx)
                   END-PERFORM
               ELSE
                   MOVE 'N' TO WS-FinEscaneo
                   PERFORM UNTIL WS-FinEscaneo = 'S'
                       PERFORM Marcar-Escaneado
                       MOVE SPACES TO WS-Codigo
                       ACCEPT WS-Codigo
                       IF WS-Codigo = SPACES THEN
                           MOVE 'S' TO WS-FinEscaneo
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM Grabar-Confirmacion
               MOVE WS-Faltantes TO LK-Cantidad
           END-IF
       EXIT.


      *> Un remito con bultos ya en manos del cliente (o perdidos
      *> en el viaje) no se anula: eso se resuelve con la
      *> devolucion o con el reclamo al transportista.
       Controlar-Anulacion.
           MOVE 0 TO LK-Cantidad
           OPEN INPUT Bultos
           IF WS-BultosStatus = "00" THEN
               PERFORM Posicionar-Remito
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Bultos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF BU-Remito NOT = WS-Remito THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               IF BU-Estado = "ENTREGADO" OR
                                       BU-Estado = "FALTANTE" THEN
                                   ADD 1 TO LK-Cantidad
                                   MOVE 'N' TO LK-Resultado
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Bultos
           END-IF
       EXIT.


       Anular-Bultos.
           MOVE 0 TO LK-Cantidad
           OPEN I-O Bultos
           IF WS-BultosStatus = "00" THEN
               PERFORM Posicionar-Remito
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Bultos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF BU-Remito NOT = WS-Remito THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               IF BU-Estado = "ARMADO" OR
                                       BU-Estado = "ENVIADO" THEN
                                   MOVE "ANULADO" TO BU-Estado
                                   MOVE WS-HoyNum TO BU-Fecha-Estado
                                   MOVE WS-Usuario TO BU-Usuario
                                   REWRITE BU-Rec
                                   ADD 1 TO LK-Cantidad
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Bultos
           END-IF
       EXIT.


      *> Bultos del remito en el despacho que siguen en viaje.
       Cargar-Tabla-Bultos.
           MOVE 0 TO WS-BT-Usados
           OPEN I-O Bultos
           IF WS-BultosStatus = "00" THEN
               PERFORM Posicionar-Remito
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Bultos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF BU-Remito NOT = WS-Remito THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               IF BU-Estado = "ENVIADO" AND
                                       BU-Despacho = LK-Despacho AND
                                       WS-BT-Usados < 200 THEN
                                   ADD 1 TO WS-BT-Usados
                                   MOVE BU-Numero TO
                                       WS-BT-Numero(WS-BT-Usados)
                                   MOVE BU-Codigo-Barras TO
                                       WS-BT-Codigo(WS-BT-Usados)
                                   MOVE 'N' TO
                                       WS-BT-Recibido(WS-BT-Usados)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Bultos
           END-IF
       EXIT.


       Marcar-Escaneado.
           MOVE 'N' TO WS-BT-Hallado
           PERFORM VARYING WS-BT-Idx FROM 1 BY 1
                   UNTIL WS-BT-Idx > WS-BT-Usados
                   OR WS-BT-Hallado = 'S'
               IF WS-BT-Codigo(WS-BT-Idx) = WS-Codigo THEN
                   MOVE 'S' TO WS-BT-Hallado
                   MOVE 'S' TO WS-BT-Recibido(WS-BT-Idx)
                   DISPLAY "Bulto " WS-BT-Numero(WS-BT-Idx)
                       " recibido."
               END-IF
           END-PERFORM
           IF WS-BT-Hallado = 'N' THEN
               DISPLAY "El codigo " FUNCTION TRIM(WS-Codigo)
                   " no es un bulto de este remito en el despacho."
           END-IF
       EXIT.


       Grabar-Confirmacion.
           MOVE 0 TO WS-Faltantes
           OPEN I-O Bultos
           IF WS-BultosStatus NOT = "00" THEN
               CALL "Errores" USING WS-BultosStatus
           ELSE
               PERFORM VARYING WS-BT-Idx FROM 1 BY 1
                       UNTIL WS-BT-Idx > WS-BT-Usados
                   MOVE WS-Remito TO BU-Remito
                   MOVE WS-BT-Numero(WS-BT-Idx) TO BU-Numero
                   READ Bultos
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-BT-Recibido(WS-BT-Idx) = 'S' THEN
                               MOVE "ENTREGADO" TO BU-Estado
                           ELSE
                               MOVE "FALTANTE" TO BU-Estado
                               ADD 1 TO WS-Faltantes
                               DISPLAY "FALTANTE: bulto " BU-Numero
                                   " " FUNCTION TRIM(BU-Codigo-Barras)
                                   " - " FUNCTION TRIM(BU-Contenido)
                           END-IF
                           MOVE WS-HoyNum TO BU-Fecha-Estado
                           MOVE WS-Usuario TO BU-Usuario
                           REWRITE BU-Rec
                   END-READ
               END-PERFORM
               CLOSE Bultos
           END-IF
       EXIT.


      *> Un bulto faltante que aparece y se entrega despues pasa a
      *> ENTREGADO; los demas siguen FALTANTE en el reclamo.
       Resolver-Faltantes.
           MOVE 0 TO LK-Cantidad
           OPEN I-O Bultos
           IF WS-BultosStatus = "00" THEN
               PERFORM Posicionar-Remito
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Bultos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF BU-Remito NOT = WS-Remito THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               IF BU-Estado = "FALTANTE" AND
                                       BU-Despacho = LK-Despacho THEN
                                   PERFORM Resolver-Un-Faltante
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Bultos
           END-IF
       EXIT.


       Resolver-Un-Faltante.
           DISPLAY "Remito " BU-Remito " bulto " BU-Numero " "
               FUNCTION TRIM(BU-Codigo-Barras) " - "
               FUNCTION TRIM(BU-Contenido)
           DISPLAY "Aparecio y se entrego (S/N): "
           ACCEPT WS-Confirmar
           IF WS-Confirmar = 'S' OR WS-Confirmar = 's' THEN
               MOVE "ENTREGADO" TO BU-Estado
               MOVE WS-HoyNum TO BU-Fecha-Estado
               MOVE WS-Usuario TO BU-Usuario
               REWRITE BU-Rec
           ELSE
               ADD 1 TO LK-Cantidad
           END-IF
       EXIT.


       Mostrar-Bultos.
           OPEN INPUT Bultos
           IF WS-BultosStatus = "00" THEN
               MOVE 0 TO WS-Cantidad
               PERFORM Posicionar-Remito
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Bultos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF BU-Remito = WS-Remito THEN
                               ADD 1 TO WS-Cantidad
                               DISPLAY "  Bulto " BU-Numero " "
                                   BU-Codigo-Barras " " BU-Estado
                                   " " FUNCTION TRIM(BU-Contenido)
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Bultos
               MOVE WS-Cantidad TO LK-Cantidad
           END-IF
       EXIT.
