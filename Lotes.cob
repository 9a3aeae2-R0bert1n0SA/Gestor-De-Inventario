           01 WS-DiasPorMes            PIC 9(2) OCCURS 12 TIMES.
           01 WS-PrimerLote            PIC X(10).
           01 WS-TrazaRef              PIC X(30).
           01 WS-VencInformado         PIC X(1) VALUE 'N'.
           01 WS-Remanente             PIC 9(7).
      *>   Lotes a reponer en la anulacion de un despacho, juntados
      *>   de Trazas.DAT antes de tocar Lotes.DAT.
           01 WS-ReponerTabla.
               05 WS-RP-Entry OCCURS 20 TIMES.
                   10 WS-RP-Lote           PIC X(10).
                   10 WS-RP-Cantidad       PIC 9(7).
           01 WS-RP-Usados             PIC 9(2) VALUE 0.
           01 WS-RP-Idx                PIC 9(2).

       LINKAGE SECTION.
      *> Flag 0: menu interactivo de lotes.
      *> Flag 4: igual que 2, pero ademas devuelve en LK-Lote el
      *>         primer lote consumido, para que el remito grabe de
      *>         que lote salio la linea.
      *> Flag 5: anulacion de un despacho: devuelve a sus lotes lo
      *>         que consumio el producto LK-Product-ID con la
      *>         referencia de TRAZA-REF (hasta LK-Cantidad), y deja
      *>         la vuelta en la trazabilidad como ANULADO.
      *> Flag 6: igual que 1, pero sin pantalla: el vencimiento de
      *>         un lote nuevo viene en LK-NombreInforme(1:8) como
      *>         AAAAMMDD (el aviso de despacho del proveedor).
           01 LK-Flag                  PIC 9(2).
           01 LK-Product-ID            PIC X(10).
           01 LK-Lote                  PIC X(10).
               WHEN 4
                   PERFORM Consumir-FEFO
                   MOVE WS-PrimerLote TO LK-Lote
               WHEN 5
                   PERFORM Reponer-Consumo
               WHEN 6
                   MOVE 'S' TO WS-VencInformado
                   PERFORM Ingresar-Lote
                   MOVE 'N' TO WS-VencInformado
               WHEN OTHER
                   PERFORM Menu-Lotes
           END-EVALUATE
           MOVE LK-Product-ID TO LO-Product-ID
           MOVE LK-Lote TO LO-Numero-Lote
           MOVE LK-Cantidad TO LO-Cantidad
           IF WS-VencInformado = 'S' AND
                   LK-NombreInforme(1:8) IS NUMERIC THEN
               MOVE LK-NombreInforme(1:8) TO LO-Fecha-Vencimiento
           ELSE
               DISPLAY "  Vencimiento del lote - Dia: "
               ACCEPT LO-Venc-Dia
               DISPLAY "  Vencimiento del lote - Mes: "
               ACCEPT LO-Venc-Mes
               DISPLAY "  Vencimiento del lote - Anio: "
               ACCEPT LO-Venc-Ano
           END-IF
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO LO-Ing-Dia
           MOVE WS-Fecha(5:2) TO LO-Ing-Mes
       EXIT.


      *> Anulacion de un despacho: lo que salio por la referencia
      *> vuelve al mismo lote del que salio (no por FEFO), asi el
      *> recall sigue cuadrando; la vuelta queda en Trazas.DAT con
      *> la referencia original precedida de ANULADO.
       Reponer-Consumo.
           ACCEPT WS-TrazaRef FROM ENVIRONMENT "TRAZA-REF"
           MOVE LK-Cantidad TO WS-Pendiente
           MOVE 0 TO WS-RP-Usados
           OPEN INPUT Trazas
           IF WS-TrazasStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Trazas
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF TZ-Product-ID = LK-Product-ID AND
                                   TZ-Referencia = WS-TrazaRef AND
                                   WS-Pendiente > 0 THEN
                               PERFORM Juntar-Consumo
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Trazas
           END-IF
           IF WS-RP-Usados > 0 THEN
               PERFORM Abrir-Lotes
               IF WS-LotesStatus = "00" THEN
                   MOVE WS-TrazaRef TO WS-Linea
                   MOVE SPACES TO WS-TrazaRef
                   STRING "ANULADO " WS-Linea
                       DELIMITED SIZE INTO WS-TrazaRef
                   PERFORM VARYING WS-RP-Idx FROM 1 BY 1
                           UNTIL WS-RP-Idx > WS-RP-Usados
                       PERFORM Reponer-Lote
                   END-PERFORM
                   CLOSE Lotes
               END-IF
           END-IF
       EXIT.


       Juntar-Consumo.
           IF TZ-Cantidad <= WS-Pendiente THEN
               MOVE TZ-Cantidad TO WS-Consumo
           ELSE
               MOVE WS-Pendiente TO WS-Consumo
           END-IF
           SUBTRACT WS-Consumo FROM WS-Pendiente
           IF WS-RP-Usados < 20 THEN
               ADD 1 TO WS-RP-Usados
               MOVE TZ-Lote TO WS-RP-Lote(WS-RP-Usados)
               MOVE WS-Consumo TO WS-RP-Cantidad(WS-RP-Usados)
           END-IF
       EXIT.


       Reponer-Lote.
           MOVE LK-Product-ID TO LO-Product-ID
           MOVE WS-RP-Lote(WS-RP-Idx) TO LO-Numero-Lote
           READ Lotes
               INVALID KEY
                   DISPLAY "  Lote " WS-RP-Lote(WS-RP-Idx)
                       " ya no existe; no se repuso."
               NOT INVALID KEY
                   ADD WS-RP-Cantidad(WS-RP-Idx) TO LO-Cantidad
                   REWRITE LO-Rec
                   MOVE WS-RP-Lote(WS-RP-Idx) TO WS-MejorLote
                   MOVE WS-RP-Cantidad(WS-RP-Idx) TO WS-Consumo
                   PERFORM Registrar-Traza
                   DISPLAY "  Lote " LO-Numero-Lote " repuesto: "
                       WS-RP-Cantidad(WS-RP-Idx) " unidades."
           END-READ
       EXIT.


      *> Informe de lotes que vencen dentro de LK-Dias dias (o que
      *> ya vencieron), a consola o al archivo de informe del dia.
       Informe-Vencimientos.
                       NOT AT END
                           IF TZ-Product-ID = WS-PID AND
                                   TZ-Lote = WS-Lote THEN
                               IF TZ-Referencia(1:8) = "ANULADO "
                                   THEN
                                   DISPLAY TZ-Fecha " volvieron "
                                       TZ-Cantidad " por "
                                       FUNCTION TRIM(TZ-Referencia)
                               ELSE
                                   DISPLAY TZ-Fecha " salieron "
                                       TZ-Cantidad " a "
                                       FUNCTION TRIM(TZ-Referencia)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
