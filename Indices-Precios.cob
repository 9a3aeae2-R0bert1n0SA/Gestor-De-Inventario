       IDENTIFICATION DIVISION.
       PROGRAM-ID. Indices-Precios AS "Indices-Precios".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Indices ASSIGN TO 'Indices-Precios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-Periodo
               FILE STATUS IS WS-IndicesStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Indices.
       01  IX-Rec.
      *>  Indice oficial de precios de cada mes (AAAAMM) para la
      *>  reexpresion de los libros: el coeficiente de un mes al
      *>  de cierre es el indice del cierre sobre el del mes.
           05 IX-Periodo               PIC 9(6).
           05 IX-Indice                PIC 9(7)V9(4).
           05 IX-Fecha-Carga.
               10 IX-Ano               PIC 9(4).
               10 IX-Mes               PIC 9(2).
               10 IX-Dia               PIC 99.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-IndicesStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Periodo               PIC 9(6).
           01 WS-Indice                PIC 9(7)V9(4).
           01 WS-IndiceDesde           PIC 9(7)V9(4).
           01 WS-IndiceHasta           PIC 9(7)V9(4).

       LINKAGE SECTION.
      *> Flag 1: deja en LK-Coeficiente el indice de LK-Hasta sobre
      *>         el de LK-Desde (periodos AAAAMM) y 'S' en
      *>         LK-Resultado; si falta alguno de los dos indices
      *>         el coeficiente es 1 y LK-Resultado 'N'.
      *> Otro valor: pantalla de mantenimiento de indices.
           01 LK-Flag                  PIC 9(2).
           01 LK-Desde                 PIC 9(6).
           01 LK-Hasta                 PIC 9(6).
           01 LK-Coeficiente           PIC 9(3)V9(6).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Desde, LK-Hasta,
               LK-Coeficiente, LK-Resultado.
       MAIN-PROCEDURE.
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Calcular-Coeficiente
               WHEN OTHER
                   PERFORM Menu-Indices
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Indices.
           OPEN I-O Indices
           IF WS-IndicesStatus = "35" THEN
               CLOSE Indices
               OPEN OUTPUT Indices
               CLOSE Indices
               OPEN I-O Indices
           END-IF
       EXIT.


       Calcular-Coeficiente.
           MOVE 1 TO LK-Coeficiente
           MOVE 'N' TO LK-Resultado
           MOVE 0 TO WS-IndiceDesde
           MOVE 0 TO WS-IndiceHasta
           OPEN INPUT Indices
           IF WS-IndicesStatus = "00" THEN
               MOVE LK-Desde TO IX-Periodo
               READ Indices
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IX-Indice TO WS-IndiceDesde
               END-READ
               MOVE LK-Hasta TO IX-Periodo
               READ Indices
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IX-Indice TO WS-IndiceHasta
               END-READ
               CLOSE Indices
           END-IF
           IF WS-IndiceDesde > 0 AND WS-IndiceHasta > 0 THEN
               COMPUTE LK-Coeficiente ROUNDED =
                   WS-IndiceHasta / WS-IndiceDesde
               MOVE 'S' TO LK-Resultado
           END-IF
       EXIT.


       Menu-Indices.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Indices de precios -------"
               DISPLAY "1. Listar indices"
               DISPLAY "2. Cargar/actualizar el indice de un mes"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Listar-Indices
                   WHEN 2
                       PERFORM Cargar-Indice
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Listar-Indices.
           PERFORM Abrir-Indices
           IF WS-IndicesStatus = "00" THEN
               MOVE LOW-VALUES TO IX-Periodo
               START Indices KEY IS NOT LESS THAN IX-Periodo
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "--- Indices cargados ---"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Indices NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           DISPLAY IX-Periodo(1:4) "-"
                               IX-Periodo(5:2) " " IX-Indice
                               " (cargado el " IX-Dia "/"
                               IX-Mes "/" IX-Ano ")"
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Indices
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Indice.
           DISPLAY "Mes del indice (AAAAMM): "
           ACCEPT WS-Periodo
           IF WS-Periodo(5:2) < "01" OR WS-Periodo(5:2) > "12" THEN
               DISPLAY "Periodo no valido."
           ELSE
               DISPLAY "Indice del mes " WS-Periodo ": "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Indice
               ELSE
                   MOVE 0 TO WS-Indice
               END-IF
               IF WS-Indice = 0 THEN
                   DISPLAY "Indice no valido."
               ELSE
                   PERFORM Grabar-Indice
               END-IF
           END-IF
       EXIT.


       Grabar-Indice.
           PERFORM Abrir-Indices
           IF WS-IndicesStatus = "00" THEN
               MOVE WS-Periodo TO IX-Periodo
               READ Indices
                   INVALID KEY
                       MOVE WS-Periodo TO IX-Periodo
                       MOVE WS-Indice TO IX-Indice
                       PERFORM Fechar-Indice
                       WRITE IX-Rec
                   NOT INVALID KEY
                       MOVE WS-Indice TO IX-Indice
                       PERFORM Fechar-Indice
                       REWRITE IX-Rec
               END-READ
               IF WS-IndicesStatus = "00" THEN
                   DISPLAY "Indice de " WS-Periodo " guardado."
               ELSE
                   CALL "Errores" USING WS-IndicesStatus
               END-IF
               CLOSE Indices
           END-IF
       EXIT.


       Fechar-Indice.
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO IX-Dia
           MOVE WS-Fecha(5:2) TO IX-Mes
           MOVE WS-Fecha(1:4) TO IX-Ano
           ADD WS-Year TO IX-Ano GIVING IX-Ano
       EXIT.
