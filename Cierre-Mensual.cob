
       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO REPLACING LEADING ==MOV-== BY ==SAL-==.
           COPY LAYOUT.

           01 WS-Control.
               05 WS-MovStatus         PIC XX.
           01 WS-SaldosUsados          PIC 9(3) VALUE 0.
           01 WS-ST-Idx                PIC 9(3).
           01 WS-ST-Hallado            PIC X(1).
           01 WS-CategoriaSaldo        PIC X(20).
           01 WS-Desborde              PIC X(1) VALUE 'N'.
           01 WS-FechaPeriodo          PIC 9(8).
           01 WS-UsuarioCierre         PIC X(10) VALUE "CIERRE".
           01 WS-PeriodoOk             PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               OPEN EXTEND Archivo
               IF WS-ArchivoStatus = "35" THEN
                   OPEN OUTPUT Archivo
                   PERFORM Escribir-Cabecera
               END-IF
               MOVE LOW-VALUES TO MOV-Clave
               START Movimientos KEY IS NOT LESS THAN MOV-Clave
               DISPLAY "El mes cerrado queda en " WS-NombreArchivo
                   " para consultas de auditoria; no volver a "
                   "escribirlo."
      *>       Con el asiento del mes ya exportado, el periodo
      *>       contable queda cerrado.
               COMPUTE WS-FechaPeriodo = (WS-CorteNum * 100) + 1
               CALL "Periodos-Contables" USING 2, WS-UsuarioCierre,
                   WS-FechaPeriodo, WS-PeriodoOk
           END-IF
       EXIT.


      *> El archivo del mes nace con la cabecera de version del
      *> layout de Movimientos.
       Escribir-Cabecera.
           MOVE CAB-Marca-Layout TO CAB-Marca
           MOVE "MOVIMIENTOS" TO CAB-Archivo
           MOVE CAB-Ver-Movimientos TO CAB-Version
           ACCEPT CAB-Fecha FROM DATE
           ADD 20000000 TO CAB-Fecha
           ACCEPT CAB-Hora FROM TIME
           MOVE SPACES TO Arch-Rec
           MOVE Cab-Layout TO Arch-Rec
           WRITE Arch-Rec
       EXIT.


       Evaluar-Movimiento.
           COMPUTE WS-MovNum = (MOV-Ano * 100) + MOV-Mes
           IF WS-MovNum <= WS-CorteNum THEN
                           WS-ST-Stock(WS-ST-Idx)
                       MOVE MOV-Precio-Despues TO
                           WS-ST-Precio(WS-ST-Idx)
                       PERFORM Categoria-Saldo
                       MOVE WS-CategoriaSaldo TO
                           WS-ST-Categoria(WS-ST-Idx)
                   END-IF
               END-PERFORM
                       WS-ST-Stock(WS-SaldosUsados)
                   MOVE MOV-Precio-Despues TO
                       WS-ST-Precio(WS-SaldosUsados)
                   PERFORM Categoria-Saldo
                   MOVE WS-CategoriaSaldo TO
                       WS-ST-Categoria(WS-SaldosUsados)
               END-IF
           END-IF
       EXIT.


      *> El consumo interno lleva en el campo de despues el centro
      *> de costo; la categoria del producto queda en el de antes.
       Categoria-Saldo.
           IF MOV-Operacion = "CONINT" THEN
               MOVE MOV-Categoria-Antes TO WS-CategoriaSaldo
           ELSE
               MOVE MOV-Categoria-Despues TO WS-CategoriaSaldo
           END-IF
       EXIT.


      *> Los saldos de apertura van al archivo corriente con la
      *> operacion SALDO y fecha primer dia del mes siguiente, para
      *> que el kardex siga cuadrando tras la rotacion.
