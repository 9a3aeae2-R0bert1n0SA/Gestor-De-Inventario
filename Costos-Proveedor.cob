           01 WS-XrefOk                PIC X(1).
           01 WS-XrefCosto             PIC 9(5)V99.
           01 WS-NumCorrida            PIC 9(6).
           COPY INTERFASE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Codigo de proveedor: "
           ACCEPT WS-CodigoProv
           PERFORM Validar-Proveedor
           IF WS-NombreProv NOT = SPACES THEN
               PERFORM Controlar-Interfase
               IF CI-Resultado NOT = 'S' THEN
                   DISPLAY "Costos-Proveedor.TXT RECHAZADO: "
                       FUNCTION TRIM(CI-Motivo)
                   MOVE SPACES TO WS-NombreProv
               END-IF
           END-IF
           IF WS-NombreProv NOT = SPACES THEN
               DISPLAY "Umbral de aumento a revisar (%): "
               ACCEPT WS-Aux
                           WS-LockUsuario
                       DISPLAY "Cambios aplicados: " WS-Aplicados
                           " (corrida " WS-NumCorrida ")"
                       MOVE WS-Aplicados TO CI-Aplicados
                       CALL "Interfases" USING 4, Ctl-Interfase,
                           SPACES
      *>               Con costos nuevos, la corrida de reprecios
      *>               deja propuestas para todo margen que quedo
      *>               por debajo del objetivo de su categoria.
       EXIT.


      *> La lista se controla entera contra su trailer (registros
      *> y total de costos en centavos) y contra el registro de
      *> interfases: una lista ya aplicada no se vuelve a aplicar.
       Controlar-Interfase.
           MOVE "COSTOS-PROV" TO CI-Interfase
           MOVE "Costos-Proveedor.TXT" TO CI-Archivo
           MOVE 27 TO CI-Largo
           MOVE WS-LockUsuario TO CI-Usuario
           CALL "Interfases" USING 1, Ctl-Interfase, SPACES
           OPEN INPUT ArchivoCostos
           IF WS-CostosStatus NOT = "00" THEN
               MOVE "no se pudo abrir el archivo" TO CI-Motivo
           ELSE
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ArchivoCostos
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           COMPUTE CI-Cantidad =
                               CP-Costo-Nuevo * 100
                           CALL "Interfases" USING 2, Ctl-Interfase,
                               CP-Rec
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ArchivoCostos
               CALL "Interfases" USING 3, Ctl-Interfase, SPACES
           END-IF
       EXIT.


       Armar-Preview.
           MOVE SPACES TO WS-ParamInf
           STRING "proveedor " WS-CodigoProv
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CP-Codigo(1:4) NOT = "#TRL" THEN
                               PERFORM Evaluar-Linea-Costo
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
