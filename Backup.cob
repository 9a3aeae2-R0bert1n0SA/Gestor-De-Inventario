           COPY PRODUCTO.

       FD  Respaldo.
       01  Backup-Rec                  PIC X(549).

       WORKING-STORAGE SECTION.
           01 WS-Control.
           01 WS-JobC3                 PIC 9(7) VALUE 0.
           01 WS-JobOk                 PIC X(1).
           01 WS-JobNombre             PIC X(20).
           01 WS-HoraActual            PIC 9(8).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           COPY LAYOUT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           PERFORM Armar-Nombre-Archivo
           PERFORM Generar-Respaldo
           PERFORM Registrar-Hora-Respaldo
           MOVE WS-Contador TO WS-JobC1
           CALL "Control-Trabajos" USING 2, WS-JobNombre,
               WS-JobC1, WS-JobC2, WS-JobC3, WS-JobOk
       EXIT.


      *> Deja fecha y hora del respaldo (AAAAMMDDHHMMSS) en el
      *> parametro ULTIMO-RESPALDO: la recuperacion reaplica los
      *> movimientos a partir de ese instante.
       Registrar-Hora-Respaldo.
           IF WS-ProductosStatus = "00" THEN
               MOVE SPACES TO WS-ValorParam
               STRING WS-FechaArchivo WS-HoraActual(1:6)
                   DELIMITED BY SIZE INTO WS-ValorParam
               MOVE "ULTIMO-RESPALDO" TO WS-ClaveParam
               CALL "Parametros" USING 2, WS-ClaveParam,
                   WS-ValorParam
           END-IF
       EXIT.


      *> La copia empieza con la cabecera de version del layout de
      *> Productos, para que una copia vieja se reconozca y se
      *> convierta en lugar de leerse corrida.
       Escribir-Cabecera.
           MOVE CAB-Marca-Layout TO CAB-Marca
           MOVE "PRODUCTOS" TO CAB-Archivo
           MOVE CAB-Ver-Productos TO CAB-Version
           MOVE WS-FechaArchivo TO CAB-Fecha
           MOVE WS-HoraActual(1:6) TO CAB-Hora
           MOVE SPACES TO Backup-Rec
           MOVE Cab-Layout TO Backup-Rec
           WRITE Backup-Rec
       EXIT.


       Generar-Respaldo.
           ACCEPT WS-HoraActual FROM TIME
           OPEN INPUT Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               OPEN OUTPUT Respaldo
               PERFORM Escribir-Cabecera
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Productos INTO Product
                       AT END
