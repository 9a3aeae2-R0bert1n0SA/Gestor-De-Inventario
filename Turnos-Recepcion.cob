       IDENTIFICATION DIVISION.
       PROGRAM-ID. Turnos-Recepcion AS "Turnos-Recepcion".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Andenes ASSIGN TO 'Andenes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-Codigo
               FILE STATUS IS WS-AndenesStatus.

           SELECT Turnos ASSIGN TO 'Turnos-Recepcion.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-Clave
               FILE STATUS IS WS-TurnosStatus.

           SELECT OrdenesCompra ASSIGN TO 'Ordenes-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Clave
               FILE STATUS IS WS-OrdenesStatus.

           SELECT Avisos ASSIGN TO 'Avisos-Despacho.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-Clave
               FILE STATUS IS WS-AvisosStatus.

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
       FD  Andenes.
       01  AN-Rec.
      *>  Andenes de recepcion: cada dia se abren AN-Turnos turnos
      *>  consecutivos de AN-Minutos minutos desde la hora
      *>  AN-Hora-Desde (HHMM). AN-Pallets-Dia es lo que el anden
      *>  descarga en un dia; la suma de los andenes activos es la
      *>  capacidad diaria del deposito. AN-Estado 'I' lo saca de
      *>  servicio sin perder la historia de sus turnos.
           05 AN-Codigo                PIC X(5).
           05 AN-Descripcion           PIC X(30).
           05 AN-Hora-Desde.
               10 AN-Desde-HH          PIC 9(2).
               10 AN-Desde-MM          PIC 9(2).
           05 AN-Turnos                PIC 9(2).
           05 AN-Minutos               PIC 9(3).
           05 AN-Pallets-Dia           PIC 9(4).
           05 AN-Estado                PIC X(1).
           05 AN-Usuario               PIC X(10).

       FD  Turnos.
       01  TR-Rec.
      *>  Turnos reservados en los andenes, uno por fecha, anden y
      *>  numero de turno del dia. Cada turno se reserva contra una
      *>  orden de compra abierta o un aviso de despacho (TR-Orden
      *>  lleva la orden de su primera linea) con los pallets que
      *>  se esperan. Recepciones marca el arribo (LLEGADO) con la
      *>  fecha y hora reales y los minutos de atraso contra el
      *>  inicio del turno; un turno RESERVADO de un dia ya pasado
      *>  es una ausencia. ANULADO libera el turno.
           05 TR-Clave.
               10 TR-Fecha             PIC 9(8).
               10 TR-Anden             PIC X(5).
               10 TR-Turno             PIC 9(2).
           05 TR-Hora                  PIC 9(4).
           05 TR-Orden                 PIC 9(6).
           05 TR-Aviso                 PIC 9(6).
           05 TR-Proveedor             PIC X(10).
           05 TR-Pallets               PIC 9(3).
           05 TR-Estado                PIC X(10).
           05 TR-Fecha-Llegada         PIC 9(8).
           05 TR-Hora-Llegada          PIC 9(4).
           05 TR-Atraso                PIC 9(5).
           05 TR-Atrasado              PIC X(1).
           05 TR-Fecha-Alta            PIC 9(8).
           05 TR-Usuario               PIC X(10).

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.

       FD  Avisos.
           COPY AVISO-DESPACHO.

       FD  Proveedores.
           COPY PROVEEDOR.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-AndenesStatus     PIC XX.
               05 WS-TurnosStatus      PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-AvisosStatus      PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Av            PIC X(1) VALUE 'N'.

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
           01 WS-HoraActual            PIC 9(8).
           01 WS-FechaTecleada         PIC 9(8).
           01 WS-FechaOk               PIC X(1).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-Tolerancia            PIC 9(3).
           01 WS-Anden                 PIC X(5).
           01 WS-Turno                 PIC 9(2).
           01 WS-FechaTurno            PIC 9(8).
           01 WS-Orden                 PIC 9(6).
           01 WS-Aviso                 PIC 9(6).
           01 WS-Proveedor             PIC X(10).
           01 WS-Pallets               PIC 9(3).
           01 WS-Hallado               PIC X(1).
           01 WS-Coincide              PIC X(1).
           01 WS-Libre                 PIC X(1).
           01 WS-Libres                PIC 9(2).
           01 WS-Reutilizar            PIC X(1).
           01 WS-ClaveTurno            PIC X(15).
           01 WS-MinTurno              PIC 9(5).
           01 WS-MinLlegada            PIC 9(5).
           01 WS-Atraso                PIC S9(7).
           01 WS-HH                    PIC 9(2).
           01 WS-MM                    PIC 9(2).
           01 WS-Hora                  PIC 9(4).
           01 WS-Capacidad             PIC 9(6).
           01 WS-Reservados            PIC 9(6).
           01 WS-CantTurnos            PIC 9(5).
           01 WS-Desde                 PIC 9(8).
           01 WS-Hasta                 PIC 9(8).
           01 WS-ProvNombre            PIC X(30).
           01 WS-PalletsEd             PIC ZZ9.
           01 WS-CantEd                PIC ZZZZ9.
           01 WS-CantEd2               PIC ZZZZ9.
           01 WS-CantEd3               PIC ZZZZ9.
           01 WS-CantEd4               PIC ZZZZ9.
           01 WS-PctEd                 PIC ZZ9.9.
           01 WS-Pct                   PIC 9(3)V9.
           01 WS-AtrasoEd              PIC ZZZZ9.

      *>   Resultado por proveedor del informe de cumplimiento.
           01 WS-CumplimientoTabla.
               05 WS-CP-Entry OCCURS 200 TIMES.
                   10 WS-CP-Proveedor      PIC X(10).
                   10 WS-CP-Turnos         PIC 9(5).
                   10 WS-CP-ATiempo        PIC 9(5).
                   10 WS-CP-Atrasados      PIC 9(5).
                   10 WS-CP-Ausentes       PIC 9(5).
                   10 WS-CP-Minutos        PIC 9(7).
           01 WS-CP-Usados             PIC 9(3) VALUE 0.
           01 WS-CP-Idx                PIC 9(3).
           01 WS-CP-J                  PIC 9(3).

       LINKAGE SECTION.
      *> Flag 1: Recepciones marca el arribo de la orden LK-Orden
      *>         en su turno reservado de hoy (o en el mas antiguo
      *>         que quedo sin llegar); 'S' en LK-Resultado si tenia
      *>         turno, 'N' si llego sin turno.
      *> Otro valor: pantalla de andenes y turnos.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Orden                 PIC 9(6).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Orden,
               LK-Resultado.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           PERFORM Calcular-Hoy
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Registrar-Arribo
               WHEN OTHER
                   PERFORM Menu-Turnos
           END-EVALUATE
       EXIT PROGRAM.


       Calcular-Hoy.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
       EXIT.


       Abrir-Andenes.
           OPEN I-O Andenes
           IF WS-AndenesStatus = "35" THEN
               CLOSE Andenes
               OPEN OUTPUT Andenes
               CLOSE Andenes
               OPEN I-O Andenes
           END-IF
       EXIT.


       Abrir-Turnos.
           OPEN I-O Turnos
           IF WS-TurnosStatus = "35" THEN
               CLOSE Turnos
               OPEN OUTPUT Turnos
               CLOSE Turnos
               OPEN I-O Turnos
           END-IF
       EXIT.


       Menu-Turnos.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Turnos de recepcion en andenes -------"
               DISPLAY "1. Alta o cambio de un anden"
               DISPLAY "2. Listar andenes"
               DISPLAY "3. Reservar un turno"
               DISPLAY "4. Anular un turno"
               DISPLAY "5. Planilla de arribos del dia"
               DISPLAY "6. Ausencias y atrasos por proveedor"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "(Los arribos se marcan desde Recepciones.)"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Mantener-Anden
                   WHEN 2
                       PERFORM Listar-Andenes
                   WHEN 3
                       PERFORM Reservar-Turno
                   WHEN 4
                       PERFORM Anular-Turno
                   WHEN 5
                       PERFORM Planilla-Arribos
                   WHEN 6
                       PERFORM Informe-Cumplimiento
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
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


      *> Hora de inicio del turno WS-Turno del anden leido, en
      *> WS-Hora (HHMM).
       Calcular-Hora-Turno.
           COMPUTE WS-MinTurno = AN-Desde-HH * 60 + AN-Desde-MM
               + (WS-Turno - 1) * AN-Minutos
           DIVIDE WS-MinTurno BY 60 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-Hora = WS-HH * 100 + WS-MM
       EXIT.


       Mantener-Anden.
           DISPLAY "Codigo de anden: "
           MOVE SPACES TO WS-Anden
           ACCEPT WS-Anden
           IF WS-Anden = SPACES THEN
               DISPLAY "Codigo no valido."
           ELSE
               PERFORM Abrir-Andenes
               IF WS-AndenesStatus NOT = "00" THEN
                   CALL "Errores" USING WS-AndenesStatus
               ELSE
                   MOVE WS-Anden TO AN-Codigo
                   READ Andenes
                       INVALID KEY
                           MOVE 'N' TO WS-Hallado
                           INITIALIZE AN-Rec
                           MOVE WS-Anden TO AN-Codigo
                           MOVE 'A' TO AN-Estado
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Hallado
                           DISPLAY "Anden " AN-Codigo " "
                               FUNCTION TRIM(AN-Descripcion)
                   END-READ
                   PERFORM Capturar-Anden
                   CLOSE Andenes
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Enter conserva el valor actual de cada dato.
       Capturar-Anden.
           DISPLAY "Descripcion (Enter = "
               FUNCTION TRIM(AN-Descripcion) "): "
           MOVE SPACES TO WS-Linea
           ACCEPT WS-Linea
           IF WS-Linea NOT = SPACES THEN
               MOVE WS-Linea TO AN-Descripcion
           END-IF
           MOVE SPACES TO WS-Linea
           DISPLAY "Hora del primer turno HHMM (Enter = "
               AN-Hora-Desde "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux(1:4) IS NUMERIC AND WS-Aux(5:1) = SPACE THEN
               MOVE WS-Aux(1:4) TO AN-Hora-Desde
           END-IF
           DISPLAY "Turnos por dia (Enter = " AN-Turnos "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO AN-Turnos
           END-IF
           DISPLAY "Minutos por turno (Enter = " AN-Minutos "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO AN-Minutos
           END-IF
           DISPLAY "Pallets que descarga por dia (Enter = "
               AN-Pallets-Dia "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO AN-Pallets-Dia
           END-IF
           DISPLAY "Estado A = activo, I = fuera de servicio (Enter = "
               AN-Estado "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux(1:1) = 'A' OR WS-Aux(1:1) = 'I' THEN
               MOVE WS-Aux(1:1) TO AN-Estado
           END-IF
           MOVE AN-Turnos TO WS-Turno
           ADD 1 TO WS-Turno
           PERFORM Calcular-Hora-Turno
           EVALUATE TRUE
               WHEN AN-Desde-HH > 23 OR AN-Desde-MM > 59
                   DISPLAY "Hora no valida; el anden no se grabo."
               WHEN AN-Turnos = 0 OR AN-Minutos = 0
                   DISPLAY "Turnos y minutos deben ser mayores a 0; "
                       "el anden no se grabo."
               WHEN WS-MinTurno > 1440
                   DISPLAY "Los turnos pasan de la medianoche; el "
                       "anden no se grabo."
               WHEN OTHER
                   MOVE WS-Usuario TO AN-Usuario
                   IF WS-Hallado = 'S' THEN
                       REWRITE AN-Rec
                   ELSE
                       WRITE AN-Rec
                   END-IF
                   IF WS-AndenesStatus = "00" THEN
                       DISPLAY "Anden " AN-Codigo " grabado."
                   ELSE
                       CALL "Errores" USING WS-AndenesStatus
                   END-IF
           END-EVALUATE
       EXIT.


       Listar-Andenes.
           OPEN INPUT Andenes
           IF WS-AndenesStatus NOT = "00" THEN
               DISPLAY "No hay andenes registrados."
           ELSE
               DISPLAY "--- Andenes de recepcion ---"
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Andenes NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           DISPLAY AN-Codigo " "
                               AN-Descripcion " desde "
                               AN-Desde-HH ":" AN-Desde-MM " "
                               AN-Turnos " turnos de " AN-Minutos
                               " min, " AN-Pallets-Dia
                               " pallets/dia " AN-Estado
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Andenes
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> El turno se reserva contra una orden abierta que entra al
      *> deposito (no una entrega directa) o contra un aviso de
      *> despacho, que propone la fecha de arribo que informo el
      *> proveedor.
       Reservar-Turno.
           DISPLAY "--- Reserva de turno de descarga ---"
           MOVE 0 TO WS-Aviso
           MOVE 0 TO WS-FechaTurno
           DISPLAY "Orden de compra (0 = por aviso de despacho): "
           MOVE 0 TO WS-Orden
           ACCEPT WS-Orden
           IF WS-Orden = 0 THEN
               PERFORM Leer-Aviso-Turno
           END-IF
           MOVE SPACES TO WS-Proveedor
           IF WS-Orden > 0 THEN
               PERFORM Validar-Orden-Turno
           END-IF
           IF WS-Proveedor NOT = SPACES THEN
               PERFORM Capturar-Fecha-Turno
           END-IF
           IF WS-Proveedor NOT = SPACES AND WS-FechaOk = 'S' THEN
               DISPLAY "Pallets esperados: "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               MOVE 0 TO WS-Pallets
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Pallets
               END-IF
               IF WS-Pallets = 0 THEN
                   DISPLAY "Cantidad de pallets no valida."
               ELSE
                   PERFORM Abrir-Turnos
                   OPEN INPUT Andenes
                   IF WS-TurnosStatus NOT = "00" OR
                           WS-AndenesStatus NOT = "00" THEN
                       DISPLAY "No hay andenes registrados."
                   ELSE
                       PERFORM Elegir-Turno
                   END-IF
                   IF WS-AndenesStatus = "00" THEN
                       CLOSE Andenes
                   END-IF
                   IF WS-TurnosStatus = "00" THEN
                       CLOSE Turnos
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Leer-Aviso-Turno.
           DISPLAY "Numero de aviso de despacho: "
           ACCEPT WS-Aviso
           OPEN INPUT Avisos
           IF WS-AvisosStatus NOT = "00" THEN
               DISPLAY "No hay avisos de despacho registrados."
           ELSE
               MOVE WS-Aviso TO AV-Numero
               MOVE 1 TO AV-Linea
               READ Avisos
                   INVALID KEY
                       DISPLAY "El aviso " WS-Aviso " no existe."
                   NOT INVALID KEY
                       MOVE AV-Orden TO WS-Orden
                       MOVE AV-Fecha-Arribo TO WS-FechaTurno
                       DISPLAY "Aviso " WS-Aviso " de " AV-Proveedor
                           " (" FUNCTION TRIM(AV-Referencia)
                           ") para la orden " AV-Orden
               END-READ
               CLOSE Avisos
           END-IF
       EXIT.


       Validar-Orden-Turno.
           OPEN INPUT OrdenesCompra
           IF WS-OrdenesStatus NOT = "00" THEN
               CALL "Errores" USING WS-OrdenesStatus
           ELSE
               MOVE WS-Orden TO OC-Numero
               MOVE 0 TO OC-Linea
               READ OrdenesCompra
                   INVALID KEY
                       DISPLAY "La orden " WS-Orden " no existe."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OC-Estado = "RECIBIDA" OR
                                   OC-Estado = "ANULADA"
                               DISPLAY "La orden esta " OC-Estado
                                   "; no lleva turno."
                           WHEN OC-Pedido > 0
                               DISPLAY "La orden es de entrega "
                                   "directa al cliente; no pasa por "
                                   "el deposito."
                           WHEN OTHER
                               MOVE OC-Proveedor-Codigo
                                   TO WS-Proveedor
                               DISPLAY "Orden " OC-Numero " de "
                                   FUNCTION TRIM(OC-Proveedor-Nombre)
                       END-EVALUATE
               END-READ
               CLOSE OrdenesCompra
           END-IF
       EXIT.


       Capturar-Fecha-Turno.
           IF WS-FechaTurno < WS-HoyNum THEN
               MOVE WS-HoyNum TO WS-FechaTurno
           END-IF
           DISPLAY "Fecha del turno AAAAMMDD (Enter = " WS-FechaTurno
               "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 'S' TO WS-FechaOk
           IF WS-Aux NOT = SPACES THEN
               PERFORM Validar-Fecha-Tecleada
               MOVE WS-FechaTecleada TO WS-FechaTurno
           END-IF
           IF WS-FechaOk = 'N' OR WS-FechaTurno < WS-HoyNum THEN
               MOVE 'N' TO WS-FechaOk
               DISPLAY "Fecha no valida; no se reservo el turno."
           END-IF
       EXIT.


      *> Muestra los andenes activos con sus turnos libres del dia,
      *> toma anden y turno y avisa si el dia queda sobrecargado.
       Elegir-Turno.
           PERFORM Calcular-Carga-Dia
           DISPLAY "Dia " WS-FechaTurno ": " WS-Reservados
               " pallets reservados de " WS-Capacidad
               " que descargan los andenes."
           MOVE LOW-VALUES TO AN-Codigo
           START Andenes KEY IS NOT LESS THAN AN-Codigo
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Andenes NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF AN-Estado NOT = 'I' THEN
                           PERFORM Mostrar-Libres-Anden
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           DISPLAY "Anden (en blanco cancela): "
           MOVE SPACES TO WS-Anden
           ACCEPT WS-Anden
           IF WS-Anden NOT = SPACES THEN
               MOVE WS-Anden TO AN-Codigo
               READ Andenes
                   INVALID KEY
                       DISPLAY "El anden no existe."
                   NOT INVALID KEY
                       IF AN-Estado = 'I' THEN
                           DISPLAY "El anden esta fuera de servicio."
                       ELSE
                           PERFORM Tomar-Turno
                       END-IF
               END-READ
           ELSE
               DISPLAY "Reserva cancelada."
           END-IF
       EXIT.


       Mostrar-Libres-Anden.
           MOVE 0 TO WS-Libres
           MOVE SPACES TO WS-Linea
           PERFORM VARYING WS-Turno FROM 1 BY 1
                   UNTIL WS-Turno > AN-Turnos
               PERFORM Verificar-Turno-Libre
               IF WS-Libre = 'S' THEN
                   ADD 1 TO WS-Libres
               END-IF
           END-PERFORM
           DISPLAY "Anden " AN-Codigo " "
               FUNCTION TRIM(AN-Descripcion) ": " WS-Libres
               " turno(s) libre(s) de " AN-Turnos
       EXIT.


      *> 'S' en WS-Libre si el turno WS-Turno del anden AN-Codigo
      *> no tiene reserva viva en WS-FechaTurno; WS-Reutilizar 'S'
      *> si existe un registro ANULADO que se pisa al reservar.
       Verificar-Turno-Libre.
           MOVE 'S' TO WS-Libre
           MOVE 'N' TO WS-Reutilizar
           MOVE WS-FechaTurno TO TR-Fecha
           MOVE AN-Codigo TO TR-Anden
           MOVE WS-Turno TO TR-Turno
           READ Turnos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TR-Estado = "ANULADO" THEN
                       MOVE 'S' TO WS-Reutilizar
                   ELSE
                       MOVE 'N' TO WS-Libre
                   END-IF
           END-READ
       EXIT.


       Tomar-Turno.
           PERFORM VARYING WS-Turno FROM 1 BY 1
                   UNTIL WS-Turno > AN-Turnos
               PERFORM Verificar-Turno-Libre
               IF WS-Libre = 'S' THEN
                   PERFORM Calcular-Hora-Turno
                   DISPLAY "  Turno " WS-Turno " - " WS-HH ":" WS-MM
               END-IF
           END-PERFORM
           DISPLAY "Turno: "
           MOVE 0 TO WS-Turno
           ACCEPT WS-Turno
           IF WS-Turno = 0 OR WS-Turno > AN-Turnos THEN
               DISPLAY "Turno no valido; no se reservo."
           ELSE
               PERFORM Verificar-Turno-Libre
               IF WS-Libre = 'N' THEN
                   DISPLAY "El turno ya esta reservado."
               ELSE
                   MOVE 'S' TO WS-Confirmar
                   IF WS-Reservados + WS-Pallets > WS-Capacidad THEN
                       COMPUTE WS-CantTurnos =
                           WS-Reservados + WS-Pallets - WS-Capacidad
                       DISPLAY "ATENCION: el dia queda sobrecargado "
                           "en " WS-CantTurnos " pallets sobre la "
                           "capacidad de descarga."
                       DISPLAY "Reservar igual (S/N): "
                       MOVE SPACES TO WS-Confirmar
                       ACCEPT WS-Confirmar
                   END-IF
                   IF WS-Confirmar = 'S' OR WS-Confirmar = 's' THEN
                       PERFORM Grabar-Turno
                   ELSE
                       DISPLAY "Reserva cancelada."
                   END-IF
               END-IF
           END-IF
       EXIT.


       Grabar-Turno.
           PERFORM Calcular-Hora-Turno
           INITIALIZE TR-Rec
           MOVE WS-FechaTurno TO TR-Fecha
           MOVE AN-Codigo TO TR-Anden
           MOVE WS-Turno TO TR-Turno
           MOVE WS-Hora TO TR-Hora
           MOVE WS-Orden TO TR-Orden
           MOVE WS-Aviso TO TR-Aviso
           MOVE WS-Proveedor TO TR-Proveedor
           MOVE WS-Pallets TO TR-Pallets
           MOVE "RESERVADO" TO TR-Estado
           MOVE 'N' TO TR-Atrasado
           MOVE WS-HoyNum TO TR-Fecha-Alta
           MOVE WS-Usuario TO TR-Usuario
           IF WS-Reutilizar = 'S' THEN
               REWRITE TR-Rec
           ELSE
               WRITE TR-Rec
           END-IF
           IF WS-TurnosStatus = "00" THEN
               DISPLAY "Turno reservado: " TR-Fecha(7:2) "/"
                   TR-Fecha(5:2) "/" TR-Fecha(1:4) " anden "
                   TR-Anden " a las " WS-HH ":" WS-MM
           ELSE
               CALL "Errores" USING WS-TurnosStatus
           END-IF
       EXIT.


      *> Capacidad del dia WS-FechaTurno (pallets por dia de los
      *> andenes activos) y pallets ya reservados para ese dia.
      *> Andenes y Turnos abiertos por el llamador.
       Calcular-Carga-Dia.
           MOVE 0 TO WS-Capacidad
           MOVE 0 TO WS-Reservados
           MOVE 0 TO WS-CantTurnos
           MOVE LOW-VALUES TO AN-Codigo
           START Andenes KEY IS NOT LESS THAN AN-Codigo
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Andenes NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF AN-Estado NOT = 'I' THEN
                           ADD AN-Pallets-Dia TO WS-Capacidad
                       END-IF
               END-READ
           END-PERFORM
           MOVE LOW-VALUES TO TR-Clave
           MOVE WS-FechaTurno TO TR-Fecha
           START Turnos KEY IS NOT LESS THAN TR-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Turnos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF TR-Fecha NOT = WS-FechaTurno THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF TR-Estado NOT = "ANULADO" THEN
                               ADD TR-Pallets TO WS-Reservados
                               ADD 1 TO WS-CantTurnos
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Anular-Turno.
           DISPLAY "Fecha del turno AAAAMMDD: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           PERFORM Validar-Fecha-Tecleada
           IF WS-FechaOk = 'N' THEN
               DISPLAY "Fecha no valida."
           ELSE
               DISPLAY "Anden: "
               MOVE SPACES TO WS-Anden
               ACCEPT WS-Anden
               DISPLAY "Turno: "
               MOVE 0 TO WS-Turno
               ACCEPT WS-Turno
               PERFORM Abrir-Turnos
               IF WS-TurnosStatus = "00" THEN
                   MOVE WS-FechaTecleada TO TR-Fecha
                   MOVE WS-Anden TO TR-Anden
                   MOVE WS-Turno TO TR-Turno
                   READ Turnos
                       INVALID KEY
                           DISPLAY "No hay turno reservado ahi."
                       NOT INVALID KEY
                           IF TR-Estado NOT = "RESERVADO" THEN
                               DISPLAY "El turno esta " TR-Estado
                                   "; solo se anula uno RESERVADO."
                           ELSE
                               DISPLAY "Turno de la orden " TR-Orden
                                   " de " TR-Proveedor " - "
                                   TR-Pallets " pallets"
                               DISPLAY "Confirma anular (S/N): "
                               MOVE SPACES TO WS-Confirmar
                               ACCEPT WS-Confirmar
                               IF WS-Confirmar = 'S' OR
                                       WS-Confirmar = 's' THEN
                                   MOVE "ANULADO" TO TR-Estado
                                   MOVE WS-Usuario TO TR-Usuario
                                   REWRITE TR-Rec
                                   DISPLAY "Turno anulado."
                               END-IF
                           END-IF
                   END-READ
                   CLOSE Turnos
               ELSE
                   CALL "Errores" USING WS-TurnosStatus
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> El atraso se mide desde el inicio del turno; pasada la
      *> tolerancia TOLERANCIA-TURNO (minutos, 30 por defecto) el
      *> arribo cuenta como atrasado. Un camion que llega un dia
      *> despues de su turno ocupa ese turno con el atraso de los
      *> dias transcurridos.
       Registrar-Arribo.
           MOVE 'N' TO LK-Resultado
           MOVE LK-Orden TO WS-Orden
           MOVE 'N' TO WS-Hallado
           MOVE LOW-VALUES TO WS-ClaveTurno
           OPEN I-O Turnos
           IF WS-TurnosStatus = "00" THEN
               OPEN INPUT Avisos
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Turnos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF TR-Fecha > WS-HoyNum THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               PERFORM Evaluar-Turno-Arribo
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-AvisosStatus = "00" THEN
                   CLOSE Avisos
               END-IF
               IF LK-Resultado = 'N' AND WS-Hallado = 'S' THEN
                   PERFORM Marcar-Llegado
               END-IF
               CLOSE Turnos
           END-IF
           IF LK-Resultado = 'N' THEN
               DISPLAY "La orden " WS-Orden " llego sin turno "
                   "reservado."
           END-IF
       EXIT.


      *> Un arribo ya marcado hoy para la orden (otra recepcion del
      *> mismo camion) no vuelve a marcarse. Entre los turnos
      *> pendientes se prefiere el de hoy al mas antiguo.
       Evaluar-Turno-Arribo.
           IF TR-Estado = "RESERVADO" OR
                   (TR-Estado = "LLEGADO" AND
                   TR-Fecha-Llegada = WS-HoyNum) THEN
               PERFORM Coincidir-Orden
               IF WS-Coincide = 'S' THEN
                   IF TR-Estado = "LLEGADO" THEN
                       MOVE 'S' TO LK-Resultado
                       MOVE 'Y' TO WS-EOF-Flag
                   ELSE
                       IF WS-Hallado = 'N' OR
                               (TR-Fecha = WS-HoyNum AND
                               WS-ClaveTurno(1:8) NOT = WS-HoyNum)
                               THEN
                           MOVE TR-Clave TO WS-ClaveTurno
                           MOVE 'S' TO WS-Hallado
                       END-IF
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> El turno es de la orden o de un aviso que la incluye.
       Coincidir-Orden.
           MOVE 'N' TO WS-Coincide
           IF TR-Orden = WS-Orden THEN
               MOVE 'S' TO WS-Coincide
           ELSE
               IF TR-Aviso > 0 AND WS-AvisosStatus = "00" THEN
                   MOVE TR-Aviso TO AV-Numero
                   MOVE 0 TO AV-Linea
                   START Avisos KEY IS GREATER THAN AV-Clave
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Av
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-Av
                   END-START
                   PERFORM UNTIL WS-EOF-Av = 'Y'
                       READ Avisos NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Av
                           NOT AT END
                               IF AV-Numero NOT = TR-Aviso THEN
                                   MOVE 'Y' TO WS-EOF-Av
                               ELSE
                                   IF AV-Orden = WS-Orden THEN
                                       MOVE 'S' TO WS-Coincide
                                       MOVE 'Y' TO WS-EOF-Av
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Av
               END-IF
           END-IF
       EXIT.


       Marcar-Llegado.
           MOVE "30" TO WS-ValorParam
           MOVE "TOLERANCIA-TURNO" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO WS-Tolerancia
           ELSE
               MOVE 30 TO WS-Tolerancia
           END-IF
           MOVE WS-ClaveTurno TO TR-Clave
           READ Turnos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ACCEPT WS-HoraActual FROM TIME
                   MOVE WS-HoraActual(1:2) TO WS-HH
                   MOVE WS-HoraActual(3:2) TO WS-MM
                   COMPUTE WS-MinLlegada = WS-HH * 60 + WS-MM
                   DIVIDE TR-Hora BY 100 GIVING WS-HH
                       REMAINDER WS-MM
                   COMPUTE WS-MinTurno = WS-HH * 60 + WS-MM
                   MOVE TR-Fecha TO WS-FechaTecleada
                   COMPUTE WS-Atraso = (WS-HoyInt -
                       FUNCTION INTEGER-OF-DATE(WS-FechaTecleada))
                       * 1440 + WS-MinLlegada - WS-MinTurno
                   IF WS-Atraso < 0 THEN
                       MOVE 0 TO WS-Atraso
                   END-IF
                   IF WS-Atraso > 99999 THEN
                       MOVE 99999 TO WS-Atraso
                   END-IF
                   MOVE "LLEGADO" TO TR-Estado
                   MOVE WS-HoyNum TO TR-Fecha-Llegada
                   MOVE WS-HoraActual(1:4) TO TR-Hora-Llegada
                   MOVE WS-Atraso TO TR-Atraso
                   IF WS-Atraso > WS-Tolerancia THEN
                       MOVE 'S' TO TR-Atrasado
                   ELSE
                       MOVE 'N' TO TR-Atrasado
                   END-IF
                   MOVE WS-Usuario TO TR-Usuario
                   REWRITE TR-Rec
                   MOVE 'S' TO LK-Resultado
                   DISPLAY "Arribo en el turno del " TR-Fecha(7:2) "/"
                       TR-Fecha(5:2) " anden " TR-Anden " de las "
                       TR-Hora(1:2) ":" TR-Hora(3:2)
                   IF TR-Atrasado = 'S' THEN
                       DISPLAY "  Llego con " TR-Atraso
                           " minutos de atraso."
                   END-IF
           END-READ
       EXIT.


      *> Planilla para el equipo de recepcion: turnos del dia por
      *> anden y hora, con la orden, el proveedor, los pallets y
      *> lugar para anotar la hora de llegada.
       Planilla-Arribos.
           DISPLAY "Fecha AAAAMMDD (Enter = hoy): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-HoyNum TO WS-FechaTurno
           MOVE 'S' TO WS-FechaOk
           IF WS-Aux NOT = SPACES THEN
               PERFORM Validar-Fecha-Tecleada
               MOVE WS-FechaTecleada TO WS-FechaTurno
           END-IF
           IF WS-FechaOk = 'N' THEN
               DISPLAY "Fecha no valida."
           ELSE
               PERFORM Abrir-Turnos
               OPEN INPUT Andenes
               OPEN INPUT Proveedores
               IF WS-TurnosStatus = "00" AND
                       WS-AndenesStatus = "00" THEN
                   PERFORM Calcular-Carga-Dia
                   MOVE "TURNOS-DIA" TO WS-CodigoInf
                   MOVE WS-FechaTurno TO WS-ParamInf
                   CALL "Registro-Informes" USING 1, WS-CodigoInf,
                       WS-Usuario, WS-ParamInf, WS-NombreInforme
                   OPEN OUTPUT Informe
                   PERFORM Escribir-Planilla
                   CLOSE Informe
               ELSE
                   DISPLAY "No hay andenes registrados."
               END-IF
               IF WS-ProvStatus = "00" THEN
                   CLOSE Proveedores
               END-IF
               IF WS-AndenesStatus = "00" THEN
                   CLOSE Andenes
               END-IF
               IF WS-TurnosStatus = "00" THEN
                   CLOSE Turnos
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Escribir-Planilla.
           STRING "PLANILLA DE ARRIBOS DEL " WS-FechaTurno(7:2) "/"
               WS-FechaTurno(5:2) "/" WS-FechaTurno(1:4)
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE "Anden Hora  Orden  Aviso  Proveedor  Nombre        "
               & "                 Pallets Estado     Llegada"
               TO WS-Linea
           PERFORM Escribir-Linea
           MOVE LOW-VALUES TO TR-Clave
           MOVE WS-FechaTurno TO TR-Fecha
           START Turnos KEY IS NOT LESS THAN TR-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Turnos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF TR-Fecha NOT = WS-FechaTurno THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF TR-Estado NOT = "ANULADO" THEN
                               PERFORM Escribir-Turno-Planilla
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           PERFORM Escribir-Linea
           STRING "Turnos " WS-CantTurnos "   pallets reservados "
               WS-Reservados "   capacidad de descarga "
               WS-Capacidad DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-Reservados > WS-Capacidad THEN
               MOVE "ATENCION: DIA SOBRECARGADO" TO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Turno-Planilla.
           PERFORM Leer-Nombre-Proveedor
           MOVE TR-Pallets TO WS-PalletsEd
           IF TR-Estado = "LLEGADO" THEN
               STRING TR-Anden " " TR-Hora(1:2) ":" TR-Hora(3:2) " "
                   TR-Orden " " TR-Aviso " " TR-Proveedor " "
                   WS-ProvNombre " " WS-PalletsEd "     "
                   TR-Estado " " TR-Hora-Llegada(1:2) ":"
                   TR-Hora-Llegada(3:2) DELIMITED SIZE INTO WS-Linea
           ELSE
               STRING TR-Anden " " TR-Hora(1:2) ":" TR-Hora(3:2) " "
                   TR-Orden " " TR-Aviso " " TR-Proveedor " "
                   WS-ProvNombre " " WS-PalletsEd "     "
                   TR-Estado " __:__" DELIMITED SIZE INTO WS-Linea
           END-IF
           PERFORM Escribir-Linea
       EXIT.


       Leer-Nombre-Proveedor.
           MOVE SPACES TO WS-ProvNombre
           IF WS-ProvStatus = "00" THEN
               MOVE TR-Proveedor TO PROV-Codigo
               READ Proveedores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROV-Nombre TO WS-ProvNombre
               END-READ
           END-IF
       EXIT.


      *> Cumplimiento de turnos por proveedor en el periodo: a
      *> tiempo, atrasados (pasada la tolerancia) y ausentes (turno
      *> de un dia ya pasado que sigue RESERVADO). Los turnos de
      *> hoy todavia sin llegar no cuentan.
       Informe-Cumplimiento.
           MOVE WS-HoyNum TO WS-Desde
           MOVE "01" TO WS-Desde(7:2)
           DISPLAY "Desde AAAAMMDD (Enter = " WS-Desde "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 'S' TO WS-FechaOk
           IF WS-Aux NOT = SPACES THEN
               PERFORM Validar-Fecha-Tecleada
               MOVE WS-FechaTecleada TO WS-Desde
           END-IF
           MOVE WS-HoyNum TO WS-Hasta
           IF WS-FechaOk = 'S' THEN
               DISPLAY "Hasta AAAAMMDD (Enter = " WS-Hasta "): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               IF WS-Aux NOT = SPACES THEN
                   PERFORM Validar-Fecha-Tecleada
                   MOVE WS-FechaTecleada TO WS-Hasta
               END-IF
           END-IF
           IF WS-FechaOk = 'N' OR WS-Hasta < WS-Desde THEN
               DISPLAY "Periodo no valido."
           ELSE
               OPEN INPUT Turnos
               IF WS-TurnosStatus NOT = "00" THEN
                   DISPLAY "No hay turnos registrados."
               ELSE
                   PERFORM Acumular-Cumplimiento
                   CLOSE Turnos
                   PERFORM Escribir-Cumplimiento
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Acumular-Cumplimiento.
           MOVE 0 TO WS-CP-Usados
           MOVE LOW-VALUES TO TR-Clave
           MOVE WS-Desde TO TR-Fecha
           START Turnos KEY IS NOT LESS THAN TR-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Turnos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF TR-Fecha > WS-Hasta THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF TR-Estado = "LLEGADO" OR
                                   (TR-Estado = "RESERVADO" AND
                                   TR-Fecha < WS-HoyNum) THEN
                               PERFORM Sumar-Cumplimiento
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Sumar-Cumplimiento.
           MOVE 0 TO WS-CP-J
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
                   UNTIL WS-CP-Idx > WS-CP-Usados
               IF WS-CP-Proveedor(WS-CP-Idx) = TR-Proveedor THEN
                   MOVE WS-CP-Idx TO WS-CP-J
               END-IF
           END-PERFORM
           IF WS-CP-J = 0 AND WS-CP-Usados < 200 THEN
               ADD 1 TO WS-CP-Usados
               MOVE WS-CP-Usados TO WS-CP-J
               MOVE TR-Proveedor TO WS-CP-Proveedor(WS-CP-J)
               MOVE 0 TO WS-CP-Turnos(WS-CP-J)
               MOVE 0 TO WS-CP-ATiempo(WS-CP-J)
               MOVE 0 TO WS-CP-Atrasados(WS-CP-J)
               MOVE 0 TO WS-CP-Ausentes(WS-CP-J)
               MOVE 0 TO WS-CP-Minutos(WS-CP-J)
           END-IF
           IF WS-CP-J > 0 THEN
               ADD 1 TO WS-CP-Turnos(WS-CP-J)
               EVALUATE TRUE
                   WHEN TR-Estado = "RESERVADO"
                       ADD 1 TO WS-CP-Ausentes(WS-CP-J)
                   WHEN TR-Atrasado = 'S'
                       ADD 1 TO WS-CP-Atrasados(WS-CP-J)
                       ADD TR-Atraso TO WS-CP-Minutos(WS-CP-J)
                   WHEN OTHER
                       ADD 1 TO WS-CP-ATiempo(WS-CP-J)
               END-EVALUATE
           END-IF
       EXIT.


       Escribir-Cumplimiento.
           MOVE "TURNOS-PROV" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING WS-Desde " a " WS-Hasta DELIMITED SIZE
               INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           OPEN INPUT Proveedores
           STRING "CUMPLIMIENTO DE TURNOS DE DESCARGA DEL "
               WS-Desde(7:2) "/" WS-Desde(5:2) "/" WS-Desde(1:4)
               " AL " WS-Hasta(7:2) "/" WS-Hasta(5:2) "/"
               WS-Hasta(1:4) DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE "Proveedor  Nombre                        Turnos "
               & "A tiempo Atrasados Ausentes %Cumpl Min.atraso"
               TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
                   UNTIL WS-CP-Idx > WS-CP-Usados
               PERFORM Escribir-Proveedor-Cumpl
           END-PERFORM
           IF WS-CP-Usados = 0 THEN
               MOVE "Sin turnos vencidos en el periodo." TO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           IF WS-ProvStatus = "00" THEN
               CLOSE Proveedores
           END-IF
           CLOSE Informe
       EXIT.


       Escribir-Proveedor-Cumpl.
           MOVE WS-CP-Proveedor(WS-CP-Idx) TO TR-Proveedor
           PERFORM Leer-Nombre-Proveedor
           COMPUTE WS-Pct ROUNDED = WS-CP-ATiempo(WS-CP-Idx) * 100
               / WS-CP-Turnos(WS-CP-Idx)
           MOVE WS-Pct TO WS-PctEd
           MOVE WS-CP-Turnos(WS-CP-Idx) TO WS-CantEd
           MOVE WS-CP-ATiempo(WS-CP-Idx) TO WS-CantEd2
           MOVE WS-CP-Atrasados(WS-CP-Idx) TO WS-CantEd3
           MOVE WS-CP-Ausentes(WS-CP-Idx) TO WS-CantEd4
           MOVE WS-CP-Minutos(WS-CP-Idx) TO WS-AtrasoEd
           STRING WS-CP-Proveedor(WS-CP-Idx) " " WS-ProvNombre
               " " WS-CantEd "    " WS-CantEd2 "     " WS-CantEd3
               "    " WS-CantEd4 "  " WS-PctEd "      " WS-AtrasoEd
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
