       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cambios-Maestros AS "Cambios-Maestros".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cambios ASSIGN TO 'Cambios-Maestros.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Clave
               FILE STATUS IS WS-CambiosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Cambios.
           COPY CAMBIO-MAESTRO.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-CambiosStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoraActual            PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Confirmar             PIC X(1).
           01 WS-Archivo               PIC X(14).
           01 WS-Registro              PIC X(20).
           01 WS-FechaInforme          PIC 9(8).
           01 WS-SoloPendientes        PIC X(1).
           01 WS-Listados              PIC 9(5).
           01 WS-Propios               PIC 9(5).
           01 WS-Visados               PIC 9(5).
           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).

       LINKAGE SECTION.
      *> Flag 1: graba el cambio que trae LK-CM-Rec (archivo,
      *>         registro, campo, valor anterior y nuevo); la fecha,
      *>         la hora, la secuencia y la marca de sensible las
      *>         pone este subprograma. El usuario es LK-Usuario o,
      *>         en blanco, el de la sesion (USUARIO del ambiente,
      *>         lo deja el login).
      *> Otro valor: consulta por registro e informe diario de
      *>         cambios sensibles para el visado del supervisor.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           COPY CAMBIO-MAESTRO REPLACING LEADING ==CM-== BY ==LK-CM-==.

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-CM-Rec.
       MAIN-PROCEDURE.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           MOVE LK-Usuario TO WS-Usuario
           IF WS-Usuario = SPACES THEN
               ACCEPT WS-Usuario FROM ENVIRONMENT "USUARIO"
           END-IF
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Grabar-Cambio
               WHEN OTHER
                   PERFORM Menu-Cambios
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Cambios.
           OPEN I-O Cambios
           IF WS-CambiosStatus = "35" THEN
               CLOSE Cambios
               OPEN OUTPUT Cambios
               CLOSE Cambios
               OPEN I-O Cambios
           END-IF
       EXIT.


      *> Como el diario de movimientos: la secuencia desempata dos
      *> cambios del mismo registro dentro del mismo segundo.
       Grabar-Cambio.
           PERFORM Abrir-Cambios
           IF WS-CambiosStatus NOT = "00" THEN
               CALL "Errores" USING WS-CambiosStatus
           ELSE
               MOVE LK-CM-Rec TO CM-Rec
               MOVE WS-HoyNum TO CM-Fecha
               ACCEPT WS-HoraActual FROM TIME
               MOVE WS-HoraActual TO CM-Hora
               MOVE WS-Usuario TO CM-Usuario
               MOVE SPACES TO CM-Visado-Por
               MOVE 0 TO CM-Fecha-Visado
               PERFORM Clasificar-Cambio
               MOVE 0 TO CM-Secuencia
               WRITE CM-Rec
               PERFORM UNTIL WS-CambiosStatus NOT = "22"
                       OR CM-Secuencia = 999
                   ADD 1 TO CM-Secuencia
                   WRITE CM-Rec
               END-PERFORM
               IF WS-CambiosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-CambiosStatus
               END-IF
               CLOSE Cambios
           END-IF
       EXIT.


      *> Sensibles: limite de credito de un cliente, umbrales y
      *> tolerancias que deciden que pasa por aprobacion, la
      *> politica de claves, permisos (perfiles y el rol o perfil
      *> de un usuario) y tipos de cambio.
       Clasificar-Cambio.
           MOVE 'N' TO CM-Sensible
           EVALUATE TRUE
               WHEN CM-Archivo = "CLIENTES" AND
                       CM-Campo = "LIMITE-CREDITO"
               WHEN CM-Archivo = "PARAMETROS" AND
                       CM-Registro(1:7) = "UMBRAL-"
               WHEN CM-Archivo = "PARAMETROS" AND
                       CM-Registro(1:11) = "TOLERANCIA-"
               WHEN CM-Archivo = "PARAMETROS" AND
                       CM-Registro(1:6) = "CLAVE-"
               WHEN CM-Archivo = "PERFILES"
               WHEN CM-Archivo = "USUARIOS" AND
                       (CM-Campo = "ROL" OR CM-Campo = "PERFIL")
               WHEN CM-Archivo = "TIPOS-CAMBIO"
                   MOVE 'S' TO CM-Sensible
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT.


       Menu-Cambios.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Cambios de maestros -------"
               DISPLAY "1. Historia de un registro"
               DISPLAY "2. Informe diario de cambios sensibles "
                   "(visado)"
               DISPLAY "3. Cambios sensibles sin visar"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Consultar-Registro
                   WHEN 2
                       MOVE 'N' TO WS-SoloPendientes
                       PERFORM Informe-Sensibles
                   WHEN 3
                       MOVE 'S' TO WS-SoloPendientes
                       PERFORM Informe-Sensibles
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Consultar-Registro.
           DISPLAY "Archivo (CLIENTES, PROVEEDORES, LISTAS-PRECIOS, "
               "PARAMETROS, PERFILES, USUARIOS, TIPOS-CAMBIO): "
           MOVE SPACES TO WS-Archivo
           ACCEPT WS-Archivo
           INSPECT WS-Archivo CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Clave del registro (codigo, usuario, perfil, "
               "parametro; lista y producto separados por un "
               "blanco): "
           MOVE SPACES TO WS-Registro
           ACCEPT WS-Registro
           PERFORM Abrir-Cambios
           IF WS-CambiosStatus NOT = "00" THEN
               CALL "Errores" USING WS-CambiosStatus
           ELSE
               MOVE 0 TO WS-Listados
               MOVE WS-Archivo TO CM-Archivo
               MOVE WS-Registro TO CM-Registro
               MOVE 0 TO CM-Fecha
               MOVE 0 TO CM-Hora
               MOVE 0 TO CM-Secuencia
               START Cambios KEY IS NOT LESS THAN CM-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "--- Historia de " FUNCTION TRIM(WS-Archivo)
                   " " FUNCTION TRIM(WS-Registro) " ---"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Cambios NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CM-Archivo NOT = WS-Archivo OR
                                   CM-Registro NOT = WS-Registro THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               ADD 1 TO WS-Listados
                               PERFORM Armar-Linea-Cambio
                               DISPLAY WS-Linea
                               MOVE SPACES TO WS-Linea
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-Listados = 0 THEN
                   DISPLAY "Sin cambios registrados."
               END-IF
               CLOSE Cambios
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Armar-Linea-Cambio.
           MOVE SPACES TO WS-Linea
           STRING CM-Fecha(7:2) "/" CM-Fecha(5:2) "/"
               CM-Fecha(1:4) " " CM-Hora(1:2) ":" CM-Hora(3:2)
               DELIMITED BY SIZE INTO WS-Linea(1:16)
           MOVE CM-Usuario TO WS-Linea(18:10)
           MOVE CM-Campo TO WS-Linea(29:20)
           MOVE CM-Antes(1:30) TO WS-Linea(50:30)
           MOVE "->" TO WS-Linea(81:2)
           MOVE CM-Despues(1:30) TO WS-Linea(84:30)
           IF CM-Sensible = 'S' THEN
               IF CM-Visado-Por = SPACES THEN
                   MOVE "*" TO WS-Linea(115:1)
               ELSE
                   MOVE "V" TO WS-Linea(115:1)
               END-IF
           END-IF
       EXIT.


      *> Los cambios sensibles del dia (o todos los pendientes) para
      *> que el supervisor los revise y los vise. Nadie visa sus
      *> propios cambios: esos quedan pendientes para otro.
       Informe-Sensibles.
           MOVE 0 TO WS-FechaInforme
           IF WS-SoloPendientes = 'N' THEN
               DISPLAY "Fecha AAAAMMDD (Enter = hoy): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               IF WS-Aux(1:8) IS NUMERIC THEN
                   MOVE WS-Aux(1:8) TO WS-FechaInforme
               ELSE
                   MOVE WS-HoyNum TO WS-FechaInforme
               END-IF
           END-IF
           PERFORM Abrir-Cambios
           IF WS-CambiosStatus NOT = "00" THEN
               CALL "Errores" USING WS-CambiosStatus
           ELSE
               MOVE "CAMBIOS-SEN" TO WS-CodigoInf
               MOVE SPACES TO WS-ParamInf
               IF WS-SoloPendientes = 'S' THEN
                   MOVE "pendientes de visado" TO WS-ParamInf
               ELSE
                   STRING "fecha " WS-FechaInforme
                       DELIMITED BY SIZE INTO WS-ParamInf
               END-IF
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               IF WS-InformeStatus NOT = "00" THEN
                   CALL "Errores" USING WS-InformeStatus
               ELSE
                   PERFORM Listar-Sensibles
                   CLOSE Informe
                   DISPLAY "Informe generado: " WS-NombreInforme
                   IF WS-Listados > WS-Propios THEN
                       DISPLAY "Visa los " WS-Listados
                           " cambio(s) listados (S/N): "
                       ACCEPT WS-Confirmar
                       IF WS-Confirmar = "S" OR
                               WS-Confirmar = "s" THEN
                           PERFORM Visar-Sensibles
                       END-IF
                   END-IF
               END-IF
               CLOSE Cambios
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Listar-Sensibles.
           MOVE 0 TO WS-Listados
           MOVE 0 TO WS-Propios
           MOVE SPACES TO WS-Linea
           IF WS-SoloPendientes = 'S' THEN
               STRING "CAMBIOS SENSIBLES DE MAESTROS SIN VISAR"
                   DELIMITED BY SIZE INTO WS-Linea
           ELSE
               STRING "CAMBIOS SENSIBLES DE MAESTROS DEL "
                   WS-FechaInforme(7:2) "/" WS-FechaInforme(5:2) "/"
                   WS-FechaInforme(1:4) DELIMITED BY SIZE
                   INTO WS-Linea
           END-IF
           PERFORM Escribir-Linea
           PERFORM Escribir-Linea
           MOVE "FECHA      HORA" TO WS-Linea(1:16)
           MOVE "USUARIO" TO WS-Linea(18:10)
           MOVE "ARCHIVO" TO WS-Linea(29:12)
           MOVE "REGISTRO" TO WS-Linea(42:12)
           MOVE "CAMPO" TO WS-Linea(55:16)
           MOVE "ANTES" TO WS-Linea(72:21)
           MOVE "DESPUES" TO WS-Linea(97:21)
           PERFORM Escribir-Linea
           MOVE LOW-VALUES TO CM-Clave
           START Cambios KEY IS NOT LESS THAN CM-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cambios NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM Listar-Si-Corresponde
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           PERFORM Escribir-Linea
           STRING "Cambios sensibles: " WS-Listados
               "; hechos por quien visa (quedan para otro "
               "supervisor): " WS-Propios
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "* = sin visar   V = visado" DELIMITED BY SIZE
               INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM Escribir-Linea
           STRING "Revisado por: ______________________  "
               "Firma: ______________________"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Listar-Si-Corresponde.
           IF CM-Sensible = 'S' AND
                   (CM-Fecha = WS-FechaInforme OR
                   (WS-SoloPendientes = 'S' AND
                   CM-Visado-Por = SPACES)) THEN
               ADD 1 TO WS-Listados
               IF CM-Usuario = WS-Usuario THEN
                   ADD 1 TO WS-Propios
               END-IF
               PERFORM Armar-Linea-Informe
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Armar-Linea-Informe.
           MOVE SPACES TO WS-Linea
           STRING CM-Fecha(7:2) "/" CM-Fecha(5:2) "/"
               CM-Fecha(1:4) " " CM-Hora(1:2) ":" CM-Hora(3:2)
               DELIMITED BY SIZE INTO WS-Linea(1:16)
           MOVE CM-Usuario TO WS-Linea(18:10)
           MOVE CM-Archivo(1:12) TO WS-Linea(29:12)
           MOVE CM-Registro(1:12) TO WS-Linea(42:12)
           MOVE CM-Campo(1:16) TO WS-Linea(55:16)
           MOVE CM-Antes(1:21) TO WS-Linea(72:21)
           MOVE "->" TO WS-Linea(94:2)
           MOVE CM-Despues(1:21) TO WS-Linea(97:21)
           IF CM-Visado-Por = SPACES THEN
               MOVE "*" TO WS-Linea(119:1)
           ELSE
               MOVE "V" TO WS-Linea(119:1)
           END-IF
       EXIT.


       Visar-Sensibles.
           MOVE 0 TO WS-Visados
           MOVE LOW-VALUES TO CM-Clave
           START Cambios KEY IS NOT LESS THAN CM-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cambios NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CM-Sensible = 'S' AND
                               CM-Visado-Por = SPACES AND
                               CM-Usuario NOT = WS-Usuario AND
                               (CM-Fecha = WS-FechaInforme OR
                               WS-SoloPendientes = 'S') THEN
                           MOVE WS-Usuario TO CM-Visado-Por
                           MOVE WS-HoyNum TO CM-Fecha-Visado
                           REWRITE CM-Rec
                           ADD 1 TO WS-Visados
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           DISPLAY WS-Visados " cambio(s) visados por "
               FUNCTION TRIM(WS-Usuario) "."
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
