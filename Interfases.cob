       IDENTIFICATION DIVISION.
       PROGRAM-ID. Interfases AS "Interfases".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Registro ASSIGN TO 'Interfases.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-Clave
               FILE STATUS IS WS-RegistroStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Registro.
       01  IR-Rec.
      *>  Registro de archivos de interfase procesados: uno por
      *>  archivo aplicado, con la fecha de sus datos y el
      *>  checksum de su contenido. Un archivo que ya esta aca no
      *>  se vuelve a aplicar.
           05 IR-Clave.
               10 IR-Interfase         PIC X(12).
               10 IR-Fecha             PIC 9(8).
               10 IR-Checksum          PIC 9(10).
           05 IR-Archivo               PIC X(40).
           05 IR-Registros             PIC 9(7).
           05 IR-Total                 PIC 9(12).
           05 IR-Aplicados             PIC 9(7).
           05 IR-Usuario               PIC X(10).
           05 IR-Fecha-Proceso         PIC 9(8).
           05 IR-Hora-Proceso          PIC 9(6).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-RegistroStatus    PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoraActual            PIC 9(8).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Pos                   PIC 9(3).
           01 WS-TotalControl          PIC 9(9).
           01 WS-ClaveParam            PIC X(20)
               VALUE "INTERFASES-DIARIAS".
           01 WS-ValorParam            PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "INTERFASES".
           01 WS-ParamInf              PIC X(40).
           01 WS-Listados              PIC 9(5).

      *>   Interfases que deben llegar todos los dias habiles.
           01 WS-DiariasTabla.
               05 WS-Diaria            PIC X(12) OCCURS 4 TIMES.
           01 WS-DiariasUsadas         PIC 9(1).
           01 WS-DI-Idx                PIC 9(1).
           01 WS-EsDiaria              PIC X(1).
           01 WS-Recibido              PIC X(1).
           01 WS-RegistroAbierto       PIC X(1).

      *>   Rango del informe de faltantes.
           01 WS-Desde                 PIC 9(8).
           01 WS-Hasta                 PIC 9(8).
           01 WS-DiaNum                PIC 9(8).
           01 WS-DiaInt                PIC 9(7).
           01 WS-HastaInt              PIC 9(7).
           01 WS-Faltantes             PIC 9(5).
           01 WS-SucCal                PIC X(4) VALUE SPACES.
           01 WS-DiasCal               PIC 9(5).
           01 WS-FechaCal              PIC 9(8).
           01 WS-Laborable             PIC X(1).

       LINKAGE SECTION.
      *> Flag 1: inicia el control de LK-Control (contadores en
      *>         cero, sin trailer).
      *> Flag 2: acumula el registro LK-Registro (CI-Largo bytes)
      *>         con su cantidad CI-Cantidad; el trailer se toma
      *>         aparte y no cuenta.
      *> Flag 3: verifica el archivo contra su trailer y contra el
      *>         registro de procesados; CI-Resultado queda 'S'
      *>         para aplicarlo o 'N' con el motivo en CI-Motivo.
      *> Flag 4: registra el archivo como procesado, con
      *>         CI-Aplicados y CI-Usuario.
      *> Otro valor: consulta del registro e informe de archivos
      *>         diarios que no llegaron.
           01 LK-Flag                  PIC 9(2).
           COPY INTERFASE REPLACING Ctl-Interfase BY LK-Control.
           01 LK-Registro              PIC X(300).

       PROCEDURE DIVISION USING LK-Flag, LK-Control, LK-Registro.
       MAIN-PROCEDURE.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Iniciar-Control
               WHEN 2
                   PERFORM Acumular-Registro
               WHEN 3
                   PERFORM Verificar-Archivo
               WHEN 4
                   PERFORM Registrar-Archivo
               WHEN OTHER
                   PERFORM Menu-Interfases
           END-EVALUATE
       EXIT PROGRAM.


       Iniciar-Control.
           MOVE 0 TO CI-Cantidad
           MOVE 0 TO CI-Registros
           MOVE 0 TO CI-Total
           MOVE 0 TO CI-Checksum
           MOVE 0 TO CI-Despues
           MOVE 'N' TO CI-Trailer
           MOVE 0 TO CI-Trl-Fecha
           MOVE 0 TO CI-Trl-Registros
           MOVE 0 TO CI-Trl-Total
           MOVE 0 TO CI-Aplicados
           MOVE 'N' TO CI-Resultado
           MOVE SPACES TO CI-Motivo
       EXIT.


      *> El checksum recorre cada byte de cada registro en orden:
      *> el mismo contenido da el mismo numero aunque el archivo
      *> llegue con otro nombre u otra fecha.
       Acumular-Registro.
           EVALUATE TRUE
               WHEN LK-Registro(1:4) = "#TRL"
                   MOVE 'S' TO CI-Trailer
                   IF LK-Registro(5:23) IS NUMERIC THEN
                       MOVE LK-Registro(5:8) TO CI-Trl-Fecha
                       MOVE LK-Registro(13:6) TO CI-Trl-Registros
                       MOVE LK-Registro(19:9) TO CI-Trl-Total
                   END-IF
               WHEN CI-Trailer = 'S'
                   ADD 1 TO CI-Despues
               WHEN OTHER
                   ADD 1 TO CI-Registros
                   ADD CI-Cantidad TO CI-Total
                   PERFORM VARYING WS-Pos FROM 1 BY 1
                           UNTIL WS-Pos > CI-Largo
                       COMPUTE CI-Checksum = FUNCTION MOD(
                           CI-Checksum * 31 +
                           FUNCTION ORD(LK-Registro(WS-Pos:1)),
                           9999999967)
                   END-PERFORM
           END-EVALUATE
       EXIT.


       Verificar-Archivo.
           MOVE 'N' TO CI-Resultado
           MOVE SPACES TO CI-Motivo
           MOVE CI-Total TO WS-TotalControl
           EVALUATE TRUE
               WHEN CI-Trailer NOT = 'S'
                   MOVE "el archivo no trae el registro trailer"
                       TO CI-Motivo
               WHEN CI-Trl-Fecha = 0
                   MOVE "trailer con datos no numericos"
                       TO CI-Motivo
               WHEN CI-Despues > 0
                   MOVE "hay registros despues del trailer"
                       TO CI-Motivo
               WHEN CI-Trl-Registros NOT = CI-Registros
                   STRING "el trailer declara " CI-Trl-Registros
                       " registros y el archivo trae " CI-Registros
                       DELIMITED BY SIZE INTO CI-Motivo
               WHEN CI-Trl-Total NOT = WS-TotalControl
                   STRING "total de control " WS-TotalControl
                       " distinto del trailer " CI-Trl-Total
                       DELIMITED BY SIZE INTO CI-Motivo
               WHEN OTHER
                   PERFORM Cargar-Diarias
                   PERFORM Buscar-Duplicado
           END-EVALUATE
       EXIT.


      *> Mismo contenido ya aplicado (cualquier fecha) o, en las
      *> interfases diarias, otro archivo con datos del mismo dia.
       Buscar-Duplicado.
           MOVE 'S' TO CI-Resultado
           PERFORM Ver-Si-Diaria
           OPEN INPUT Registro
           IF WS-RegistroStatus = "00" THEN
               MOVE CI-Interfase TO IR-Interfase
               MOVE 0 TO IR-Fecha
               MOVE 0 TO IR-Checksum
               START Registro KEY IS NOT LESS THAN IR-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Registro NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Comparar-Registrado
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Registro
           END-IF
       EXIT.


       Comparar-Registrado.
           EVALUATE TRUE
               WHEN IR-Interfase NOT = CI-Interfase
                   MOVE 'Y' TO WS-EOF-Flag
               WHEN IR-Checksum = CI-Checksum
                   MOVE 'N' TO CI-Resultado
                   STRING "archivo ya procesado el "
                       IR-Fecha-Proceso " por "
                       IR-Usuario DELIMITED BY SIZE INTO CI-Motivo
                   MOVE 'Y' TO WS-EOF-Flag
               WHEN IR-Fecha = CI-Trl-Fecha AND WS-EsDiaria = 'S'
                   MOVE 'N' TO CI-Resultado
                   STRING "ya se proceso un archivo con datos del "
                       IR-Fecha DELIMITED BY SIZE INTO CI-Motivo
                   MOVE 'Y' TO WS-EOF-Flag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT.


       Registrar-Archivo.
           ACCEPT WS-HoraActual FROM TIME
           OPEN I-O Registro
           IF WS-RegistroStatus = "35" THEN
               CLOSE Registro
               OPEN OUTPUT Registro
               CLOSE Registro
               OPEN I-O Registro
           END-IF
           IF WS-RegistroStatus NOT = "00" THEN
               CALL "Errores" USING WS-RegistroStatus
           ELSE
               MOVE CI-Interfase TO IR-Interfase
               MOVE CI-Trl-Fecha TO IR-Fecha
               MOVE CI-Checksum TO IR-Checksum
               MOVE CI-Archivo TO IR-Archivo
               MOVE CI-Registros TO IR-Registros
               MOVE CI-Total TO IR-Total
               MOVE CI-Aplicados TO IR-Aplicados
               MOVE CI-Usuario TO IR-Usuario
               MOVE WS-HoyNum TO IR-Fecha-Proceso
               MOVE WS-HoraActual(1:6) TO IR-Hora-Proceso
               WRITE IR-Rec
               IF WS-RegistroStatus NOT = "00" THEN
                   CALL "Errores" USING WS-RegistroStatus
               END-IF
               CLOSE Registro
           END-IF
       EXIT.


       Cargar-Diarias.
           MOVE "VENTAS-POS" TO WS-ValorParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           MOVE SPACES TO WS-DiariasTabla
           UNSTRING WS-ValorParam DELIMITED BY ALL " " OR ","
               INTO WS-Diaria(1) WS-Diaria(2) WS-Diaria(3)
                   WS-Diaria(4)
           END-UNSTRING
           MOVE 0 TO WS-DiariasUsadas
           PERFORM VARYING WS-DI-Idx FROM 1 BY 1
                   UNTIL WS-DI-Idx > 4
               IF WS-Diaria(WS-DI-Idx) NOT = SPACES THEN
                   MOVE WS-DI-Idx TO WS-DiariasUsadas
               END-IF
           END-PERFORM
       EXIT.


       Ver-Si-Diaria.
           MOVE 'N' TO WS-EsDiaria
           PERFORM VARYING WS-DI-Idx FROM 1 BY 1
                   UNTIL WS-DI-Idx > WS-DiariasUsadas
               IF WS-Diaria(WS-DI-Idx) = CI-Interfase THEN
                   MOVE 'S' TO WS-EsDiaria
               END-IF
           END-PERFORM
       EXIT.


       Menu-Interfases.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Interfases entrantes -------"
               DISPLAY "1. Archivos procesados"
               DISPLAY "2. Archivos diarios que no llegaron"
               DISPLAY "3. Interfases diarias esperadas"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Listar-Procesados
                   WHEN 2
                       PERFORM Informe-Faltantes
                   WHEN 3
                       PERFORM Definir-Diarias
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Listar-Procesados.
           DISPLAY "Interfase (Enter = todas): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           INSPECT WS-Aux CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-Listados
           OPEN INPUT Registro
           IF WS-RegistroStatus NOT = "00" THEN
               DISPLAY "No hay archivos registrados."
           ELSE
               DISPLAY "INTERFASE    DATOS    REGS    TOTAL"
                   "        APLIC.  PROCESADO USUARIO"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Registro NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF WS-Aux = SPACES OR
                                   IR-Interfase = WS-Aux(1:12) THEN
                               DISPLAY IR-Interfase " " IR-Fecha " "
                                   IR-Registros " " IR-Total " "
                                   IR-Aplicados " "
                                   IR-Fecha-Proceso " " IR-Usuario
                               ADD 1 TO WS-Listados
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Registro
               DISPLAY "Archivos listados: " WS-Listados
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Recorre los dias habiles del rango (calendario laboral de
      *> la sucursal de la sesion) y cada interfase diaria que no
      *> tiene un archivo registrado con datos de ese dia sale
      *> como faltante.
       Informe-Faltantes.
           COMPUTE WS-DiaInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
           COMPUTE WS-Desde = FUNCTION DATE-OF-INTEGER(WS-DiaInt - 7)
           COMPUTE WS-Hasta = FUNCTION DATE-OF-INTEGER(WS-DiaInt - 1)
           DISPLAY "Desde (AAAAMMDD, Enter = " WS-Desde "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux(1:8) IS NUMERIC THEN
               MOVE WS-Aux(1:8) TO WS-Desde
           END-IF
           DISPLAY "Hasta (AAAAMMDD, Enter = " WS-Hasta "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux(1:8) IS NUMERIC THEN
               MOVE WS-Aux(1:8) TO WS-Hasta
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Desde) NOT = 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-Hasta) NOT = 0 OR
                   WS-Hasta < WS-Desde THEN
               DISPLAY "Rango de fechas invalido."
           ELSE
               PERFORM Cargar-Diarias
               STRING WS-Desde " a " WS-Hasta DELIMITED BY SIZE
                   INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   CI-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               STRING "ARCHIVOS DIARIOS NO RECIBIDOS - " WS-Desde
                   " a " WS-Hasta DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE 0 TO WS-Faltantes
               COMPUTE WS-DiaInt =
                   FUNCTION INTEGER-OF-DATE(WS-Desde)
               COMPUTE WS-HastaInt =
                   FUNCTION INTEGER-OF-DATE(WS-Hasta)
               MOVE 'N' TO WS-RegistroAbierto
               OPEN INPUT Registro
               IF WS-RegistroStatus = "00" THEN
                   MOVE 'S' TO WS-RegistroAbierto
               END-IF
               PERFORM UNTIL WS-DiaInt > WS-HastaInt
                   COMPUTE WS-DiaNum =
                       FUNCTION DATE-OF-INTEGER(WS-DiaInt)
                   CALL "Calendario-Laboral" USING 1, CI-Usuario,
                       WS-SucCal, WS-DiaNum, WS-DiasCal,
                       WS-FechaCal, WS-Laborable
                   IF WS-Laborable = 'S' THEN
                       PERFORM Controlar-Dia
                   END-IF
                   ADD 1 TO WS-DiaInt
               END-PERFORM
               IF WS-RegistroAbierto = 'S' THEN
                   CLOSE Registro
               END-IF
               STRING "Faltantes: " WS-Faltantes
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               DISPLAY "Detalle en " FUNCTION TRIM(WS-NombreInforme)
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Controlar-Dia.
           PERFORM VARYING WS-DI-Idx FROM 1 BY 1
                   UNTIL WS-DI-Idx > WS-DiariasUsadas
               MOVE 'N' TO WS-Recibido
               IF WS-RegistroAbierto = 'S' THEN
                   MOVE WS-Diaria(WS-DI-Idx) TO IR-Interfase
                   MOVE WS-DiaNum TO IR-Fecha
                   MOVE 0 TO IR-Checksum
                   START Registro KEY IS NOT LESS THAN IR-Clave
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ Registro NEXT RECORD
                               NOT AT END
                                   IF IR-Interfase =
                                           WS-Diaria(WS-DI-Idx) AND
                                           IR-Fecha = WS-DiaNum THEN
                                       MOVE 'S' TO WS-Recibido
                                   END-IF
                           END-READ
                   END-START
               END-IF
               IF WS-Recibido = 'N' THEN
                   ADD 1 TO WS-Faltantes
                   STRING "FALTA " WS-Diaria(WS-DI-Idx) " datos del "
                       WS-DiaNum DELIMITED BY SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
           END-PERFORM
       EXIT.


       Definir-Diarias.
           PERFORM Cargar-Diarias
           DISPLAY "Interfases diarias actuales: "
               FUNCTION TRIM(WS-ValorParam)
           DISPLAY "Nueva lista separada por espacios, hasta 4 "
               "(VENTAS-POS, TRANSACCION, COSTOS-PROV, CARGA-MASIVA;"
           DISPLAY "Enter = sin cambios): "
           MOVE SPACES TO WS-ValorParam
           ACCEPT WS-ValorParam
           IF WS-ValorParam NOT = SPACES THEN
               INSPECT WS-ValorParam CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               CALL "Parametros" USING 2, WS-ClaveParam,
                   WS-ValorParam
               DISPLAY "Lista actualizada."
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
