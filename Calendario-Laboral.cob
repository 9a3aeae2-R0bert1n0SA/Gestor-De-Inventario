       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calendario-Laboral AS "Calendario-Laboral".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Calendario ASSIGN TO 'Calendario.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-Clave
               FILE STATUS IS WS-CalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Calendario.
       01  CL-Rec.
      *>  Calendario laboral por sucursal: un registro por cada dia
      *>  NO laborable (F = feriado, N = no laborable, como los
      *>  fines de semana); todo dia sin registro es habil. Se
      *>  carga una vez por anio. Una sucursal que no tiene ningun
      *>  dia cargado en un anio usa el calendario de CENT para ese
      *>  anio; si CENT tampoco lo tiene, todos los dias son
      *>  habiles y las cuentas dan lo mismo que en dias corridos.
           05 CL-Clave.
               10 CL-Sucursal          PIC X(4).
               10 CL-Fecha             PIC 9(8).
           05 CL-Tipo                  PIC X(1).
           05 CL-Descripcion           PIC X(30).
           05 CL-Usuario               PIC X(10).
           05 CL-Fecha-Alta            PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-CalStatus         PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-FechaTecleada         PIC 9(8).
           01 WS-FechaOk               PIC X(1).
           01 WS-CalAbierto            PIC X(1) VALUE 'N'.
           01 WS-Sucursal              PIC X(4).
           01 WS-SucOrigen             PIC X(4).
           01 WS-SucValida             PIC X(1).
           01 WS-SucEfectiva           PIC X(4).
           01 WS-AnioCache             PIC 9(4) VALUE 0.
           01 WS-Anio                  PIC 9(4).
           01 WS-Laborable             PIC X(1).
           01 WS-FechaDia              PIC 9(8).
           01 WS-DiaInt                PIC 9(7).
           01 WS-FinInt                PIC 9(7).
           01 WS-DiaSemana             PIC 9(1).
           01 WS-Contados              PIC 9(5).
           01 WS-Sabados               PIC X(1).
           01 WS-Tipo                  PIC X(1).
           01 WS-Descripcion           PIC X(30).
           01 WS-Grabados              PIC 9(5).
           01 WS-Existentes            PIC 9(5).
           01 WS-Copia                 PIC X(61).
           01 WS-NombreDia             PIC X(9).
           01 WS-NombresDias.
               05 FILLER               PIC X(9) VALUE "Domingo".
               05 FILLER               PIC X(9) VALUE "Lunes".
               05 FILLER               PIC X(9) VALUE "Martes".
               05 FILLER               PIC X(9) VALUE "Miercoles".
               05 FILLER               PIC X(9) VALUE "Jueves".
               05 FILLER               PIC X(9) VALUE "Viernes".
               05 FILLER               PIC X(9) VALUE "Sabado".
           01 WS-TablaDias REDEFINES WS-NombresDias.
               05 WS-Dia-Nombre        PIC X(9) OCCURS 7 TIMES.

       LINKAGE SECTION.
      *> En todos los flags LK-Sucursal en blanco toma la sucursal
      *> de la sesion (y CENT si no hay sesion).
      *> Flag 1: 'S' en LK-Resultado si LK-Fecha es dia habil.
      *> Flag 2: deja en LK-Fecha-Res la fecha que resulta de
      *>         sumar LK-Dias dias habiles a LK-Fecha; con
      *>         LK-Dias = 0, LK-Fecha si es habil o el proximo dia
      *>         habil.
      *> Flag 3: deja en LK-Dias los dias habiles que hay despues
      *>         de LK-Fecha hasta LK-Fecha-Res inclusive (0 si
      *>         LK-Fecha-Res no es posterior).
      *> Flag 4: deja en LK-Fecha-Res el dia habil anterior a
      *>         LK-Fecha.
      *> Otro valor: mantenimiento del calendario en pantalla.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Sucursal              PIC X(4).
           01 LK-Fecha                 PIC 9(8).
           01 LK-Dias                  PIC 9(5).
           01 LK-Fecha-Res             PIC 9(8).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Sucursal,
               LK-Fecha, LK-Dias, LK-Fecha-Res, LK-Resultado.
       MAIN-PROCEDURE.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           IF LK-Flag >= 1 AND LK-Flag <= 4 THEN
               PERFORM Resolver-Sucursal
               OPEN INPUT Calendario
               IF WS-CalStatus = "00" THEN
                   MOVE 'S' TO WS-CalAbierto
               ELSE
                   MOVE 'N' TO WS-CalAbierto
               END-IF
               MOVE 0 TO WS-AnioCache
           END-IF
           EVALUATE LK-Flag
               WHEN 1
                   MOVE LK-Fecha TO WS-FechaDia
                   PERFORM Verificar-Laborable
                   MOVE WS-Laborable TO LK-Resultado
               WHEN 2
                   PERFORM Sumar-Dias-Habiles
               WHEN 3
                   PERFORM Contar-Dias-Habiles
               WHEN 4
                   PERFORM Dia-Habil-Anterior
               WHEN OTHER
                   MOVE LK-Usuario TO WS-Usuario
                   PERFORM Menu-Calendario
           END-EVALUATE
           IF WS-CalAbierto = 'S' THEN
               CLOSE Calendario
               MOVE 'N' TO WS-CalAbierto
           END-IF
       EXIT PROGRAM.


       Resolver-Sucursal.
           MOVE LK-Sucursal TO WS-Sucursal
           IF WS-Sucursal = SPACES THEN
               ACCEPT WS-Sucursal FROM ENVIRONMENT "SUCURSAL"
           END-IF
           IF WS-Sucursal = SPACES THEN
               MOVE "CENT" TO WS-Sucursal
           END-IF
       EXIT.


      *> 'S' en WS-Laborable si WS-FechaDia no figura como no
      *> laborable en el calendario que rige para la sucursal en
      *> ese anio.
       Verificar-Laborable.
           MOVE 'S' TO WS-Laborable
           IF WS-CalAbierto = 'S' THEN
               MOVE WS-FechaDia(1:4) TO WS-Anio
               IF WS-Anio NOT = WS-AnioCache THEN
                   PERFORM Elegir-Calendario-Anio
               END-IF
               MOVE WS-SucEfectiva TO CL-Sucursal
               MOVE WS-FechaDia TO CL-Fecha
               READ Calendario
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-Laborable
               END-READ
           END-IF
       EXIT.


       Elegir-Calendario-Anio.
           MOVE WS-Anio TO WS-AnioCache
           MOVE WS-Sucursal TO WS-SucEfectiva
           MOVE WS-Sucursal TO CL-Sucursal
           COMPUTE CL-Fecha = WS-Anio * 10000 + 101
           START Calendario KEY IS NOT LESS THAN CL-Clave
               INVALID KEY
                   MOVE "CENT" TO WS-SucEfectiva
               NOT INVALID KEY
                   READ Calendario NEXT RECORD
                       AT END
                           MOVE "CENT" TO WS-SucEfectiva
                       NOT AT END
                           IF CL-Sucursal NOT = WS-Sucursal OR
                                   CL-Fecha(1:4) NOT = WS-Anio THEN
                               MOVE "CENT" TO WS-SucEfectiva
                           END-IF
                   END-READ
           END-START
       EXIT.


       Sumar-Dias-Habiles.
           MOVE LK-Fecha TO WS-FechaDia
           COMPUTE WS-DiaInt = FUNCTION INTEGER-OF-DATE(WS-FechaDia)
           MOVE 0 TO WS-Contados
           IF LK-Dias = 0 THEN
               PERFORM Verificar-Laborable
               PERFORM UNTIL WS-Laborable = 'S'
                   ADD 1 TO WS-DiaInt
                   COMPUTE WS-FechaDia =
                       FUNCTION DATE-OF-INTEGER(WS-DiaInt)
                   PERFORM Verificar-Laborable
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-Contados >= LK-Dias
                   ADD 1 TO WS-DiaInt
                   COMPUTE WS-FechaDia =
                       FUNCTION DATE-OF-INTEGER(WS-DiaInt)
                   PERFORM Verificar-Laborable
                   IF WS-Laborable = 'S' THEN
                       ADD 1 TO WS-Contados
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-FechaDia TO LK-Fecha-Res
       EXIT.


       Contar-Dias-Habiles.
           MOVE 0 TO WS-Contados
           MOVE LK-Fecha TO WS-FechaDia
           COMPUTE WS-DiaInt = FUNCTION INTEGER-OF-DATE(WS-FechaDia)
           MOVE LK-Fecha-Res TO WS-FechaDia
           COMPUTE WS-FinInt = FUNCTION INTEGER-OF-DATE(WS-FechaDia)
           PERFORM UNTIL WS-DiaInt >= WS-FinInt
               ADD 1 TO WS-DiaInt
               COMPUTE WS-FechaDia =
                   FUNCTION DATE-OF-INTEGER(WS-DiaInt)
               PERFORM Verificar-Laborable
               IF WS-Laborable = 'S' THEN
                   ADD 1 TO WS-Contados
               END-IF
           END-PERFORM
           MOVE WS-Contados TO LK-Dias
       EXIT.


      *> Sin calendario cargado es simplemente el dia anterior; el
      *> tope de un anio hacia atras evita un bucle si alguien cargo
      *> un anio entero como no laborable.
       Dia-Habil-Anterior.
           MOVE LK-Fecha TO WS-FechaDia
           COMPUTE WS-DiaInt = FUNCTION INTEGER-OF-DATE(WS-FechaDia)
           COMPUTE WS-FinInt = WS-DiaInt - 366
           MOVE 'N' TO WS-Laborable
           PERFORM UNTIL WS-Laborable = 'S' OR WS-DiaInt <= WS-FinInt
               SUBTRACT 1 FROM WS-DiaInt
               COMPUTE WS-FechaDia =
                   FUNCTION DATE-OF-INTEGER(WS-DiaInt)
               PERFORM Verificar-Laborable
           END-PERFORM
           MOVE WS-FechaDia TO LK-Fecha-Res
       EXIT.


       Abrir-Calendario.
           OPEN I-O Calendario
           IF WS-CalStatus = "35" THEN
               CLOSE Calendario
               OPEN OUTPUT Calendario
               CLOSE Calendario
               OPEN I-O Calendario
           END-IF
       EXIT.


       Menu-Calendario.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Calendario laboral por sucursal -------"
               DISPLAY "1. Cargar un feriado o dia no laborable"
               DISPLAY "2. Quitar un dia del calendario"
               DISPLAY "3. Generar los fines de semana de un anio"
               DISPLAY "4. Copiar el calendario de un anio a otra "
                   "sucursal"
               DISPLAY "5. Listar el calendario de un anio"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Cargar-Dia
                   WHEN 2
                       PERFORM Quitar-Dia
                   WHEN 3
                       PERFORM Generar-Fines-Semana
                   WHEN 4
                       PERFORM Copiar-Calendario
                   WHEN 5
                       PERFORM Listar-Calendario
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


      *> Pide la sucursal (Enter = la de la sesion) y la valida
      *> contra el maestro; 'N' en WS-SucValida si no existe.
       Pedir-Sucursal.
           ACCEPT WS-Sucursal FROM ENVIRONMENT "SUCURSAL"
           IF WS-Sucursal = SPACES THEN
               MOVE "CENT" TO WS-Sucursal
           END-IF
           DISPLAY "Sucursal (Enter = " WS-Sucursal "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               MOVE WS-Aux(1:4) TO WS-Sucursal
               INSPECT WS-Sucursal CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           CALL "Sucursales" USING 1, WS-Sucursal, WS-SucValida
           IF WS-SucValida NOT = 'S' THEN
               DISPLAY "Sucursal no registrada."
           END-IF
       EXIT.


       Pedir-Anio.
           DISPLAY "Anio (AAAA, Enter = " WS-HoyNum(1:4) "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-HoyNum(1:4) TO WS-Anio
           IF WS-Aux NOT = SPACES THEN
               IF WS-Aux(1:4) IS NUMERIC AND WS-Aux(5:1) = SPACE
                       THEN
                   MOVE WS-Aux(1:4) TO WS-Anio
               ELSE
                   MOVE 0 TO WS-Anio
               END-IF
           END-IF
           IF WS-Anio < 1601 THEN
               DISPLAY "Anio no valido."
               MOVE 0 TO WS-Anio
           END-IF
       EXIT.


       Cargar-Dia.
           PERFORM Pedir-Sucursal
           IF WS-SucValida = 'S' THEN
               DISPLAY "Fecha AAAAMMDD: "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               PERFORM Validar-Fecha-Tecleada
               IF WS-FechaOk = 'N' THEN
                   DISPLAY "Fecha no valida."
               ELSE
                   DISPLAY "Tipo F = feriado, N = no laborable "
                       "(Enter = F): "
                   MOVE SPACES TO WS-Tipo
                   ACCEPT WS-Tipo
                   IF WS-Tipo NOT = 'N' THEN
                       MOVE 'F' TO WS-Tipo
                   END-IF
                   DISPLAY "Descripcion: "
                   MOVE SPACES TO WS-Descripcion
                   ACCEPT WS-Descripcion
                   PERFORM Abrir-Calendario
                   IF WS-CalStatus = "00" THEN
                       MOVE WS-Sucursal TO CL-Sucursal
                       MOVE WS-FechaTecleada TO CL-Fecha
                       MOVE WS-Tipo TO CL-Tipo
                       MOVE WS-Descripcion TO CL-Descripcion
                       MOVE WS-Usuario TO CL-Usuario
                       MOVE WS-HoyNum TO CL-Fecha-Alta
                       WRITE CL-Rec
                           INVALID KEY
                               REWRITE CL-Rec
                       END-WRITE
                       IF WS-CalStatus = "00" THEN
                           DISPLAY "Dia " WS-FechaTecleada
                               " cargado como no laborable en "
                               WS-Sucursal "."
                       ELSE
                           CALL "Errores" USING WS-CalStatus
                       END-IF
                       CLOSE Calendario
                   ELSE
                       CALL "Errores" USING WS-CalStatus
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Quitar-Dia.
           PERFORM Pedir-Sucursal
           IF WS-SucValida = 'S' THEN
               DISPLAY "Fecha AAAAMMDD: "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               PERFORM Validar-Fecha-Tecleada
               PERFORM Abrir-Calendario
               IF WS-FechaOk = 'S' AND WS-CalStatus = "00" THEN
                   MOVE WS-Sucursal TO CL-Sucursal
                   MOVE WS-FechaTecleada TO CL-Fecha
                   DELETE Calendario
                       INVALID KEY
                           DISPLAY "Ese dia ya es habil en "
                               WS-Sucursal "."
                       NOT INVALID KEY
                           DISPLAY "Dia " WS-FechaTecleada
                               " vuelve a ser habil en "
                               WS-Sucursal "."
                   END-DELETE
               ELSE
                   DISPLAY "Fecha no valida."
               END-IF
               IF WS-CalStatus = "00" THEN
                   CLOSE Calendario
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Marca como no laborables todos los domingos del anio y,
      *> si se pide, los sabados. Los dias ya cargados (un feriado
      *> que cae en fin de semana) se dejan como estaban.
       Generar-Fines-Semana.
           PERFORM Pedir-Sucursal
           IF WS-SucValida = 'S' THEN
               PERFORM Pedir-Anio
           END-IF
           IF WS-SucValida = 'S' AND WS-Anio > 0 THEN
               DISPLAY "Incluir los sabados (S/N): "
               MOVE SPACES TO WS-Sabados
               ACCEPT WS-Sabados
               IF WS-Sabados = 's' THEN
                   MOVE 'S' TO WS-Sabados
               END-IF
               PERFORM Abrir-Calendario
               IF WS-CalStatus = "00" THEN
                   MOVE 0 TO WS-Grabados
                   MOVE 0 TO WS-Existentes
                   COMPUTE WS-FechaDia = WS-Anio * 10000 + 101
                   COMPUTE WS-DiaInt =
                       FUNCTION INTEGER-OF-DATE(WS-FechaDia)
                   COMPUTE WS-FechaDia = WS-Anio * 10000 + 1231
                   COMPUTE WS-FinInt =
                       FUNCTION INTEGER-OF-DATE(WS-FechaDia)
                   PERFORM UNTIL WS-DiaInt > WS-FinInt
                       COMPUTE WS-DiaSemana =
                           FUNCTION MOD(WS-DiaInt, 7)
                       IF WS-DiaSemana = 0 OR
                               (WS-DiaSemana = 6 AND
                               WS-Sabados = 'S') THEN
                           PERFORM Grabar-Fin-Semana
                       END-IF
                       ADD 1 TO WS-DiaInt
                   END-PERFORM
                   CLOSE Calendario
                   DISPLAY WS-Grabados " dia(s) de fin de semana "
                       "cargados en " WS-Sucursal "; " WS-Existentes
                       " ya estaban cargados."
               ELSE
                   CALL "Errores" USING WS-CalStatus
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Grabar-Fin-Semana.
           MOVE WS-Sucursal TO CL-Sucursal
           COMPUTE CL-Fecha = FUNCTION DATE-OF-INTEGER(WS-DiaInt)
           MOVE 'N' TO CL-Tipo
           IF WS-DiaSemana = 0 THEN
               MOVE "Domingo" TO CL-Descripcion
           ELSE
               MOVE "Sabado" TO CL-Descripcion
           END-IF
           MOVE WS-Usuario TO CL-Usuario
           MOVE WS-HoyNum TO CL-Fecha-Alta
           WRITE CL-Rec
               INVALID KEY
                   ADD 1 TO WS-Existentes
               NOT INVALID KEY
                   ADD 1 TO WS-Grabados
           END-WRITE
       EXIT.


      *> Copia todos los dias de un anio de una sucursal a otra
      *> (tipicamente los feriados nacionales de CENT); lo que la
      *> destino ya tenia cargado no se pisa.
       Copiar-Calendario.
           DISPLAY "Sucursal de origen:"
           PERFORM Pedir-Sucursal
           IF WS-SucValida = 'S' THEN
               MOVE WS-Sucursal TO WS-SucOrigen
               DISPLAY "Sucursal de destino:"
               PERFORM Pedir-Sucursal
           END-IF
           IF WS-SucValida = 'S' THEN
               IF WS-Sucursal = WS-SucOrigen THEN
                   DISPLAY "Origen y destino son la misma sucursal."
                   MOVE 'N' TO WS-SucValida
               END-IF
           END-IF
           IF WS-SucValida = 'S' THEN
               PERFORM Pedir-Anio
           END-IF
           IF WS-SucValida = 'S' AND WS-Anio > 0 THEN
               PERFORM Abrir-Calendario
               IF WS-CalStatus = "00" THEN
                   PERFORM Copiar-Dias-Anio
                   CLOSE Calendario
                   DISPLAY WS-Grabados " dia(s) copiados de "
                       WS-SucOrigen " a " WS-Sucursal "; "
                       WS-Existentes " ya estaban cargados."
               ELSE
                   CALL "Errores" USING WS-CalStatus
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> WS-Sucursal es el destino. Cada registro leido se guarda
      *> y se reposiciona la lectura despues de grabar la copia.
       Copiar-Dias-Anio.
           MOVE 0 TO WS-Grabados
           MOVE 0 TO WS-Existentes
           MOVE WS-SucOrigen TO CL-Sucursal
           COMPUTE CL-Fecha = WS-Anio * 10000 + 101
           START Calendario KEY IS NOT LESS THAN CL-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Calendario NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CL-Sucursal NOT = WS-SucOrigen OR
                               CL-Fecha(1:4) NOT = WS-Anio THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           PERFORM Copiar-Un-Dia
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Copiar-Un-Dia.
           MOVE CL-Rec TO WS-Copia
           MOVE WS-Sucursal TO CL-Sucursal
           MOVE WS-Usuario TO CL-Usuario
           MOVE WS-HoyNum TO CL-Fecha-Alta
           WRITE CL-Rec
               INVALID KEY
                   ADD 1 TO WS-Existentes
               NOT INVALID KEY
                   ADD 1 TO WS-Grabados
           END-WRITE
           MOVE WS-Copia TO CL-Rec
           START Calendario KEY IS GREATER THAN CL-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
           END-START
       EXIT.


       Listar-Calendario.
           PERFORM Pedir-Sucursal
           IF WS-SucValida = 'S' THEN
               PERFORM Pedir-Anio
           END-IF
           IF WS-SucValida = 'S' AND WS-Anio > 0 THEN
               OPEN INPUT Calendario
               IF WS-CalStatus NOT = "00" THEN
                   DISPLAY "No hay calendario cargado."
               ELSE
                   MOVE WS-Sucursal TO CL-Sucursal
                   COMPUTE CL-Fecha = WS-Anio * 10000 + 101
                   START Calendario KEY IS NOT LESS THAN CL-Clave
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-Flag
                   END-START
                   MOVE 0 TO WS-Contados
                   DISPLAY "--- Dias no laborables " WS-Anio " en "
                       WS-Sucursal " ---"
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ Calendario NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               IF CL-Sucursal NOT = WS-Sucursal OR
                                       CL-Fecha(1:4) NOT = WS-Anio
                                       THEN
                                   MOVE 'Y' TO WS-EOF-Flag
                               ELSE
                                   PERFORM Mostrar-Dia
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   CLOSE Calendario
                   IF WS-Contados = 0 THEN
                       DISPLAY "Sin dias cargados; ese anio rige el "
                           "calendario de CENT."
                   ELSE
                       DISPLAY WS-Contados " dia(s) no laborables."
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Dia.
           ADD 1 TO WS-Contados
           MOVE CL-Fecha TO WS-FechaDia
           COMPUTE WS-DiaSemana = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FechaDia), 7)
           MOVE WS-Dia-Nombre(WS-DiaSemana + 1) TO WS-NombreDia
           DISPLAY CL-Fecha(7:2) "/" CL-Fecha(5:2) "/"
               CL-Fecha(1:4) " " WS-NombreDia " " CL-Tipo " "
               CL-Descripcion
       EXIT.
