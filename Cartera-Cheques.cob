       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cartera-Cheques AS "Cartera-Cheques".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cheques ASSIGN TO 'Cheques.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-Numero
               FILE STATUS IS WS-ChequesStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Cheques.
           COPY CHEQUE.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ChequesStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoyInt                PIC 9(8).
           01 WS-FechaInt              PIC 9(8).
           01 WS-LimiteNum             PIC 9(8).
           01 WS-Dias                  PIC S9(5).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-ProximoCheque         PIC 9(6).
           01 WS-NumeroCheque          PIC 9(6).
           01 WS-Estado                PIC X(10).
           01 WS-EstadoNuevo           PIC X(10).
           01 WS-Duplicado             PIC X(1).
           01 WS-Confirmar             PIC X(1).
           01 WS-Gasto                 PIC 9(13)V99.
           01 WS-Motivo                PIC X(20).
           01 WS-Cantidad              PIC 9(5).
           01 WS-Total                 PIC 9(13)V99.
           01 WS-TotFisicos            PIC 9(13)V99.
           01 WS-TotElectronicos       PIC 9(13)V99.
           01 WS-DiasAviso             PIC 9(3).
           01 WS-DiasPlazo             PIC 9(3).
           01 WS-AnoMes                PIC 9(6).
           01 WS-FinMes                PIC 9(8).
           01 WS-AnoFin                PIC 9(4).
           01 WS-MesFin                PIC 9(2).
           01 WS-Situacion             PIC X(14).
           01 WS-ValorParam            PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-CtaFlag               PIC 9(2).
           01 WS-CtaImporte            PIC S9(13)V99.
           01 WS-CtaReferencia         PIC X(20).
           01 WS-PagoOk                PIC X(1).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-EdImporte             PIC Z(12)9.99.
           01 WS-EdTotal               PIC Z(12)9.99.

       LINKAGE SECTION.
      *> Flag 1: da de alta en cartera el cheque recibido en
      *>         LK-Cheque (banco, numero, CUIT del librador,
      *>         importe, fecha de pago, tipo, cliente y recibo);
      *>         devuelve el numero interno en LK-CH-Numero y 'S'
      *>         en LK-Resultado, o 'N' si ya estaba cargado.
      *> Flag 2: lee el cheque LK-CH-Numero en LK-Cheque; 'S' si
      *>         existe.
      *> Flag 3: endosa el cheque LK-CH-Numero, que debe estar EN
      *>         CARTERA, al proveedor LK-CH-Proveedor por el pago
      *>         LK-CH-Pago; 'S' si quedo ENDOSADO.
      *> Flag 4: muestra los cheques EN CARTERA para elegir.
      *> Flag 5: 'S' si el cheque LK-CH-Banco / LK-CH-Numero-Cheque
      *>         todavia no esta cargado (se verifica antes de
      *>         grabar el recibo que lo trae).
      *> Otro valor: menu de la cartera de cheques.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Resultado             PIC X(1).
           COPY CHEQUE REPLACING LEADING ==CH-== BY ==LK-CH-==.

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Resultado,
               LK-CH-Rec.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Alta-Cheque-LK
               WHEN 2
                   PERFORM Leer-Cheque-LK
               WHEN 3
                   PERFORM Endosar-Cheque-LK
               WHEN 4
                   PERFORM Mostrar-Cartera
               WHEN 5
                   PERFORM Verificar-Cheque-LK
               WHEN OTHER
                   PERFORM Menu-Cheques
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Cheques.
           OPEN I-O Cheques
           IF WS-ChequesStatus = "35" THEN
               CLOSE Cheques
               OPEN OUTPUT Cheques
               CLOSE Cheques
               OPEN I-O Cheques
           END-IF
           IF WS-ChequesStatus = "00" THEN
               MOVE 0 TO CH-Numero
               READ Cheques
                   INVALID KEY
                       MOVE 1 TO WS-ProximoCheque
                       INITIALIZE CH-Rec
                       MOVE 0 TO CH-Numero
                       MOVE WS-ProximoCheque TO CH-Proximo-Numero
                       WRITE CH-Rec
                   NOT INVALID KEY
                       MOVE CH-Proximo-Numero TO WS-ProximoCheque
               END-READ
           ELSE
               CALL "Errores" USING WS-ChequesStatus
           END-IF
       EXIT.


       Guardar-Proximo-Cheque.
           MOVE 0 TO CH-Numero
           READ Cheques
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoCheque TO CH-Proximo-Numero
                   REWRITE CH-Rec
           END-READ
       EXIT.


      *> Un mismo cheque (banco y numero) no entra dos veces.
       Alta-Cheque-LK.
           MOVE 'N' TO LK-Resultado
           PERFORM Abrir-Cheques
           IF WS-ChequesStatus = "00" THEN
               PERFORM Buscar-Duplicado
               IF WS-Duplicado = 'S' THEN
                   DISPLAY "El cheque " FUNCTION TRIM(LK-CH-Banco)
                       " " FUNCTION TRIM(LK-CH-Numero-Cheque)
                       " ya esta en la cartera."
               ELSE
                   MOVE LK-CH-Rec TO CH-Rec
                   MOVE WS-ProximoCheque TO CH-Numero
                   MOVE "EN CARTERA" TO CH-Estado
                   MOVE WS-HoyNum TO CH-Fecha-Ingreso
                   MOVE 0 TO CH-Fecha-Salida
                   MOVE WS-HoyNum TO CH-Fecha-Estado
                   MOVE SPACES TO CH-Proveedor
                   MOVE 0 TO CH-Pago
                   MOVE 0 TO CH-Gasto-Rechazo
                   MOVE SPACES TO CH-Motivo
                   MOVE WS-Usuario TO CH-Usuario
                   MOVE 0 TO CH-Proximo-Numero
                   WRITE CH-Rec
                   IF WS-ChequesStatus = "00" THEN
                       MOVE CH-Numero TO LK-CH-Numero
                       MOVE 'S' TO LK-Resultado
                       ADD 1 TO WS-ProximoCheque
                       PERFORM Guardar-Proximo-Cheque
                   ELSE
                       CALL "Errores" USING WS-ChequesStatus
                   END-IF
               END-IF
               CLOSE Cheques
           END-IF
       EXIT.


       Verificar-Cheque-LK.
           MOVE 'S' TO LK-Resultado
           OPEN INPUT Cheques
           IF WS-ChequesStatus = "00" THEN
               PERFORM Buscar-Duplicado
               IF WS-Duplicado = 'S' THEN
                   MOVE 'N' TO LK-Resultado
               END-IF
               CLOSE Cheques
           END-IF
       EXIT.


       Buscar-Duplicado.
           MOVE 'N' TO WS-Duplicado
           MOVE 1 TO CH-Numero
           START Cheques KEY IS NOT LESS THAN CH-Numero
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cheques NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CH-Banco = LK-CH-Banco AND
                               CH-Numero-Cheque = LK-CH-Numero-Cheque
                               THEN
                           MOVE 'S' TO WS-Duplicado
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Leer-Cheque-LK.
           MOVE 'N' TO LK-Resultado
           OPEN INPUT Cheques
           IF WS-ChequesStatus = "00" THEN
               MOVE LK-CH-Numero TO CH-Numero
               IF CH-Numero > 0 THEN
                   READ Cheques
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CH-Rec TO LK-CH-Rec
                           MOVE 'S' TO LK-Resultado
                   END-READ
               END-IF
               CLOSE Cheques
           END-IF
       EXIT.


       Endosar-Cheque-LK.
           MOVE 'N' TO LK-Resultado
           PERFORM Abrir-Cheques
           IF WS-ChequesStatus = "00" THEN
               MOVE LK-CH-Numero TO CH-Numero
               IF CH-Numero > 0 THEN
                   READ Cheques
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CH-Estado = "EN CARTERA" THEN
                               MOVE "ENDOSADO" TO CH-Estado
                               MOVE LK-CH-Proveedor TO CH-Proveedor
                               MOVE LK-CH-Pago TO CH-Pago
                               MOVE WS-HoyNum TO CH-Fecha-Salida
                               MOVE WS-HoyNum TO CH-Fecha-Estado
                               MOVE WS-Usuario TO CH-Usuario
                               REWRITE CH-Rec
                               IF WS-ChequesStatus = "00" THEN
                                   MOVE CH-Rec TO LK-CH-Rec
                                   MOVE 'S' TO LK-Resultado
                               ELSE
                                   CALL "Errores" USING
                                       WS-ChequesStatus
                               END-IF
                           END-IF
                   END-READ
               END-IF
               CLOSE Cheques
           END-IF
       EXIT.


       Mostrar-Cartera.
           OPEN INPUT Cheques
           IF WS-ChequesStatus NOT = "00" THEN
               DISPLAY "No hay cheques en cartera."
           ELSE
               MOVE "EN CARTERA" TO WS-Estado
               PERFORM Recorrer-Listado
               CLOSE Cheques
           END-IF
       EXIT.


       Menu-Cheques.
           PERFORM Leer-Parametros
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Cartera de Cheques -------"
               DISPLAY "1. Listar cheques por estado"
               DISPLAY "2. Consultar un cheque"
               DISPLAY "3. Depositar un cheque"
               DISPLAY "4. Registrar acreditacion"
               DISPLAY "5. Registrar rechazo"
               DISPLAY "6. Cheques a depositar (informe diario)"
               DISPLAY "7. Cheques en cartera a fin de mes"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Listar-Cheques
                   WHEN 2
                       PERFORM Consultar-Cheque
                   WHEN 3
                       MOVE "EN CARTERA" TO WS-Estado
                       MOVE "DEPOSITADO" TO WS-EstadoNuevo
                       PERFORM Cambiar-Estado
                   WHEN 4
                       MOVE "DEPOSITADO" TO WS-Estado
                       MOVE "ACREDITADO" TO WS-EstadoNuevo
                       PERFORM Cambiar-Estado
                   WHEN 5
                       PERFORM Registrar-Rechazo
                   WHEN 6
                       PERFORM Informe-A-Depositar
                   WHEN 7
                       PERFORM Informe-Fin-Mes
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


      *> DIAS-AVISO-CHEQUES: el informe diario adelanta los cheques
      *> que vencen dentro de esos dias. PLAZO-DEPOSITO-CHEQUES:
      *> dias desde la fecha de pago en que el banco todavia lo
      *> toma; pasado el plazo el cheque se marca caducado.
       Leer-Parametros.
           MOVE "1" TO WS-ValorParam
           MOVE "DIAS-AVISO-CHEQUES" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO WS-DiasAviso
           ELSE
               MOVE 1 TO WS-DiasAviso
           END-IF
           MOVE "30" TO WS-ValorParam
           MOVE "PLAZO-DEPOSITO-CHEQUES" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO WS-DiasPlazo
           ELSE
               MOVE 30 TO WS-DiasPlazo
           END-IF
       EXIT.


       Listar-Cheques.
           DISPLAY "Estado (EN CARTERA, DEPOSITADO, ENDOSADO, "
               "ACREDITADO, RECHAZADO; Enter = EN CARTERA): "
           MOVE SPACES TO WS-Estado
           ACCEPT WS-Estado
           MOVE FUNCTION UPPER-CASE(WS-Estado) TO WS-Estado
           IF WS-Estado = SPACES THEN
               MOVE "EN CARTERA" TO WS-Estado
           END-IF
           OPEN INPUT Cheques
           IF WS-ChequesStatus NOT = "00" THEN
               DISPLAY "No hay cheques registrados."
           ELSE
               PERFORM Recorrer-Listado
               CLOSE Cheques
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Recorrer-Listado.
           MOVE 0 TO WS-Cantidad
           MOVE 0 TO WS-Total
           DISPLAY "--- Cheques " FUNCTION TRIM(WS-Estado) " ---"
           MOVE 1 TO CH-Numero
           START Cheques KEY IS NOT LESS THAN CH-Numero
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cheques NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CH-Estado = WS-Estado THEN
                           PERFORM Mostrar-Linea-Cheque
                           ADD 1 TO WS-Cantidad
                           ADD CH-Importe TO WS-Total
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-Total TO WS-EdTotal
           DISPLAY WS-Cantidad " cheque(s) por " WS-EdTotal
       EXIT.


       Mostrar-Linea-Cheque.
           MOVE CH-Importe TO WS-EdImporte
           DISPLAY CH-Numero " " CH-Tipo " "
               FUNCTION TRIM(CH-Banco) " " CH-Numero-Cheque
               " vence " CH-Vencimiento " " WS-EdImporte
               " cliente " CH-Cliente
       EXIT.


       Pedir-Cheque.
           DISPLAY "Numero interno del cheque: "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NumeroCheque
           ELSE
               MOVE 0 TO WS-NumeroCheque
           END-IF
       EXIT.


       Consultar-Cheque.
           PERFORM Pedir-Cheque
           OPEN INPUT Cheques
           IF WS-ChequesStatus NOT = "00" THEN
               DISPLAY "No hay cheques registrados."
           ELSE
               MOVE WS-NumeroCheque TO CH-Numero
               IF WS-NumeroCheque = 0 THEN
                   DISPLAY "El cheque no existe."
               ELSE
                   READ Cheques
                       INVALID KEY
                           DISPLAY "El cheque no existe."
                       NOT INVALID KEY
                           PERFORM Mostrar-Ficha-Cheque
                   END-READ
               END-IF
               CLOSE Cheques
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Ficha-Cheque.
           MOVE CH-Importe TO WS-EdImporte
           DISPLAY "Cheque " CH-Numero " (" CH-Tipo ") "
               FUNCTION TRIM(CH-Banco) " nro "
               FUNCTION TRIM(CH-Numero-Cheque)
           DISPLAY "  Librador CUIT " CH-CUIT-Librador
               "  importe " WS-EdImporte "  fecha de pago "
               CH-Vencimiento
           DISPLAY "  Recibido del cliente " CH-Cliente
               " con el recibo " CH-Recibo " el " CH-Fecha-Ingreso
           DISPLAY "  Estado " FUNCTION TRIM(CH-Estado) " desde "
               CH-Fecha-Estado " (" FUNCTION TRIM(CH-Usuario) ")"
           IF CH-Proveedor NOT = SPACES THEN
               DISPLAY "  Endosado a " CH-Proveedor " en el pago "
                   CH-Pago
           END-IF
           IF CH-Estado = "RECHAZADO" THEN
               MOVE CH-Gasto-Rechazo TO WS-EdImporte
               DISPLAY "  Motivo " FUNCTION TRIM(CH-Motivo)
                   "  gasto bancario " WS-EdImporte
           END-IF
       EXIT.


      *> Deposito y acreditacion: el cheque pasa de WS-Estado a
      *> WS-EstadoNuevo. Un cheque de pago diferido no se deposita
      *> antes de su fecha de pago.
       Cambiar-Estado.
           PERFORM Pedir-Cheque
           PERFORM Abrir-Cheques
           IF WS-ChequesStatus = "00" THEN
               MOVE WS-NumeroCheque TO CH-Numero
               IF WS-NumeroCheque = 0 THEN
                   DISPLAY "El cheque no existe."
               ELSE
                   READ Cheques
                       INVALID KEY
                           DISPLAY "El cheque no existe."
                       NOT INVALID KEY
                           PERFORM Validar-Cambio-Estado
                   END-READ
               END-IF
               CLOSE Cheques
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Validar-Cambio-Estado.
           EVALUATE TRUE
               WHEN CH-Estado NOT = WS-Estado
                   DISPLAY "El cheque esta " FUNCTION TRIM(CH-Estado)
                       "; debe estar " FUNCTION TRIM(WS-Estado) "."
               WHEN WS-EstadoNuevo = "DEPOSITADO" AND
                       CH-Vencimiento > WS-HoyNum
                   DISPLAY "El cheque es de pago diferido; se "
                       "deposita a partir del " CH-Vencimiento "."
               WHEN OTHER
                   PERFORM Mostrar-Linea-Cheque
                   DISPLAY "Confirma pasarlo a "
                       FUNCTION TRIM(WS-EstadoNuevo) " (S/N): "
                   ACCEPT WS-Confirmar
                   IF WS-Confirmar = 'S' OR WS-Confirmar = 's' THEN
                       MOVE WS-EstadoNuevo TO CH-Estado
                       MOVE WS-HoyNum TO CH-Fecha-Estado
                       IF WS-EstadoNuevo = "DEPOSITADO" THEN
                           MOVE WS-HoyNum TO CH-Fecha-Salida
                       END-IF
                       MOVE WS-Usuario TO CH-Usuario
                       REWRITE CH-Rec
                       IF WS-ChequesStatus = "00" THEN
                           DISPLAY "Cheque " CH-Numero " "
                               FUNCTION TRIM(CH-Estado) "."
                       ELSE
                           CALL "Errores" USING WS-ChequesStatus
                       END-IF
                   END-IF
           END-EVALUATE
       EXIT.


      *> Rechazo de un cheque depositado, o devuelto por el
      *> proveedor al que se endoso: vuelve a debitar al cliente
      *> que lo entrego el importe del cheque y, aparte, el gasto
      *> bancario del rechazo.
       Registrar-Rechazo.
           PERFORM Pedir-Cheque
           PERFORM Abrir-Cheques
           IF WS-ChequesStatus = "00" THEN
               MOVE WS-NumeroCheque TO CH-Numero
               IF WS-NumeroCheque = 0 THEN
                   DISPLAY "El cheque no existe."
               ELSE
                   READ Cheques
                       INVALID KEY
                           DISPLAY "El cheque no existe."
                       NOT INVALID KEY
                           IF CH-Estado = "DEPOSITADO" OR
                                   CH-Estado = "ENDOSADO" THEN
                               PERFORM Rechazar-Cheque
                           ELSE
                               DISPLAY "El cheque esta "
                                   FUNCTION TRIM(CH-Estado)
                                   "; solo se rechaza un cheque "
                                   "depositado o endosado."
                           END-IF
                   END-READ
               END-IF
               CLOSE Cheques
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Rechazar-Cheque.
           PERFORM Mostrar-Linea-Cheque
           DISPLAY "Motivo del rechazo (sin fondos, firma, "
               "formal, etc.): "
           MOVE SPACES TO WS-Motivo
           ACCEPT WS-Motivo
           DISPLAY "Gasto bancario del rechazo: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-Gasto
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Gasto
               ELSE
                   DISPLAY "Importe no valido; se toma cero."
               END-IF
           END-IF
           DISPLAY "Confirma el rechazo y el debito al cliente "
               CH-Cliente " (S/N): "
           ACCEPT WS-Confirmar
           IF WS-Confirmar = 'S' OR WS-Confirmar = 's' THEN
               MOVE CH-Estado TO WS-Estado
               MOVE "RECHAZADO" TO CH-Estado
               MOVE WS-HoyNum TO CH-Fecha-Estado
               MOVE WS-Gasto TO CH-Gasto-Rechazo
               MOVE WS-Motivo TO CH-Motivo
               MOVE WS-Usuario TO CH-Usuario
               REWRITE CH-Rec
               IF WS-ChequesStatus = "00" THEN
                   IF WS-Estado = "ENDOSADO" THEN
                       PERFORM Revertir-Pago-Endoso
                   END-IF
                   PERFORM Debitar-Rechazo
               ELSE
                   CALL "Errores" USING WS-ChequesStatus
               END-IF
           END-IF
       EXIT.


      *> El endoso rechazado no cancelo la deuda con el proveedor:
      *> se descuenta del pago y las facturas vuelven a la cuenta a
      *> pagar.
       Revertir-Pago-Endoso.
           MOVE 'N' TO WS-PagoOk
           CALL "Facturas-Proveedor" USING 1, WS-Usuario, CH-Pago,
               CH-Importe, WS-PagoOk
           CANCEL "Facturas-Proveedor"
           IF WS-PagoOk = 'S' THEN
               DISPLAY "Cheque endosado al proveedor "
                   CH-Proveedor ": el pago " CH-Pago " se redujo "
                   "y la deuda vuelve a quedar abierta."
           ELSE
               DISPLAY "ATENCION: no se pudo corregir el pago "
                   CH-Pago " del proveedor " CH-Proveedor "; "
                   "revisarlo en Facturas de Proveedor."
           END-IF
       EXIT.


       Debitar-Rechazo.
           MOVE 2 TO WS-CtaFlag
           MOVE CH-Importe TO WS-CtaImporte
           MOVE SPACES TO WS-CtaReferencia
           STRING "CHEQUE-RECH " CH-Numero
               DELIMITED SIZE INTO WS-CtaReferencia
           CALL "Cuentas-Corrientes" USING WS-CtaFlag, CH-Cliente,
               WS-CtaImporte, WS-CtaReferencia, WS-Usuario
           IF CH-Gasto-Rechazo > 0 THEN
               MOVE CH-Gasto-Rechazo TO WS-CtaImporte
               MOVE SPACES TO WS-CtaReferencia
               STRING "GASTO-RECH " CH-Numero
                   DELIMITED SIZE INTO WS-CtaReferencia
               CALL "Cuentas-Corrientes" USING WS-CtaFlag,
                   CH-Cliente, WS-CtaImporte, WS-CtaReferencia,
                   WS-Usuario
           END-IF
           COMPUTE WS-Total = CH-Importe + CH-Gasto-Rechazo
           MOVE WS-Total TO WS-EdTotal
           DISPLAY "Cheque " CH-Numero " RECHAZADO; se debito "
               WS-EdTotal " al cliente " CH-Cliente "."
       EXIT.


      *> Informe diario: cheques EN CARTERA cuya fecha de pago ya
      *> llego o llega dentro de DIAS-AVISO-CHEQUES. Los que pasaron
      *> el plazo de deposito salen marcados como caducos.
       Informe-A-Depositar.
           OPEN INPUT Cheques
           IF WS-ChequesStatus NOT = "00" THEN
               DISPLAY "No hay cheques registrados."
           ELSE
               COMPUTE WS-FechaInt = WS-HoyInt + WS-DiasAviso
               COMPUTE WS-LimiteNum =
                   FUNCTION DATE-OF-INTEGER(WS-FechaInt)
               MOVE "CHQ-DEPOS" TO WS-CodigoInf
               MOVE SPACES TO WS-ParamInf
               STRING "al " WS-HoyNum " aviso " WS-DiasAviso
                   " dias" DELIMITED SIZE INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               IF WS-InformeStatus NOT = "00" THEN
                   CALL "Errores" USING WS-InformeStatus
               ELSE
                   MOVE SPACES TO WS-Linea
                   STRING "CHEQUES A DEPOSITAR AL " WS-HoyNum
                       " (vencen hasta el " WS-LimiteNum ")"
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
                   MOVE 0 TO WS-Cantidad
                   MOVE 0 TO WS-Total
                   MOVE 1 TO CH-Numero
                   START Cheques KEY IS NOT LESS THAN CH-Numero
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-Flag
                   END-START
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ Cheques NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               IF CH-Estado = "EN CARTERA" AND
                                       CH-Vencimiento <= WS-LimiteNum
                                       THEN
                                   PERFORM Linea-A-Depositar
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   MOVE WS-Total TO WS-EdTotal
                   MOVE SPACES TO WS-Linea
                   STRING WS-Cantidad " cheque(s) a depositar por "
                       WS-EdTotal DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
                   CLOSE Informe
                   DISPLAY "Informe en "
                       FUNCTION TRIM(WS-NombreInforme)
               END-IF
               CLOSE Cheques
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Linea-A-Depositar.
           COMPUTE WS-Dias = WS-HoyInt -
               FUNCTION INTEGER-OF-DATE(CH-Vencimiento)
           EVALUATE TRUE
               WHEN WS-Dias > WS-DiasPlazo
                   MOVE "CADUCO" TO WS-Situacion
               WHEN WS-Dias >= 0
                   MOVE "DEPOSITAR HOY" TO WS-Situacion
               WHEN OTHER
                   MOVE "PROXIMO" TO WS-Situacion
           END-EVALUATE
           MOVE CH-Importe TO WS-EdImporte
           MOVE SPACES TO WS-Linea
           STRING CH-Numero " " CH-Tipo " " CH-Banco " "
               CH-Numero-Cheque " " CH-Vencimiento " "
               WS-EdImporte " " CH-Cliente " " WS-Situacion
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           ADD 1 TO WS-Cantidad
           ADD CH-Importe TO WS-Total
       EXIT.


      *> Lo que habia en la caja al cierre del mes: cheques
      *> ingresados hasta el ultimo dia que no habian salido
      *> (depositados o endosados) a esa fecha.
       Informe-Fin-Mes.
           DISPLAY "Mes (AAAAMM, Enter = el actual): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-HoyNum(1:6) TO WS-AnoMes
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-AnoMes
               ELSE
                   MOVE 0 TO WS-AnoMes
               END-IF
           END-IF
           COMPUTE WS-FechaInt = (WS-AnoMes * 100) + 1
           IF WS-AnoMes = 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-FechaInt) NOT = 0
                   THEN
               DISPLAY "Mes no valido."
           ELSE
               PERFORM Calcular-Fin-Mes
               OPEN INPUT Cheques
               IF WS-ChequesStatus NOT = "00" THEN
                   DISPLAY "No hay cheques registrados."
               ELSE
                   PERFORM Emitir-Fin-Mes
                   CLOSE Cheques
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Calcular-Fin-Mes.
           DIVIDE WS-AnoMes BY 100 GIVING WS-AnoFin
               REMAINDER WS-MesFin
           IF WS-MesFin = 12 THEN
               COMPUTE WS-FechaInt = ((WS-AnoFin + 1) * 10000) + 101
           ELSE
               COMPUTE WS-FechaInt = ((WS-AnoMes + 1) * 100) + 1
           END-IF
           COMPUTE WS-FechaInt =
               FUNCTION INTEGER-OF-DATE(WS-FechaInt) - 1
           COMPUTE WS-FinMes = FUNCTION DATE-OF-INTEGER(WS-FechaInt)
       EXIT.


       Emitir-Fin-Mes.
           MOVE "CHQ-CARTER" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING "cierre " WS-FinMes DELIMITED SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           IF WS-InformeStatus NOT = "00" THEN
               CALL "Errores" USING WS-InformeStatus
           ELSE
               MOVE SPACES TO WS-Linea
               STRING "CHEQUES EN CARTERA AL " WS-FinMes
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE 0 TO WS-Cantidad
               MOVE 0 TO WS-TotFisicos
               MOVE 0 TO WS-TotElectronicos
               MOVE 1 TO CH-Numero
               START Cheques KEY IS NOT LESS THAN CH-Numero
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Cheques NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CH-Fecha-Ingreso <= WS-FinMes AND
                                   (CH-Fecha-Salida = 0 OR
                                   CH-Fecha-Salida > WS-FinMes) THEN
                               PERFORM Linea-Fin-Mes
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               MOVE WS-TotFisicos TO WS-EdTotal
               MOVE SPACES TO WS-Linea
               STRING "Cheques fisicos en caja:    " WS-EdTotal
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE WS-TotElectronicos TO WS-EdTotal
               MOVE SPACES TO WS-Linea
               STRING "Cheques electronicos:       " WS-EdTotal
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               COMPUTE WS-Total = WS-TotFisicos + WS-TotElectronicos
               MOVE WS-Total TO WS-EdTotal
               MOVE SPACES TO WS-Linea
               STRING "Total cartera (" WS-Cantidad " cheques): "
                   WS-EdTotal DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               DISPLAY "Informe en " FUNCTION TRIM(WS-NombreInforme)
           END-IF
       EXIT.


       Linea-Fin-Mes.
           MOVE CH-Importe TO WS-EdImporte
           MOVE SPACES TO WS-Linea
           STRING CH-Numero " " CH-Tipo " " CH-Banco " "
               CH-Numero-Cheque " " CH-CUIT-Librador " "
               CH-Vencimiento " " WS-EdImporte " " CH-Cliente
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           ADD 1 TO WS-Cantidad
           IF CH-Tipo = 'E' THEN
               ADD CH-Importe TO WS-TotElectronicos
           ELSE
               ADD CH-Importe TO WS-TotFisicos
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
