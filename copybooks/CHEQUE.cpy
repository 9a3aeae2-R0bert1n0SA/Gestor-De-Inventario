      *================================================================*
      *> Copybook CHEQUE
      *> Layout unico del registro de Cheques.DAT, la cartera de
      *> cheques de terceros recibidos en cobranza. Cada cheque
      *> lleva un numero interno (CH-Numero); el 000000 es el
      *> registro de control con el proximo numero a asignar.
      *> CH-Tipo 'F' es cheque fisico y 'E' cheque electronico
      *> (ECHEQ). CH-Vencimiento es la fecha de pago (AAAAMMDD): un
      *> cheque de pago diferido no se deposita antes.
      *> Estados (CH-Estado): EN CARTERA al recibirlo con un
      *> recibo, DEPOSITADO en el banco, ENDOSADO a un proveedor
      *> como pago (CH-Proveedor / CH-Pago de Pagos-Prov.DAT),
      *> ACREDITADO cuando el banco lo acredita y RECHAZADO; el
      *> rechazo vuelve a debitar al cliente el importe del cheque
      *> mas el gasto bancario (CH-Gasto-Rechazo).
      *> CH-Fecha-Salida es el dia en que dejo la cartera (deposito
      *> o endoso); con ella y CH-Fecha-Ingreso se reconstruye que
      *> habia en la caja a cualquier fecha.
      *================================================================*
       01  CH-Rec.
           05 CH-Numero                PIC 9(6).
           05 CH-Tipo                  PIC X(1).
           05 CH-Banco                 PIC X(20).
           05 CH-Numero-Cheque         PIC X(15).
           05 CH-CUIT-Librador         PIC X(13).
           05 CH-Importe               PIC 9(13)V99.
           05 CH-Vencimiento           PIC 9(8).
           05 CH-Estado                PIC X(10).
           05 CH-Cliente               PIC X(10).
           05 CH-Recibo                PIC 9(6).
           05 CH-Proveedor             PIC X(10).
           05 CH-Pago                  PIC 9(6).
           05 CH-Fecha-Ingreso         PIC 9(8).
           05 CH-Fecha-Salida          PIC 9(8).
           05 CH-Fecha-Estado          PIC 9(8).
           05 CH-Gasto-Rechazo         PIC 9(13)V99.
           05 CH-Motivo                PIC X(20).
           05 CH-Usuario               PIC X(10).
           05 CH-Proximo-Numero        PIC 9(6).
