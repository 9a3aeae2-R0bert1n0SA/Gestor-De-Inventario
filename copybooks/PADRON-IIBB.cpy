      *================================================================*
      *> Copybook PADRON-IIBB
      *> Layout unico del registro de Padron-IIBB.DAT, las alicuotas
      *> de percepcion de ingresos brutos por CUIT, importadas del
      *> padron mensual que publica cada jurisdiccion. La clave es
      *> el CUIT sin guiones (11 digitos) mas la jurisdiccion
      *> (codigo de tres digitos del Convenio Multilateral: 901
      *> Capital, 902 Buenos Aires, ...). La alicuota vale entre
      *> PI-Desde y PI-Hasta (AAAAMMDD); PI-Periodo es el padron
      *> (AAAAMM) del que salio. Lo carga Impuestos y lo lee
      *> Facturacion al facturar.
      *================================================================*
       01  PI-Rec.
           05 PI-Clave.
               10 PI-CUIT              PIC X(11).
               10 PI-Jurisdiccion      PIC X(3).
           05 PI-Alicuota              PIC 9(2)V99.
           05 PI-Desde                 PIC 9(8).
           05 PI-Hasta                 PIC 9(8).
           05 PI-Periodo               PIC 9(6).
