      *================================================================*
      *> Copybook CENTRO-COSTO
      *> Layout del registro de Centros-Costo.DAT, el maestro de
      *> centros de costo que piden mercaderia para consumo propio
      *> (insumos de limpieza, embalaje, repuestos). Lo mantiene
      *> Consumo-Interno y lo lee Asiento-Contable para imputar el
      *> consumo del mes a la cuenta de gastos de cada centro.
      *> CC-Estado: 'A' activo, 'I' inactivo (no admite consumos
      *> nuevos, pero sigue valiendo para los ya registrados).
      *================================================================*
       01  CC-Rec.
           05 CC-Codigo                PIC X(10).
           05 CC-Nombre                PIC X(30).
           05 CC-Cuenta-Gasto          PIC X(20).
           05 CC-Estado                PIC X(1).
