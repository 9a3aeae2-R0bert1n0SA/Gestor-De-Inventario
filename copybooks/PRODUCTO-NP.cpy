           05 Categoria-IVA             PIC X(2).
           05 Garantia-Meses            PIC 9(3).
           05 Costo-Estandar            PIC 9(5)V99.
           05 Peso-Unitario             PIC 9(5)V999.
           05 Volumen-Unitario          PIC 9(3)V9(4).
