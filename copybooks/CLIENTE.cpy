      *>   registro un Clientes.DAT del layout anterior debe
      *>   recrearse en el corte.
           05 CLI-Lista                PIC X(3).
      *>   Condicion frente al IVA: RI (responsable inscripto), MT
      *>   (monotributo), CF (consumidor final) o EX (exento); en
      *>   blanco se toma CF. Decide la letra de la factura.
           05 CLI-Condicion-IVA        PIC X(2).
      *>   Jurisdiccion de ingresos brutos del cliente (codigo del
      *>   Convenio Multilateral, 901 a 924); con ella y el CUIT se
      *>   busca la alicuota de percepcion en Padron-IIBB.DAT. En
      *>   blanco no se le percibe.
           05 CLI-Jurisdiccion         PIC X(3).
      *>   Vendedor que atiende la cuenta (Vendedores.DAT); se
      *>   propone en los pedidos y facturas del cliente, que lo
      *>   pueden cambiar. En blanco la venta no paga comision.
           05 CLI-Vendedor             PIC X(10).
