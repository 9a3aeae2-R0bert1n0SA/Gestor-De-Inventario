           05 PX-Resto1                PIC X(44).
           05 PX-Categoria             PIC X(20).
           05 PX-Proveedor             PIC X(50).
           05 PX-Resto2                PIC X(425).

       FD  Movimientos.
           COPY MOVIMIENTO.
       FD  Usuarios.
       01  Usr-Rec.
           05 US-Usuario               PIC X(10).
           05 US-Resto                 PIC X(273).

       FD  PracUsuarios.
       01  UX-Rec.
           05 UX-Usuario               PIC X(10).
           05 UX-Resto                 PIC X(273).

       FD  Proveedores.
           COPY PROVEEDOR.
       FD  PracProveedores.
       01  VX-Rec.
           05 VX-Codigo                PIC X(10).
           05 VX-Resto                 PIC X(207).

       FD  Clientes.
           COPY CLIENTE.
       FD  PracClientes.
       01  CX-Rec.
           05 CX-Codigo                PIC X(10).
           05 CX-Resto                 PIC X(143).

       FD  Categorias.
       01  Cat-Rec.
