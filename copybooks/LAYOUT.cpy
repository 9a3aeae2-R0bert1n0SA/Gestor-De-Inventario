      *================================================================*
      *> Copybook LAYOUT
      *> Registro cabecera de version de layout. Es el primer
      *> registro de las copias secuenciales (Backup-Productos-
      *> AAAAMMDD.DAT y los Movimientos-AAAAMM.DAT rotados) y ocupa
      *> el largo completo del registro de la version que declara;
      *> los programas que leen esas copias lo reconocen por la
      *> marca en los primeros 8 bytes y lo saltean. Los indexados
      *> vivos (Productos, Movimientos, Usuarios) no llevan el
      *> registro, porque los recorren decenas de programas: su
      *> version queda en los parametros LAYOUT-PRODUCTOS,
      *> LAYOUT-MOVIMIENTOS y LAYOUT-USUARIOS.
      *> Versiones conocidas (largo de registro):
      *>   PRODUCTOS   1 = 522 (hasta P-Stock-Maximo)
      *>               2 = 524 (+ P-Categoria-IVA)
      *>               3 = 527 (+ P-Garantia-Meses)
      *>               4 = 534 (+ P-Costo-Estandar)
      *>               5 = 549 (+ P-Peso/P-Volumen-Unitario)
      *>   MOVIMIENTOS 1 = 115 (hasta MOV-Sucursal)
      *>               2 = 118 (+ MOV-Motivo)
      *>               3 = 124 (+ MOV-Corrida)
      *>   USUARIOS    1 =  21 (usuario, clave, rol)
      *>               2 =  22 (+ US-Estado)
      *>               3 =  32 (+ US-Perfil)
      *>               4 = 283 (clave con resumen, vencimiento,
      *>                        bloqueo e historial)
      *> Al agregar un campo: subir la version vigente aca, sumar
      *> el layout anterior a Convertir-Layouts y correrla en el
      *> corte sobre los archivos vivos y las copias.
      *================================================================*
       01  Cab-Layout.
           05 CAB-Marca                PIC X(8).
           05 CAB-Archivo              PIC X(12).
           05 CAB-Version              PIC 9(2).
           05 CAB-Fecha                PIC 9(8).
           05 CAB-Hora                 PIC 9(6).

       01  Cab-Vigentes.
           05 CAB-Marca-Layout         PIC X(8) VALUE "#LAYOUT#".
           05 CAB-Ver-Productos        PIC 9(2) VALUE 5.
           05 CAB-Ver-Movimientos      PIC 9(2) VALUE 3.
           05 CAB-Ver-Usuarios         PIC 9(2) VALUE 4.
