      *================================================================*
      *> Copybook INTERFASE
      *> Control de un archivo de interfase entrante (Ventas-POS,
      *> Transacciones, Costos-Proveedor, Carga-Masiva). El ultimo
      *> registro de cada archivo es un trailer con la fecha de los
      *> datos, la cantidad de registros y el total de la columna
      *> de cantidad (en Costos-Proveedor, el costo en centavos):
      *>   pos  1- 4  "#TRL"
      *>   pos  5-12  fecha de los datos AAAAMMDD
      *>   pos 13-18  cantidad de registros (sin el trailer)
      *>   pos 19-27  total de la columna de control
      *> El importador pasa cada registro por Interfases (flag 2),
      *> que cuenta, suma y arma el checksum del contenido; antes
      *> de aplicar nada pide la verificacion (flag 3) y al
      *> terminar registra el archivo (flag 4) en Interfases.DAT.
      *================================================================*
       01  Ctl-Interfase.
           05 CI-Interfase             PIC X(12).
           05 CI-Archivo               PIC X(40).
           05 CI-Largo                 PIC 9(3).
           05 CI-Usuario               PIC X(10).
      *>   Cantidad del registro a acumular (la carga el importador
      *>   antes de cada llamada con flag 2).
           05 CI-Cantidad              PIC 9(9).
           05 CI-Registros             PIC 9(7).
           05 CI-Total                 PIC 9(12).
           05 CI-Checksum              PIC 9(10).
           05 CI-Despues               PIC 9(5).
           05 CI-Trailer               PIC X(1).
           05 CI-Trl-Fecha             PIC 9(8).
           05 CI-Trl-Registros         PIC 9(6).
           05 CI-Trl-Total             PIC 9(9).
           05 CI-Aplicados             PIC 9(7).
           05 CI-Resultado             PIC X(1).
           05 CI-Motivo                PIC X(60).
