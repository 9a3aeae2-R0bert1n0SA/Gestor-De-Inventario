       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hash-Clave AS "Hash-Clave".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>   Constantes de SHA-256 (FIPS 180-4) en hexadecimal: los 64
      *>   K de las rondas y los 8 valores iniciales del estado.
           01 WS-K-Valores.
               05 FILLER               PIC X(32) VALUE
                   "428a2f9871374491b5c0fbcfe9b5dba5".
               05 FILLER               PIC X(32) VALUE
                   "3956c25b59f111f1923f82a4ab1c5ed5".
               05 FILLER               PIC X(32) VALUE
                   "d807aa9812835b01243185be550c7dc3".
               05 FILLER               PIC X(32) VALUE
                   "72be5d7480deb1fe9bdc06a7c19bf174".
               05 FILLER               PIC X(32) VALUE
                   "e49b69c1efbe47860fc19dc6240ca1cc".
               05 FILLER               PIC X(32) VALUE
                   "2de92c6f4a7484aa5cb0a9dc76f988da".
               05 FILLER               PIC X(32) VALUE
                   "983e5152a831c66db00327c8bf597fc7".
               05 FILLER               PIC X(32) VALUE
                   "c6e00bf3d5a7914706ca635114292967".
               05 FILLER               PIC X(32) VALUE
                   "27b70a852e1b21384d2c6dfc53380d13".
               05 FILLER               PIC X(32) VALUE
                   "650a7354766a0abb81c2c92e92722c85".
               05 FILLER               PIC X(32) VALUE
                   "a2bfe8a1a81a664bc24b8b70c76c51a3".
               05 FILLER               PIC X(32) VALUE
                   "d192e819d6990624f40e3585106aa070".
               05 FILLER               PIC X(32) VALUE
                   "19a4c1161e376c082748774c34b0bcb5".
               05 FILLER               PIC X(32) VALUE
                   "391c0cb34ed8aa4a5b9cca4f682e6ff3".
               05 FILLER               PIC X(32) VALUE
                   "748f82ee78a5636f84c878148cc70208".
               05 FILLER               PIC X(32) VALUE
                   "90befffaa4506cebbef9a3f7c67178f2".
           01 WS-K-Tabla REDEFINES WS-K-Valores.
               05 WS-K-Hex             PIC X(8) OCCURS 64 TIMES.
           01 WS-H-Valores.
               05 FILLER               PIC X(32) VALUE
                   "6a09e667bb67ae853c6ef372a54ff53a".
               05 FILLER               PIC X(32) VALUE
                   "510e527f9b05688c1f83d9ab5be0cd19".
           01 WS-H-Tabla REDEFINES WS-H-Valores.
               05 WS-H-Hex             PIC X(8) OCCURS 8 TIMES.
           01 WS-Digitos-Hex           PIC X(16)
                                       VALUE "0123456789abcdef".

      *>   Las palabras de 32 bits se llevan bit a bit (el bit 1 es
      *>   el mas significativo): rotar, desplazar y el o-exclusivo
      *>   quedan en indices y sumas modulo 2.
           01 WS-Constantes.
               05 WS-K OCCURS 64 TIMES.
                   10 WS-KBit          PIC 9(1) OCCURS 32 TIMES.
           01 WS-Estado.
               05 WS-H OCCURS 8 TIMES.
                   10 WS-HBit          PIC 9(1) OCCURS 32 TIMES.
           01 WS-Variables.
               05 WS-V OCCURS 8 TIMES.
                   10 WS-VBit          PIC 9(1) OCCURS 32 TIMES.
      *>   Programa de mensajes; sus primeras 16 palabras son el
      *>   bloque de 512 bits que se resume.
           01 WS-Programa.
               05 WS-W OCCURS 64 TIMES.
                   10 WS-WBit          PIC 9(1) OCCURS 32 TIMES.
           01 WS-Bloque REDEFINES WS-Programa.
               05 WS-MBit              PIC 9(1) OCCURS 2048 TIMES.
           01 WS-X.
               05 WS-XBit              PIC 9(1) OCCURS 32 TIMES.
           01 WS-Y.
               05 WS-YBit              PIC 9(1) OCCURS 32 TIMES.
           01 WS-Sigma.
               05 WS-SBit              PIC 9(1) OCCURS 32 TIMES.
           01 WS-Suma.
               05 WS-SumaBit           PIC 9(1) OCCURS 32 TIMES.
           01 WS-T1.
               05 WS-T1Bit             PIC 9(1) OCCURS 32 TIMES.
           01 WS-Resumen.
               05 WS-RBit              PIC 9(1) OCCURS 256 TIMES.

           01 WS-Texto                 PIC X(40).
           01 WS-Iteraciones           PIC 9(4) VALUE 64.
           01 WS-Iteracion             PIC 9(4).
           01 WS-Largo                 PIC 9(3).
           01 WS-Bits                  PIC 9(4).
           01 WS-Byte                  PIC 9(3).
           01 WS-Valor                 PIC 9(4).
           01 WS-Resto                 PIC 9(1).
           01 WS-Cociente              PIC 9(4).
           01 WS-Acarreo               PIC 9(2).
           01 WS-BitSuma               PIC 9(2).
           01 WS-R1                    PIC 9(2).
           01 WS-R2                    PIC 9(2).
           01 WS-R3                    PIC 9(2).
           01 WS-Desplaza              PIC X(1).
           01 WS-B1                    PIC 9(1).
           01 WS-B2                    PIC 9(1).
           01 WS-B3                    PIC 9(1).
           01 WS-Origen                PIC S9(3).
           01 WS-I                     PIC 9(4).
           01 WS-J                     PIC 9(4).
           01 WS-P                     PIC 9(4).
           01 WS-T                     PIC 9(2).
           01 WS-Fecha                 PIC 9(8).
           01 WS-HoraActual            PIC 9(8).

       LINKAGE SECTION.
      *> Resumen de una sola via de la clave de un usuario: lo que
      *> se guarda en Usuarios.DAT es el resultado, nunca la clave.
      *> Entra el usuario, su sal y la clave tipeada; sale en
      *> LK-Hash el resumen en 40 digitos hexadecimales (los
      *> primeros 160 bits). Es SHA-256 de usuario + sal + clave,
      *> vuelto a pasar WS-Iteraciones veces sobre el resumen
      *> anterior mas la clave, para que probar claves de a una
      *> cueste. Si LK-Sal viene en blanco (usuario nuevo o
      *> convertido del layout con la clave a la vista) se arma una
      *> sal con la fecha y la hora y se devuelve en LK-Sal para
      *> que el llamador la grabe.
           01 LK-Usuario               PIC X(10).
           01 LK-Sal                   PIC X(10).
           01 LK-Clave                 PIC X(20).
           01 LK-Hash                  PIC X(40).

       PROCEDURE DIVISION USING LK-Usuario, LK-Sal, LK-Clave,
           LK-Hash.
       MAIN-PROCEDURE.
           IF LK-Sal = SPACES THEN
               PERFORM Generar-Sal
           END-IF
           PERFORM Cargar-Constantes
           MOVE SPACES TO WS-Texto
           STRING LK-Usuario LK-Sal LK-Clave
               DELIMITED BY SIZE INTO WS-Texto
           INITIALIZE WS-Programa
           MOVE 0 TO WS-Bits
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 40
               COMPUTE WS-Byte = FUNCTION ORD(WS-Texto(WS-P:1)) - 1
               PERFORM Agregar-Byte
           END-PERFORM
           PERFORM Resumir-Bloque
           PERFORM VARYING WS-Iteracion FROM 2 BY 1
                   UNTIL WS-Iteracion > WS-Iteraciones
               INITIALIZE WS-Programa
               MOVE WS-Resumen TO WS-Bloque(1:256)
               MOVE 256 TO WS-Bits
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 20
                   COMPUTE WS-Byte =
                       FUNCTION ORD(LK-Clave(WS-P:1)) - 1
                   PERFORM Agregar-Byte
               END-PERFORM
               PERFORM Resumir-Bloque
           END-PERFORM
           PERFORM Armar-Hexadecimal
       EXIT PROGRAM.


       Cargar-Constantes.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 64
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
                   PERFORM Valor-Hex-K
                   COMPUTE WS-P = (WS-J - 1) * 4
                   PERFORM Poner-Nibble-K
               END-PERFORM
           END-PERFORM
       EXIT.


       Valor-Hex-K.
           MOVE 0 TO WS-Valor
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 16
               IF WS-Digitos-Hex(WS-T:1) = WS-K-Hex(WS-I)(WS-J:1)
                   THEN
                   COMPUTE WS-Valor = WS-T - 1
               END-IF
           END-PERFORM
       EXIT.


       Poner-Nibble-K.
           PERFORM VARYING WS-T FROM 4 BY -1 UNTIL WS-T < 1
               DIVIDE WS-Valor BY 2 GIVING WS-Cociente
                   REMAINDER WS-Resto
               MOVE WS-Resto TO WS-KBit(WS-I, WS-P + WS-T)
               MOVE WS-Cociente TO WS-Valor
           END-PERFORM
       EXIT.


      *> Cada bloque arranca del estado inicial de la norma.
       Cargar-Estado-Inicial.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
                   MOVE 0 TO WS-Valor
                   PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 16
                       IF WS-Digitos-Hex(WS-T:1) =
                               WS-H-Hex(WS-I)(WS-J:1) THEN
                           COMPUTE WS-Valor = WS-T - 1
                       END-IF
                   END-PERFORM
                   COMPUTE WS-P = (WS-J - 1) * 4
                   PERFORM VARYING WS-T FROM 4 BY -1 UNTIL WS-T < 1
                       DIVIDE WS-Valor BY 2 GIVING WS-Cociente
                           REMAINDER WS-Resto
                       MOVE WS-Resto TO WS-HBit(WS-I, WS-P + WS-T)
                       MOVE WS-Cociente TO WS-Valor
                   END-PERFORM
               END-PERFORM
           END-PERFORM
       EXIT.


      *> Agrega los 8 bits de WS-Byte al bloque despues de los
      *> WS-Bits ya cargados.
       Agregar-Byte.
           MOVE WS-Byte TO WS-Valor
           PERFORM VARYING WS-T FROM 8 BY -1 UNTIL WS-T < 1
               DIVIDE WS-Valor BY 2 GIVING WS-Cociente
                   REMAINDER WS-Resto
               MOVE WS-Resto TO WS-MBit(WS-Bits + WS-T)
               MOVE WS-Cociente TO WS-Valor
           END-PERFORM
           ADD 8 TO WS-Bits
       EXIT.


      *> Relleno de un solo bloque (el mensaje nunca pasa de 55
      *> bytes): un bit en 1, ceros y el largo en bits al final.
       Rellenar-Bloque.
           MOVE 1 TO WS-MBit(WS-Bits + 1)
           MOVE WS-Bits TO WS-Valor
           PERFORM VARYING WS-P FROM 512 BY -1 UNTIL WS-P < 449
               DIVIDE WS-Valor BY 2 GIVING WS-Cociente
                   REMAINDER WS-Resto
               MOVE WS-Resto TO WS-MBit(WS-P)
               MOVE WS-Cociente TO WS-Valor
           END-PERFORM
       EXIT.


      *> SHA-256 del bloque cargado en WS-W(1..16); deja el
      *> resumen de 256 bits en WS-Resumen.
       Resumir-Bloque.
           PERFORM Rellenar-Bloque
           PERFORM Cargar-Estado-Inicial
           PERFORM Expandir-Programa
           MOVE WS-Estado TO WS-Variables
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 64
               PERFORM Ronda
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE WS-H(WS-I) TO WS-Suma
               MOVE WS-V(WS-I) TO WS-Y
               PERFORM Sumar-Palabra
               MOVE WS-Suma TO WS-H(WS-I)
           END-PERFORM
           MOVE WS-Estado TO WS-Resumen
       EXIT.


      *> W(t) = s1(W(t-2)) + W(t-7) + s0(W(t-15)) + W(t-16).
       Expandir-Programa.
           PERFORM VARYING WS-I FROM 17 BY 1 UNTIL WS-I > 64
               MOVE WS-W(WS-I - 2) TO WS-X
               MOVE 17 TO WS-R1
               MOVE 19 TO WS-R2
               MOVE 10 TO WS-R3
               MOVE 'S' TO WS-Desplaza
               PERFORM Calcular-Sigma
               MOVE WS-Sigma TO WS-Suma
               MOVE WS-W(WS-I - 7) TO WS-Y
               PERFORM Sumar-Palabra
               MOVE WS-W(WS-I - 15) TO WS-X
               MOVE 7 TO WS-R1
               MOVE 18 TO WS-R2
               MOVE 3 TO WS-R3
               PERFORM Calcular-Sigma
               MOVE WS-Sigma TO WS-Y
               PERFORM Sumar-Palabra
               MOVE WS-W(WS-I - 16) TO WS-Y
               PERFORM Sumar-Palabra
               MOVE WS-Suma TO WS-W(WS-I)
           END-PERFORM
       EXIT.


      *> Ronda WS-I con las variables a..h en WS-V(1..8).
       Ronda.
           MOVE WS-V(5) TO WS-X
           MOVE 6 TO WS-R1
           MOVE 11 TO WS-R2
           MOVE 25 TO WS-R3
           MOVE 'N' TO WS-Desplaza
           PERFORM Calcular-Sigma
           MOVE WS-V(8) TO WS-Suma
           MOVE WS-Sigma TO WS-Y
           PERFORM Sumar-Palabra
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 32
               IF WS-VBit(5, WS-J) = 1 THEN
                   MOVE WS-VBit(6, WS-J) TO WS-YBit(WS-J)
               ELSE
                   MOVE WS-VBit(7, WS-J) TO WS-YBit(WS-J)
               END-IF
           END-PERFORM
           PERFORM Sumar-Palabra
           MOVE WS-K(WS-I) TO WS-Y
           PERFORM Sumar-Palabra
           MOVE WS-W(WS-I) TO WS-Y
           PERFORM Sumar-Palabra
           MOVE WS-Suma TO WS-T1
           MOVE WS-V(1) TO WS-X
           MOVE 2 TO WS-R1
           MOVE 13 TO WS-R2
           MOVE 22 TO WS-R3
           PERFORM Calcular-Sigma
           MOVE WS-Sigma TO WS-Suma
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 32
               IF WS-VBit(1, WS-J) + WS-VBit(2, WS-J)
                       + WS-VBit(3, WS-J) > 1 THEN
                   MOVE 1 TO WS-YBit(WS-J)
               ELSE
                   MOVE 0 TO WS-YBit(WS-J)
               END-IF
           END-PERFORM
           PERFORM Sumar-Palabra
           MOVE WS-V(7) TO WS-V(8)
           MOVE WS-V(6) TO WS-V(7)
           MOVE WS-V(5) TO WS-V(6)
           MOVE WS-T1 TO WS-Y
           PERFORM Sumar-Palabra
           MOVE WS-Suma TO WS-X
           MOVE WS-V(4) TO WS-Suma
           PERFORM Sumar-Palabra
           MOVE WS-Suma TO WS-V(5)
           MOVE WS-V(3) TO WS-V(4)
           MOVE WS-V(2) TO WS-V(3)
           MOVE WS-V(1) TO WS-V(2)
           MOVE WS-X TO WS-V(1)
       EXIT.


      *> WS-Sigma = ROTR(WS-X, R1) xor ROTR(WS-X, R2) xor
      *> ROTR(WS-X, R3), o SHR(WS-X, R3) si WS-Desplaza es 'S'.
       Calcular-Sigma.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 32
               COMPUTE WS-Origen = WS-J - WS-R1
               IF WS-Origen < 1 THEN
                   ADD 32 TO WS-Origen
               END-IF
               MOVE WS-XBit(WS-Origen) TO WS-B1
               COMPUTE WS-Origen = WS-J - WS-R2
               IF WS-Origen < 1 THEN
                   ADD 32 TO WS-Origen
               END-IF
               MOVE WS-XBit(WS-Origen) TO WS-B2
               COMPUTE WS-Origen = WS-J - WS-R3
               IF WS-Origen < 1 THEN
                   IF WS-Desplaza = 'S' THEN
                       MOVE 0 TO WS-Origen
                   ELSE
                       ADD 32 TO WS-Origen
                   END-IF
               END-IF
               IF WS-Origen = 0 THEN
                   MOVE 0 TO WS-B3
               ELSE
                   MOVE WS-XBit(WS-Origen) TO WS-B3
               END-IF
               COMPUTE WS-BitSuma = WS-B1 + WS-B2 + WS-B3
               DIVIDE WS-BitSuma BY 2 GIVING WS-Cociente
                   REMAINDER WS-SBit(WS-J)
           END-PERFORM
       EXIT.


      *> WS-Suma = WS-Suma + WS-Y modulo 2 elevado a 32.
       Sumar-Palabra.
           MOVE 0 TO WS-Acarreo
           PERFORM VARYING WS-J FROM 32 BY -1 UNTIL WS-J < 1
               COMPUTE WS-BitSuma = WS-SumaBit(WS-J) + WS-YBit(WS-J)
                   + WS-Acarreo
               DIVIDE WS-BitSuma BY 2 GIVING WS-Acarreo
                   REMAINDER WS-SumaBit(WS-J)
           END-PERFORM
       EXIT.


       Armar-Hexadecimal.
           MOVE SPACES TO LK-Hash
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 40
               COMPUTE WS-I = (WS-P - 1) * 4
               COMPUTE WS-Valor = WS-RBit(WS-I + 1) * 8
                   + WS-RBit(WS-I + 2) * 4 + WS-RBit(WS-I + 3) * 2
                   + WS-RBit(WS-I + 4)
               MOVE WS-Digitos-Hex(WS-Valor + 1:1) TO LK-Hash(WS-P:1)
           END-PERFORM
       EXIT.


       Generar-Sal.
           ACCEPT WS-Fecha FROM DATE
           ACCEPT WS-HoraActual FROM TIME
           MOVE SPACES TO LK-Sal
           STRING WS-HoraActual WS-Fecha(7:2)
               DELIMITED BY SIZE INTO LK-Sal
       EXIT.
