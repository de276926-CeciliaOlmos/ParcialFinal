           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL CAPACIDAD ASSIGN TO "..\alu_capacidad.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-capacidad.
           SELECT OPTIONAL ELEGIDO ASSIGN TO "..\busqueda_elegido.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-elegido.
       DATA DIVISION.
       FILE SECTION.

           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

       FD  CAPACIDAD.
       01  cap-reg.
           03 cap-capacidad-total pic 9(5).
           03 cap-fin-area-primaria pic 9(5).

      * Legajo que el operador eligio en BuscarSocio (cero si no
      * eligio ninguno).
       FD  ELEGIDO.
       01  ele-reg.
           03 ele-legajo pic 9(5).

       WORKING-STORAGE SECTION.
       77  w-legajo-tecleado pic x(5) value spaces.
       77  w-status-elegido pic xx value spaces.
       77  w-nombre-socio pic x(30) value spaces.
       77  w-sede-socio pic 9(2) value zero.
       77  w-status-capacidad pic xx value spaces.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
               CLOSE CAPACIDAD
           END-IF.

      * Con "B" el legajo se busca por DNI o apellido (BuscarSocio)
      * y se consulta el que se elija de la lista.
       405-PIDO-ALU.
           DISPLAY "Ingrese legajo del socio (B=BUSCAR POR DNI O "
               "APELLIDO): "
           ACCEPT w-legajo-tecleado.
           IF w-legajo-tecleado = "B" OR w-legajo-tecleado = "b"
               PERFORM 407-BUSCAR-SOCIO
           ELSE
               COMPUTE w-alu-ant = FUNCTION NUMVAL (w-legajo-tecleado)
           END-IF.

       407-BUSCAR-SOCIO.
           MOVE ZERO TO w-alu-ant.
           CALL "SYSTEM" USING "BuscarSocio".
           OPEN INPUT ELEGIDO.
           IF w-status-elegido = "00"
               READ ELEGIDO
                   AT END MOVE "10" TO w-status-elegido
               END-READ
               IF w-status-elegido = "00"
                   MOVE ele-legajo TO w-alu-ant
               END-IF
               CLOSE ELEGIDO
           ELSE
               IF w-status-elegido = "05"
                   CLOSE ELEGIDO
               END-IF
           END-IF.

       410-INVOCAR-FUNCION-HASHING.
           DIVIDE w-divisor-hash INTO w-alu-ant
       500-MOSTRAR-SOCIO.
           PERFORM 510-BUSCAR-NOMBRE.
           DISPLAY "LEGAJO: " alu-alumno " " w-nombre-socio.
           DISPLAY "ESTADO: " alu-estado " SEDE: " w-sede-socio.
           DISPLAY "SALDO A FAVOR: " alu-saldo-favor.

      * Los socios cargados antes de que existiera el maestro de
      * datos personales pueden no tener registro todavia; en ese
      * caso se consulta igual, senalando que faltan los datos.
       510-BUSCAR-NOMBRE.
           MOVE 1 TO w-sede-socio.
           MOVE alu-alumno TO dat-legajo.
           READ DATOS
               INVALID KEY MOVE "(SIN DATOS PERSONALES)"
                   TO w-nombre-socio
               NOT INVALID KEY MOVE dat-nombre TO w-nombre-socio
                   IF dat-sede NUMERIC AND dat-sede > ZERO
                       MOVE dat-sede TO w-sede-socio
                   END-IF
           END-READ.

       600-LISTAR-CUOTAS.
