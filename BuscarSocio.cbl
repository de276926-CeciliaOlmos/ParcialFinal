      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-SOCIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS rel-nro.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT OPTIONAL CAPACIDAD ASSIGN TO "..\alu_capacidad.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-capacidad.
           SELECT ELEGIDO ASSIGN TO "..\busqueda_elegido.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-alumno pic 9(5).
           03 alu-cuotas pic 9(2).
           03 alu-estado pic x.
           03 alu-puntero pic 9(5).
           03 alu-saldo-favor pic 9(8).

       FD  CUOTAS.
       01  cuo-reg.
           03 cuota-llave.
               05 cuo-alumno pic 9(5).
               05 cuo-cuota pic 9(2).
               05 cuo-anio pic 9(4).
           03 cuo-fecha pic 9(8).
           03 cuo-estado pic x.
           03 cuo-importe pic 9(8).
           03 cuo-pagado pic 9(8).
           03 cuo-debe pic 9(8).
           03 cuo-concepto pic 9(2).
      * Clave alternativa por periodo (anio, cuota, alumno) para
      * los procesos masivos de un solo periodo: se mantiene como
      * copia redundante de la clave primaria y se carga al grabar
      * el registro (CuotaTexAindex / conversion).
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

       FD  DATOS.
       01  dat-reg.
           03 dat-legajo pic 9(5).
           03 dat-nombre pic x(30).
           03 dat-dni pic 9(8).
           03 dat-domicilio pic x(30).
           03 dat-telefono pic x(15).
           03 dat-mail pic x(30).
           03 dat-fecha-alta pic 9(8).
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

      * Legajo elegido de la lista, cero si no se eligio ninguno:
      * lo leen AltaAlu, CargarNovedades y ConsultaSocio cuando el
      * operador pide buscar en lugar de tipear el legajo.
       FD  ELEGIDO.
       01  ele-reg.
           03 ele-legajo pic 9(5).

       WORKING-STORAGE SECTION.
       77  w-status-datos pic xx value spaces.
       77  w-status-capacidad pic xx value spaces.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       01  rel-nro pic 9(5).
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-flag-dat pic 9 value zero.
       77  w-flag-cuota pic 9 value zero.
           88 fin-cuotas value 1.
       77  w-opcion pic x value space.
       77  w-dni-buscado pic 9(8) value zero.
       77  w-texto-tecleado pic x(20) value spaces.
       77  w-texto-buscado pic x(20) value spaces.
       77  w-pos-ini pic 9(2) value zero.
       77  w-pos-fin pic 9(2) value zero.
       77  w-largo pic 9(2) value zero.
       77  w-cant-hallados pic 9(2) value zero.
       77  w-hay-mas pic 9 value zero.
       77  w-ind pic 9(2) value zero.
       77  w-eleccion pic 9(2) value zero.
       77  w-legajo-elegido pic 9(5) value zero.
       77  w-deuda pic 9(10) value zero.
       01  w-tab-hallados.
           03 w-hallado occurs 50.
               05 w-hal-legajo pic 9(5).
               05 w-hal-nombre pic x(30).
               05 w-hal-dni pic 9(8).
               05 w-hal-estado pic x.
               05 w-hal-deuda pic 9(10).
       01  w-lin-encabezado.
           03 filler pic x(43) value
               "NRO LEGAJO NOMBRE                         ".
           03 filler pic x(27) value
               "DNI      EST          DEUDA".
       01  w-lin-hallado.
           03 w-lin-nro pic z9.
           03 filler pic xx value spaces.
           03 w-lin-legajo pic 9(5).
           03 filler pic x value space.
           03 w-lin-nombre pic x(30).
           03 filler pic x value space.
           03 w-lin-dni pic 9(8).
           03 filler pic xx value spaces.
           03 w-lin-estado pic x.
           03 filler pic xx value spaces.
           03 w-lin-deuda pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 045-LEER-CAPACIDAD.
           OPEN INPUT DATOS.
           IF w-status-datos NOT = "00"
               IF w-status-datos = "05"
                   CLOSE DATOS
               END-IF
               DISPLAY "NO HAY MAESTRO DE DATOS PERSONALES, NO SE "
                   "PUEDE BUSCAR"
               PERFORM 600-GRABAR-ELEGIDO
               STOP RUN
           END-IF.
           OPEN INPUT ALUMNOS.
           OPEN INPUT CUOTAS.
           PERFORM 100-PEDIR-CRITERIO.
           IF w-opcion = "1"
               PERFORM 200-BUSCAR-DNI
           ELSE
               PERFORM 300-BUSCAR-APELLIDO
           END-IF.
           IF w-cant-hallados = ZERO
               DISPLAY "SIN COINCIDENCIAS"
           ELSE
               PERFORM 500-ELEGIR
           END-IF.
           PERFORM 600-GRABAR-ELEGIDO.
           CLOSE ALUMNOS.
           CLOSE CUOTAS.
           CLOSE DATOS.
           STOP RUN.

      * Si existe alu_capacidad.txt (lo escribe CrearAlu o el
      * reorganizador al armar la tabla) el divisor de hash se deriva
      * de esa area primaria; si no existe se usa el historico 71.
       045-LEER-CAPACIDAD.
           OPEN INPUT CAPACIDAD.
           IF w-status-capacidad = "00"
               READ CAPACIDAD
                   AT END MOVE "10" TO w-status-capacidad
               END-READ
               IF w-status-capacidad = "00"
                   MOVE cap-fin-area-primaria TO w-fin-area-primaria
                   COMPUTE w-divisor-hash = w-fin-area-primaria + 1
               END-IF
               CLOSE CAPACIDAD
           END-IF.

      * El apellido se busca como comienzo del apellido normalizado:
      * "GOMEZ" encuentra GOMEZ y GOMEZ PARDO, "GOM" tambien.
       100-PEDIR-CRITERIO.
           MOVE SPACE TO w-opcion.
           PERFORM UNTIL w-opcion = "1" OR w-opcion = "2"
               DISPLAY "BUSCAR POR 1-DNI 2-APELLIDO: "
               ACCEPT w-opcion
           END-PERFORM.
           IF w-opcion = "1"
               DISPLAY "DNI: "
               ACCEPT w-dni-buscado
           ELSE
               MOVE ZERO TO w-largo
               PERFORM UNTIL w-largo > ZERO
                   DISPLAY "APELLIDO O COMIENZO DEL APELLIDO: "
                   ACCEPT w-texto-tecleado
                   PERFORM 110-NORMALIZAR-TEXTO
               END-PERFORM
           END-IF.

      * Mismo criterio que el apellido grabado en el maestro:
      * mayusculas y sin blancos adelante.
       110-NORMALIZAR-TEXTO.
           MOVE FUNCTION UPPER-CASE (w-texto-tecleado)
               TO w-texto-tecleado.
           MOVE SPACES TO w-texto-buscado.
           MOVE 20 TO w-pos-fin.
           PERFORM UNTIL w-pos-fin = ZERO
           OR w-texto-tecleado (w-pos-fin:1) NOT = SPACE
               SUBTRACT 1 FROM w-pos-fin
           END-PERFORM.
           MOVE 1 TO w-pos-ini.
           PERFORM UNTIL w-pos-ini > w-pos-fin
           OR w-texto-tecleado (w-pos-ini:1) NOT = SPACE
               ADD 1 TO w-pos-ini
           END-PERFORM.
           MOVE ZERO TO w-largo.
           IF w-pos-fin >= w-pos-ini AND w-pos-fin > ZERO
               COMPUTE w-largo = w-pos-fin - w-pos-ini + 1
               MOVE w-texto-tecleado (w-pos-ini:w-largo)
                   TO w-texto-buscado
           END-IF.

      * Por la clave alternativa de DNI se leen solo los legajos que
      * lo tienen; un DNI repetido (legajos a fusionar) los trae a
      * todos.
       200-BUSCAR-DNI.
           MOVE w-dni-buscado TO dat-dni.
           MOVE ZERO TO w-flag-dat.
           START DATOS KEY IS = dat-dni
               INVALID KEY MOVE 1 TO w-flag-dat
           END-START.
           PERFORM UNTIL w-flag-dat = 1
               READ DATOS NEXT
                   AT END MOVE 1 TO w-flag-dat
                   NOT AT END
                       IF dat-dni NOT = w-dni-buscado
                           MOVE 1 TO w-flag-dat
                       ELSE
                           PERFORM 400-AGREGAR-HALLADO
                       END-IF
               END-READ
           END-PERFORM.

       300-BUSCAR-APELLIDO.
           MOVE w-texto-buscado TO dat-apellido.
           MOVE ZERO TO w-flag-dat.
           START DATOS KEY IS >= dat-apellido
               INVALID KEY MOVE 1 TO w-flag-dat
           END-START.
           PERFORM UNTIL w-flag-dat = 1
               READ DATOS NEXT
                   AT END MOVE 1 TO w-flag-dat
                   NOT AT END
                       IF dat-apellido (1:w-largo)
                           NOT = w-texto-buscado (1:w-largo)
                           MOVE 1 TO w-flag-dat
                       ELSE
                           PERFORM 400-AGREGAR-HALLADO
                       END-IF
               END-READ
           END-PERFORM.

      * Cada coincidencia se muestra con su estado en ALUMNOS ("-"
      * si ya no esta en el padron) y la deuda total de sus cuotas.
       400-AGREGAR-HALLADO.
           IF w-cant-hallados = 50
               MOVE 1 TO w-hay-mas
               MOVE 1 TO w-flag-dat
           ELSE
               ADD 1 TO w-cant-hallados
               MOVE dat-legajo TO w-hal-legajo (w-cant-hallados)
               MOVE dat-nombre TO w-hal-nombre (w-cant-hallados)
               MOVE dat-dni TO w-hal-dni (w-cant-hallados)
               MOVE dat-legajo TO w-alu-ant
               PERFORM 410-INVOCAR-FUNCION-HASHING
               PERFORM 430-LEER-ALU
               IF w-alu-ant = alu-alumno
                   MOVE 1 TO w-alu-encontrado
               ELSE
                   PERFORM 480-BUSCAR-SINONIMO
               END-IF
               IF alu-fue-encontrado
                   MOVE alu-estado TO w-hal-estado (w-cant-hallados)
               ELSE
                   MOVE "-" TO w-hal-estado (w-cant-hallados)
               END-IF
               PERFORM 450-SUMAR-DEUDA
               MOVE w-deuda TO w-hal-deuda (w-cant-hallados)
           END-IF.

       410-INVOCAR-FUNCION-HASHING.
           MOVE ZERO TO w-alu-encontrado.
           DIVIDE w-divisor-hash INTO w-alu-ant
               GIVING w-resul REMAINDER rel-nro.
           ADD 1 TO rel-nro.
           MOVE rel-nro TO w-resto.

       430-LEER-ALU.
           READ ALUMNOS
               INVALID KEY
                   MOVE ZERO TO alu-alumno
                   MOVE ZERO TO alu-puntero
           END-READ.

       480-BUSCAR-SINONIMO.
           PERFORM UNTIL alu-puntero IS =0 OR w-alu-ant IS =alu-alumno
               MOVE alu-puntero TO rel-nro
               PERFORM 430-LEER-ALU
           END-PERFORM.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           END-IF.

       450-SUMAR-DEUDA.
           MOVE ZERO TO w-deuda.
           MOVE ZERO TO w-flag-cuota.
           MOVE w-alu-ant TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS > cuota-llave
               INVALID KEY MOVE 1 TO w-flag-cuota
           END-START.
           PERFORM UNTIL fin-cuotas
               READ CUOTAS NEXT AT END MOVE 1 TO w-flag-cuota
               NOT AT END
                   IF cuo-alumno NOT = w-alu-ant
                       MOVE 1 TO w-flag-cuota
                   ELSE
                       IF cuo-estado = "I"
                           ADD cuo-debe TO w-deuda
                       END-IF
                   END-IF
           END-PERFORM.

       500-ELEGIR.
           DISPLAY w-lin-encabezado.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-hallados
               MOVE w-ind TO w-lin-nro
               MOVE w-hal-legajo (w-ind) TO w-lin-legajo
               MOVE w-hal-nombre (w-ind) TO w-lin-nombre
               MOVE w-hal-dni (w-ind) TO w-lin-dni
               MOVE w-hal-estado (w-ind) TO w-lin-estado
               MOVE w-hal-deuda (w-ind) TO w-lin-deuda
               DISPLAY w-lin-hallado
           END-PERFORM.
           IF w-hay-mas = 1
               DISPLAY "HAY MAS DE 50 COINCIDENCIAS: AFINE LA "
                   "BUSQUEDA SI EL SOCIO NO ESTA EN LA LISTA"
           END-IF.
           MOVE 99 TO w-eleccion.
           PERFORM UNTIL w-eleccion <= w-cant-hallados
               DISPLAY "NUMERO DE LA LISTA (ENTER=NINGUNO): "
               ACCEPT w-eleccion
           END-PERFORM.
           IF w-eleccion > ZERO
               MOVE w-hal-legajo (w-eleccion) TO w-legajo-elegido
               DISPLAY "LEGAJO ELEGIDO: " w-legajo-elegido " "
                   w-hal-nombre (w-eleccion)
           END-IF.

      * Se graba siempre, aun sin eleccion, para que el programa que
      * llamo no tome el legajo de una busqueda anterior.
       600-GRABAR-ELEGIDO.
           OPEN OUTPUT ELEGIDO.
           MOVE w-legajo-elegido TO ele-legajo.
           WRITE ele-reg.
           CLOSE ELEGIDO.

       END PROGRAM BUSCAR-SOCIO.
