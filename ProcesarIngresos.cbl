      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-INGRESOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS rel-nro.
           SELECT OPTIONAL CAPACIDAD ASSIGN TO "..\alu_capacidad.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-capacidad.
           SELECT OPTIONAL INGRESOS
                   ASSIGN TO "..\ingresos_molinete.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ingresos.
           SELECT OPTIONAL HABILITACIONES
                   ASSIGN TO "..\habilitaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-hab.
           SELECT OPTIONAL HISTORICO
                   ASSIGN TO "..\ingresos_hist.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-hist.
           SELECT INFORME ASSIGN TO "..\ingresos_informe.txt"
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

       FD  CAPACIDAD.
       01  cap-reg.
           03 cap-capacidad-total pic 9(5).
           03 cap-fin-area-primaria pic 9(5).

      * Archivo diario que exporta el molinete: una linea por
      * pasada con el legajo leido del carnet, la fecha, la hora
      * (HHMM), la puerta y el resultado (A aceptado, R rechazado).
       FD  INGRESOS.
       01  ing-reg.
           03 ing-legajo pic 9(5).
           03 filler pic x.
           03 ing-fecha pic 9(8).
           03 filler pic x.
           03 ing-hora.
               05 ing-hora-hh pic 9(2).
               05 ing-hora-mm pic 9(2).
           03 filler pic x.
           03 ing-puerta pic 9(2).
           03 filler pic x.
           03 ing-resultado pic x.

      * Habilitaciones con las que abrio la puerta ese dia (las
      * dejo GenerarHabilitaciones la noche anterior): por eso este
      * paso corre antes de regenerarlas.
       FD  HABILITACIONES.
       01  hab-reg.
           03 hab-legajo pic 9(5).
           03 filler pic x.
           03 hab-dni pic 9(8).
           03 filler pic x.
           03 hab-nombre pic x(30).
           03 filler pic x.
           03 hab-marca pic x.
           03 filler pic x.
           03 hab-fecha pic 9(8).
           03 filler pic x.
           03 hab-apto pic x.
           03 filler pic x.
           03 hab-copia-carnet pic 9(2).

      * Historico de ingresos por socio (lo consulta
      * ConsultaIngresos): cada pasada procesada con la marca de
      * habilitacion que tenia el socio ese dia (blanco si no
      * figuraba en habilitaciones.txt). Un dia ya volcado no se
      * vuelve a volcar si el archivo del molinete se reprocesa.
       FD  HISTORICO.
       01  his-reg.
           03 his-legajo pic 9(5).
           03 filler pic x value space.
           03 his-fecha pic 9(8).
           03 filler pic x value space.
           03 his-hora pic 9(4).
           03 filler pic x value space.
           03 his-puerta pic 9(2).
           03 filler pic x value space.
           03 his-resultado pic x.
           03 filler pic x value space.
           03 his-marca pic x.

       FD  INFORME.
       01  inf-linea pic x(100).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-status-ingresos pic xx value spaces.
       77  w-status-hab pic xx value spaces.
       77  w-status-hist pic xx value spaces.
       77  w-flag-ing pic 9 value zero.
       77  w-flag-hab pic 9 value zero.
       77  w-flag-his pic 9 value zero.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-status-alu pic x value space.
       77  w-cant-hab pic 9(5) value zero.
       77  w-ind-hab pic 9(5) value zero.
       77  w-hab-hallada pic 9(5) value zero.
       77  w-marca pic x value space.
       77  w-motivo pic x(30) value spaces.
       77  w-cant-fechas pic 9(4) value zero.
       77  w-ind-fecha pic 9(4) value zero.
       77  w-fecha-procesada pic 9 value zero.
       77  w-fecha-buscada pic 9(8) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-cant-dias pic 9(2) value zero.
       77  w-ind-dia pic 9(2) value zero.
       77  w-dia-hallado pic 9(2) value zero.
       77  w-ind-franja pic 9(2) value zero.
       77  w-cant-leidos pic 9(6) value zero.
       77  w-cant-ya-procesados pic 9(6) value zero.
       77  w-cant-aceptados pic 9(6) value zero.
       77  w-cant-rechazados pic 9(6) value zero.
       77  w-cant-fallas pic 9(6) value zero.
       01  w-tab-habilitaciones.
           03 w-tab-hab occurs 5000.
               05 w-hab-legajo pic 9(5).
               05 w-hab-marca pic x.
      * Dias ya volcados al historico (antes de esta corrida).
       01  w-tab-fechas.
           03 w-tab-fecha occurs 3700.
               05 w-fec-fecha pic 9(8).
      * Concurrencia por dia y franja horaria de una hora: el
      * archivo del molinete trae a lo sumo un mes de pasadas.
       01  w-tab-dias.
           03 w-tab-dia occurs 31.
               05 w-dia-fecha pic 9(8).
               05 w-dia-aceptados pic 9(6).
               05 w-dia-rechazados pic 9(6).
               05 w-dia-franja pic 9(6) occurs 24.
       01  w-lin-titulo.
           03 filler pic x(40) value
               "INGRESOS DEL MOLINETE - PROCESO DEL DIA ".
           03 w-tit-fecha pic 9(8).
       01  w-lin-detalle.
           03 w-det-legajo pic 9(5).
           03 filler pic x value space.
           03 w-det-fecha pic 9(8).
           03 filler pic x value space.
           03 w-det-hh pic 9(2).
           03 filler pic x value ":".
           03 w-det-mm pic 9(2).
           03 filler pic x(8) value " PUERTA ".
           03 w-det-puerta pic 9(2).
           03 filler pic x(7) value " MARCA ".
           03 w-det-marca pic x.
           03 filler pic x value space.
           03 w-det-motivo pic x(30).
       01  w-lin-dia.
           03 filler pic x(4) value "DIA ".
           03 w-ldi-fecha pic 9(8).
           03 filler pic x(13) value "  ACEPTADOS: ".
           03 w-ldi-aceptados pic zzzzz9.
           03 filler pic x(14) value "  RECHAZADOS: ".
           03 w-ldi-rechazados pic zzzzz9.
       01  w-lin-franja.
           03 filler pic x(4) value spaces.
           03 w-lfr-desde pic 9(2).
           03 filler pic x(4) value ":00-".
           03 w-lfr-hasta pic 9(2).
           03 filler pic x(5) value ":59  ".
           03 w-lfr-cantidad pic zzzzz9.
       01  w-lin-total.
           03 w-tot-texto pic x(40).
           03 w-tot-cantidad pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT INGRESOS.
           IF w-status-ingresos NOT = "00"
               IF w-status-ingresos = "05"
                   CLOSE INGRESOS
               END-IF
               DISPLAY "SIN ARCHIVO DE INGRESOS DEL MOLINETE"
               STOP RUN
           END-IF.
           CLOSE INGRESOS.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 100-CARGAR-HABILITACIONES.
           PERFORM 150-CARGAR-FECHAS-HIST.
           OPEN INPUT ALUMNOS.
           OPEN EXTEND HISTORICO.
           OPEN OUTPUT INFORME.
           MOVE w-fecha-hoy TO w-tit-fecha.
           WRITE inf-linea FROM w-lin-titulo.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE "INGRESOS RECHAZADOS POR EL MOLINETE" TO inf-linea.
           WRITE inf-linea.
           PERFORM 200-PRIMERA-PASADA.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE "INGRESOS ACEPTADOS DE SOCIOS NO HABILITADOS"
               TO inf-linea.
           WRITE inf-linea.
           PERFORM 300-SEGUNDA-PASADA.
           PERFORM 400-ESTADISTICAS.
           PERFORM 500-TOTALES.
           CLOSE ALUMNOS.
           CLOSE HISTORICO.
           CLOSE INFORME.
           DISPLAY "PASADAS LEIDAS          : " w-cant-leidos.
           DISPLAY "YA PROCESADAS (OMITIDAS): " w-cant-ya-procesados.
           DISPLAY "ACEPTADAS               : " w-cant-aceptados.
           DISPLAY "RECHAZADAS              : " w-cant-rechazados.
           DISPLAY "ACEPTADAS SIN HABILITAR : " w-cant-fallas.
           STOP RUN.

      * Mismo divisor de hash que el resto de los programas que
      * buscan en ALUMNOS.
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
           ELSE
               IF w-status-capacidad = "05"
                   CLOSE CAPACIDAD
               END-IF
           END-IF.

       100-CARGAR-HABILITACIONES.
           OPEN INPUT HABILITACIONES.
           IF w-status-hab = "00"
               PERFORM 110-LEER-HABILITACION
               PERFORM UNTIL w-flag-hab = 1
                   IF w-cant-hab < 5000
                       ADD 1 TO w-cant-hab
                       MOVE hab-legajo TO w-hab-legajo (w-cant-hab)
                       MOVE hab-marca TO w-hab-marca (w-cant-hab)
                   END-IF
                   PERFORM 110-LEER-HABILITACION
               END-PERFORM
               CLOSE HABILITACIONES
           ELSE
               IF w-status-hab = "05"
                   CLOSE HABILITACIONES
               END-IF
           END-IF.

       110-LEER-HABILITACION.
           READ HABILITACIONES AT END MOVE 1 TO w-flag-hab.

       150-CARGAR-FECHAS-HIST.
           OPEN INPUT HISTORICO.
           IF w-status-hist = "00"
               PERFORM 160-LEER-HISTORICO
               PERFORM UNTIL w-flag-his = 1
                   MOVE his-fecha TO w-fecha-buscada
                   PERFORM 170-BUSCAR-FECHA
                   IF w-fecha-procesada = ZERO
                   AND w-cant-fechas < 3700
                       ADD 1 TO w-cant-fechas
                       MOVE his-fecha TO w-fec-fecha (w-cant-fechas)
                   END-IF
                   PERFORM 160-LEER-HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           ELSE
               IF w-status-hist = "05"
                   CLOSE HISTORICO
               END-IF
           END-IF.

       160-LEER-HISTORICO.
           READ HISTORICO AT END MOVE 1 TO w-flag-his.

       170-BUSCAR-FECHA.
           MOVE ZERO TO w-fecha-procesada.
           PERFORM VARYING w-ind-fecha FROM 1 BY 1
                   UNTIL w-ind-fecha > w-cant-fechas
                   OR w-fecha-procesada = 1
               IF w-fec-fecha (w-ind-fecha) = w-fecha-buscada
                   MOVE 1 TO w-fecha-procesada
               END-IF
           END-PERFORM.

      * Primera pasada: vuelca al historico, acumula la concurrencia
      * y lista los rechazos. Los dias que ya estaban en el
      * historico antes de la corrida se omiten enteros.
       200-PRIMERA-PASADA.
           MOVE ZERO TO w-flag-ing.
           OPEN INPUT INGRESOS.
           PERFORM 210-LEER-INGRESO.
           PERFORM UNTIL w-flag-ing = 1
               ADD 1 TO w-cant-leidos
               MOVE ing-fecha TO w-fecha-buscada
               PERFORM 170-BUSCAR-FECHA
               IF w-fecha-procesada = 1
                   ADD 1 TO w-cant-ya-procesados
               ELSE
                   PERFORM 220-BUSCAR-HABILITACION
                   PERFORM 230-GRABAR-HISTORICO
                   PERFORM 240-ACUMULAR-CONCURRENCIA
                   IF ing-resultado = "R"
                       ADD 1 TO w-cant-rechazados
                       IF w-marca = "H" OR w-marca = "O"
                           MOVE "FIGURABA HABILITADO" TO w-motivo
                       ELSE
                           MOVE SPACES TO w-motivo
                       END-IF
                       PERFORM 290-LISTAR-INGRESO
                   ELSE
                       ADD 1 TO w-cant-aceptados
                   END-IF
               END-IF
               PERFORM 210-LEER-INGRESO
           END-PERFORM.
           CLOSE INGRESOS.

       210-LEER-INGRESO.
           READ INGRESOS AT END MOVE 1 TO w-flag-ing.

       220-BUSCAR-HABILITACION.
           MOVE ZERO TO w-hab-hallada.
           MOVE SPACE TO w-marca.
           PERFORM VARYING w-ind-hab FROM 1 BY 1
                   UNTIL w-ind-hab > w-cant-hab
                   OR w-hab-hallada NOT = ZERO
               IF w-hab-legajo (w-ind-hab) = ing-legajo
                   MOVE w-ind-hab TO w-hab-hallada
                   MOVE w-hab-marca (w-ind-hab) TO w-marca
               END-IF
           END-PERFORM.

       230-GRABAR-HISTORICO.
           MOVE SPACES TO his-reg.
           MOVE ing-legajo TO his-legajo.
           MOVE ing-fecha TO his-fecha.
           MOVE ing-hora TO his-hora.
           MOVE ing-puerta TO his-puerta.
           MOVE ing-resultado TO his-resultado.
           MOVE w-marca TO his-marca.
           WRITE his-reg.

       240-ACUMULAR-CONCURRENCIA.
           MOVE ZERO TO w-dia-hallado.
           PERFORM VARYING w-ind-dia FROM 1 BY 1
                   UNTIL w-ind-dia > w-cant-dias
                   OR w-dia-hallado NOT = ZERO
               IF w-dia-fecha (w-ind-dia) = ing-fecha
                   MOVE w-ind-dia TO w-dia-hallado
               END-IF
           END-PERFORM.
           IF w-dia-hallado = ZERO AND w-cant-dias < 31
               ADD 1 TO w-cant-dias
               MOVE w-cant-dias TO w-dia-hallado
               INITIALIZE w-tab-dia (w-dia-hallado)
               MOVE ing-fecha TO w-dia-fecha (w-dia-hallado)
           END-IF.
           IF w-dia-hallado NOT = ZERO
               IF ing-resultado = "R"
                   ADD 1 TO w-dia-rechazados (w-dia-hallado)
               ELSE
                   ADD 1 TO w-dia-aceptados (w-dia-hallado)
                   IF ing-hora-hh < 24
                       COMPUTE w-ind-franja = ing-hora-hh + 1
                       ADD 1 TO w-dia-franja (w-dia-hallado,
                           w-ind-franja)
                   END-IF
               END-IF
           END-IF.

      * Segunda pasada: aceptados que no debieron pasar, sea por
      * falla del molinete o por un pase manual del portero. Se
      * controla la marca de la noche y ademas el padron, por si el
      * socio fue dado de baja despues de generadas las marcas. Las
      * fechas recien volcadas ya estan en el historico pero no en
      * la tabla, asi que se vuelven a evaluar aca.
       300-SEGUNDA-PASADA.
           MOVE ZERO TO w-flag-ing.
           OPEN INPUT INGRESOS.
           PERFORM 210-LEER-INGRESO.
           PERFORM UNTIL w-flag-ing = 1
               MOVE ing-fecha TO w-fecha-buscada
               PERFORM 170-BUSCAR-FECHA
               IF w-fecha-procesada = ZERO
               AND ing-resultado NOT = "R"
                   PERFORM 220-BUSCAR-HABILITACION
                   PERFORM 310-CONTROLAR-ACEPTADO
               END-IF
               PERFORM 210-LEER-INGRESO
           END-PERFORM.
           CLOSE INGRESOS.

       310-CONTROLAR-ACEPTADO.
           MOVE SPACES TO w-motivo.
           MOVE ing-legajo TO w-alu-ant.
           PERFORM 640-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               MOVE "LEGAJO INEXISTENTE EN EL PADRON" TO w-motivo
           ELSE
               IF w-status-alu = "B" OR w-status-alu = "S"
                   MOVE "DADO DE BAJA O SUSPENDIDO" TO w-motivo
               ELSE
                   IF w-hab-hallada = ZERO
                       MOVE "NO FIGURA EN HABILITACIONES"
                           TO w-motivo
                   ELSE
                       IF w-marca = "D"
                           MOVE "MARCA DENEGADO" TO w-motivo
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF w-motivo NOT = SPACES
               ADD 1 TO w-cant-fallas
               PERFORM 290-LISTAR-INGRESO
           END-IF.

       290-LISTAR-INGRESO.
           MOVE ing-legajo TO w-det-legajo.
           MOVE ing-fecha TO w-det-fecha.
           MOVE ing-hora-hh TO w-det-hh.
           MOVE ing-hora-mm TO w-det-mm.
           MOVE ing-puerta TO w-det-puerta.
           MOVE w-marca TO w-det-marca.
           MOVE w-motivo TO w-det-motivo.
           WRITE inf-linea FROM w-lin-detalle.

       400-ESTADISTICAS.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE "CONCURRENCIA POR DIA Y FRANJA HORARIA (ACEPTADOS)"
               TO inf-linea.
           WRITE inf-linea.
           PERFORM VARYING w-ind-dia FROM 1 BY 1
                   UNTIL w-ind-dia > w-cant-dias
               MOVE w-dia-fecha (w-ind-dia) TO w-ldi-fecha
               MOVE w-dia-aceptados (w-ind-dia) TO w-ldi-aceptados
               MOVE w-dia-rechazados (w-ind-dia) TO w-ldi-rechazados
               WRITE inf-linea FROM w-lin-dia
               PERFORM VARYING w-ind-franja FROM 1 BY 1
                       UNTIL w-ind-franja > 24
                   IF w-dia-franja (w-ind-dia, w-ind-franja) > ZERO
                       COMPUTE w-lfr-desde = w-ind-franja - 1
                       MOVE w-lfr-desde TO w-lfr-hasta
                       MOVE w-dia-franja (w-ind-dia, w-ind-franja)
                           TO w-lfr-cantidad
                       WRITE inf-linea FROM w-lin-franja
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-TOTALES.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE "PASADAS LEIDAS" TO w-tot-texto.
           MOVE w-cant-leidos TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.
           MOVE "DIAS YA PROCESADOS (OMITIDAS)" TO w-tot-texto.
           MOVE w-cant-ya-procesados TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.
           MOVE "ACEPTADAS" TO w-tot-texto.
           MOVE w-cant-aceptados TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.
           MOVE "RECHAZADAS" TO w-tot-texto.
           MOVE w-cant-rechazados TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.
           MOVE "ACEPTADAS DE SOCIOS NO HABILITADOS" TO w-tot-texto.
           MOVE w-cant-fallas TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ArmarGrupo.
       640-VALIDAR-LEGAJO.
           MOVE ZERO TO w-alu-encontrado.
           MOVE SPACE TO w-status-alu.
           PERFORM 645-INVOCAR-FUNCION-HASHING.
           PERFORM 650-LEER-ALU.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           ELSE
               PERFORM 655-BUSCAR-SINONIMO
           END-IF.
           IF alu-fue-encontrado
               MOVE alu-estado TO w-status-alu
           END-IF.

       645-INVOCAR-FUNCION-HASHING.
           DIVIDE w-divisor-hash INTO w-alu-ant
               GIVING w-resul REMAINDER rel-nro.
           ADD 1 TO rel-nro.
           MOVE rel-nro TO w-resto.

       650-LEER-ALU.
           READ ALUMNOS.

       655-BUSCAR-SINONIMO.
           PERFORM UNTIL alu-puntero IS =0 OR w-alu-ant IS =alu-alumno
               MOVE alu-puntero TO rel-nro
               PERFORM 650-LEER-ALU
           END-PERFORM.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           END-IF.

       END PROGRAM PROCESAR-INGRESOS.
