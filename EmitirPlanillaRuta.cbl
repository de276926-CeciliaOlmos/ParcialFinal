      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-PLANILLA-RUTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL COBRADORES ASSIGN TO "..\cobradores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cob.
           SELECT OPTIONAL ZONAS ASSIGN TO "..\zonas_cobro.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-zon.
           SELECT OPTIONAL PLANILLAS ASSIGN TO "..\planillas_cobro.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-plc.
           SELECT RUTA ASSIGN TO "..\planilla_ruta.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

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

      * Maestro de cobradores y zonas (MantenerCobradores).
       FD  COBRADORES.
       01  cob-reg.
           03 cob-codigo pic x(4).
           03 filler pic x value space.
           03 cob-nombre pic x(30).
           03 filler pic x value space.
           03 cob-comision pic 9(2).
           03 filler pic x value space.
           03 cob-estado pic x.

       FD  ZONAS.
       01  zon-reg.
           03 zon-codigo pic x(4).
           03 filler pic x value space.
           03 zon-cobrador pic x(4).
           03 filler pic x value space.
           03 zon-patron pic x(20).
           03 filler pic x value space.
           03 zon-edad-minima pic 9(2).
           03 filler pic x value space.
           03 zon-estado pic x.

      * Planillas de ruta: una linea por cuota entregada al
      * cobrador, con el periodo de la planilla. Mientras esta en
      * estado A (abierta) la cuota no se presenta al debito, a la
      * tarjeta ni a la red; RendirCobrador la cierra en C
      * (cobrada, con importe y recibo) o N (no cobrada).
       FD  PLANILLAS.
       01  plc-reg.
           03 plc-cobrador pic x(4).
           03 filler pic x value space.
           03 plc-periodo pic 9(6).
           03 filler pic x value space.
           03 plc-zona pic x(4).
           03 filler pic x value space.
           03 plc-legajo pic 9(5).
           03 filler pic x value space.
           03 plc-cuota pic 9(2).
           03 filler pic x value space.
           03 plc-anio pic 9(4).
           03 filler pic x value space.
           03 plc-importe pic 9(8).
           03 filler pic x value space.
           03 plc-estado pic x.
           03 filler pic x value space.
           03 plc-cobrado pic 9(8).
           03 filler pic x value space.
           03 plc-recibo pic 9(10).
           03 filler pic x value space.
           03 plc-fecha-rendicion pic 9(8).

      * Planilla impresa que se lleva el cobrador: por zona, cada
      * socio con su domicilio y debajo sus cuotas pendientes, con
      * lugar para anotar lo cobrado.
       FD  RUTA.
       01  rut-linea pic x(100).

       WORKING-STORAGE SECTION.
       77  w-status-datos pic xx value spaces.
       77  w-status-cob pic xx value spaces.
       77  w-status-zon pic xx value spaces.
       77  w-status-plc pic xx value spaces.
       77  w-flag-cob pic 9 value zero.
       77  w-flag-zon pic 9 value zero.
       77  w-flag-plc pic 9 value zero.
       77  w-flag-dat pic 9 value zero.
       77  w-hay-datos pic 9 value zero.
       77  w-flag-cuota pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo pic 9(6) value zero.
       77  w-cobrador-pedido pic x(4) value spaces.
       77  w-fin-periodo pic 9(8) value zero.
       77  w-dias-fin pic 9(7) value zero.
       77  w-sig-anio pic 9(4) value zero.
       77  w-sig-mes pic 9(2) value zero.
       77  w-cant-cob pic 9(2) value zero.
       77  w-ind-cob pic 9(2) value zero.
       77  w-cant-zon pic 9(3) value zero.
       77  w-ind-zon pic 9(3) value zero.
       77  w-ind-busca pic 9(3) value zero.
       77  w-zona-socio pic 9(3) value zero.
       77  w-largo pic 9(2) value zero.
       77  w-coincide pic 9(2) value zero.
       77  w-edad pic 9(3) value zero.
       77  w-domicilio pic x(30) value spaces.
       77  w-cant-abiertas pic 9(5) value zero.
       77  w-ind-abi pic 9(5) value zero.
       77  w-en-planilla pic 9 value zero.
       77  w-planilla-abierta pic 9 value zero.
       77  w-socio-listado pic 9 value zero.
       77  w-cant-cuotas-cob pic 9(5) value zero.
       77  w-cant-socios-cob pic 9(5) value zero.
       77  w-tot-cob pic 9(10) value zero.
       77  w-cant-planillas pic 9(2) value zero.
       77  w-cant-cuotas pic 9(6) value zero.
       77  w-tot-planillas pic 9(10) value zero.
       01  w-tab-cobradores.
           03 w-tab-cob occurs 20.
               05 w-cob-codigo pic x(4).
               05 w-cob-nombre pic x(30).
       01  w-tab-zonas.
           03 w-tab-zon occurs 200.
               05 w-zon-codigo pic x(4).
               05 w-zon-cobrador pic x(4).
               05 w-zon-patron pic x(20).
               05 w-zon-edad-minima pic 9(2).
      * Cuotas que ya estan en una planilla abierta, de cualquier
      * cobrador o periodo: no se entregan dos veces.
       01  w-tab-abiertas.
           03 w-tab-abi occurs 5000.
               05 w-abi-cobrador pic x(4).
               05 w-abi-periodo pic 9(6).
               05 w-abi-legajo pic 9(5).
               05 w-abi-cuota pic 9(2).
               05 w-abi-anio pic 9(4).
       01  w-lin-cobrador.
           03 filler pic x(18) value "PLANILLA DE RUTA  ".
           03 w-lc-periodo pic 9(6).
           03 filler pic x(13) value "  COBRADOR:  ".
           03 w-lc-codigo pic x(4).
           03 filler pic x value space.
           03 w-lc-nombre pic x(30).
       01  w-lin-zona.
           03 filler pic x(8) value "  ZONA: ".
           03 w-lz-codigo pic x(4).
           03 filler pic x(3) value " - ".
           03 w-lz-patron pic x(20).
       01  w-lin-socio.
           03 filler pic x(4) value spaces.
           03 w-ls-legajo pic 9(5).
           03 filler pic x value space.
           03 w-ls-nombre pic x(30).
           03 filler pic x value space.
           03 w-ls-domicilio pic x(30).
           03 filler pic x value space.
           03 w-ls-telefono pic x(15).
       01  w-lin-cuota.
           03 filler pic x(10) value spaces.
           03 filler pic x(6) value "CUOTA ".
           03 w-lq-cuota pic 99.
           03 filler pic x value "/".
           03 w-lq-anio pic 9(4).
           03 filler pic x(6) value "  VTO ".
           03 w-lq-vencimiento pic 9(8).
           03 filler pic x(3) value spaces.
           03 w-lq-importe pic zz.zzz.zz9.
           03 filler pic x(30) value
               "   COBRADO: ______________    ".
       01  w-lin-subtotal.
           03 filler pic x(22) value "  TOTAL DEL COBRADOR: ".
           03 w-lt-socios pic zzzz9.
           03 filler pic x(8) value " SOCIOS ".
           03 w-lt-cuotas pic zzzz9.
           03 filler pic x(8) value " CUOTAS ".
           03 w-lt-importe pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "PERIODO DE LA PLANILLA AAAAMM (ENTER="
               w-fecha-hoy (1:6) "): ".
           ACCEPT w-periodo.
           IF w-periodo = ZERO
               MOVE w-fecha-hoy (1:6) TO w-periodo
           END-IF.
           DISPLAY "COBRADOR (ENTER=todos): ".
           ACCEPT w-cobrador-pedido.
           PERFORM 050-CALCULAR-FIN-PERIODO.
           PERFORM 100-CARGAR-COBRADORES.
           PERFORM 150-CARGAR-ZONAS.
           PERFORM 180-CARGAR-ABIERTAS.
           OPEN INPUT CUOTAS.
           OPEN INPUT DATOS.
           IF w-status-datos = "00"
               MOVE 1 TO w-hay-datos
           END-IF.
           OPEN OUTPUT RUTA.
           OPEN EXTEND PLANILLAS.
           PERFORM VARYING w-ind-cob FROM 1 BY 1
                   UNTIL w-ind-cob > w-cant-cob
               IF w-cobrador-pedido = SPACES
               OR w-cobrador-pedido = w-cob-codigo (w-ind-cob)
                   PERFORM 200-EMITIR-COBRADOR
               END-IF
           END-PERFORM.
           CLOSE CUOTAS.
           CLOSE DATOS.
           CLOSE RUTA.
           CLOSE PLANILLAS.
           DISPLAY "PLANILLAS EMITIDAS: " w-cant-planillas.
           DISPLAY "CUOTAS EN PLANILLA: " w-cant-cuotas.
           DISPLAY "IMPORTE A COBRAR  : " w-tot-planillas.
           STOP RUN.

      * Entran en la planilla las cuotas impagas vencidas hasta el
      * ultimo dia del periodo, aunque sean de meses anteriores.
       050-CALCULAR-FIN-PERIODO.
           COMPUTE w-sig-anio = w-periodo / 100.
           COMPUTE w-sig-mes = w-periodo - w-sig-anio * 100 + 1.
           IF w-sig-mes > 12
               MOVE 1 TO w-sig-mes
               ADD 1 TO w-sig-anio
           END-IF.
           COMPUTE w-dias-fin = FUNCTION INTEGER-OF-DATE
               (w-sig-anio * 10000 + w-sig-mes * 100 + 1) - 1.
           COMPUTE w-fin-periodo =
               FUNCTION DATE-OF-INTEGER (w-dias-fin).

       100-CARGAR-COBRADORES.
           OPEN INPUT COBRADORES.
           IF w-status-cob = "00"
               PERFORM 110-LEER-COBRADOR
               PERFORM UNTIL w-flag-cob = 1
                   IF cob-estado = "A" AND w-cant-cob < 20
                       ADD 1 TO w-cant-cob
                       MOVE cob-codigo TO w-cob-codigo (w-cant-cob)
                       MOVE cob-nombre TO w-cob-nombre (w-cant-cob)
                   END-IF
                   PERFORM 110-LEER-COBRADOR
               END-PERFORM
               CLOSE COBRADORES
           ELSE
               IF w-status-cob = "05"
                   CLOSE COBRADORES
               END-IF
           END-IF.

       110-LEER-COBRADOR.
           READ COBRADORES AT END MOVE 1 TO w-flag-cob.

       150-CARGAR-ZONAS.
           OPEN INPUT ZONAS.
           IF w-status-zon = "00"
               PERFORM 160-LEER-ZONA
               PERFORM UNTIL w-flag-zon = 1
                   IF zon-estado = "A" AND w-cant-zon < 200
                       ADD 1 TO w-cant-zon
                       MOVE zon-codigo TO w-zon-codigo (w-cant-zon)
                       MOVE zon-cobrador
                           TO w-zon-cobrador (w-cant-zon)
                       MOVE zon-patron TO w-zon-patron (w-cant-zon)
                       MOVE zon-edad-minima
                           TO w-zon-edad-minima (w-cant-zon)
                   END-IF
                   PERFORM 160-LEER-ZONA
               END-PERFORM
               CLOSE ZONAS
           ELSE
               IF w-status-zon = "05"
                   CLOSE ZONAS
               END-IF
           END-IF.

       160-LEER-ZONA.
           READ ZONAS AT END MOVE 1 TO w-flag-zon.

       180-CARGAR-ABIERTAS.
           OPEN INPUT PLANILLAS.
           IF w-status-plc = "00"
               PERFORM 190-LEER-PLANILLA
               PERFORM UNTIL w-flag-plc = 1
                   IF plc-estado = "A"
                       IF w-cant-abiertas < 5000
                           ADD 1 TO w-cant-abiertas
                           MOVE plc-cobrador
                               TO w-abi-cobrador (w-cant-abiertas)
                           MOVE plc-periodo
                               TO w-abi-periodo (w-cant-abiertas)
                           MOVE plc-legajo
                               TO w-abi-legajo (w-cant-abiertas)
                           MOVE plc-cuota
                               TO w-abi-cuota (w-cant-abiertas)
                           MOVE plc-anio TO w-abi-anio (w-cant-abiertas)
                       ELSE
                           DISPLAY "PLANILLAS ABIERTAS EXCEDEN 5000 "
                               "CUOTAS: RINDA LAS PENDIENTES"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   PERFORM 190-LEER-PLANILLA
               END-PERFORM
               CLOSE PLANILLAS
           ELSE
               IF w-status-plc = "05"
                   CLOSE PLANILLAS
               END-IF
           END-IF.

       190-LEER-PLANILLA.
           READ PLANILLAS AT END MOVE 1 TO w-flag-plc.

      * Un cobrador con la planilla del periodo todavia abierta no
      * recibe otra: primero se rinde la que tiene.
       200-EMITIR-COBRADOR.
           MOVE ZERO TO w-planilla-abierta.
           PERFORM VARYING w-ind-abi FROM 1 BY 1
                   UNTIL w-ind-abi > w-cant-abiertas
               IF w-abi-cobrador (w-ind-abi) = w-cob-codigo (w-ind-cob)
               AND w-abi-periodo (w-ind-abi) = w-periodo
                   MOVE 1 TO w-planilla-abierta
               END-IF
           END-PERFORM.
           IF w-planilla-abierta = 1
               DISPLAY "EL COBRADOR " w-cob-codigo (w-ind-cob)
                   " YA TIENE ABIERTA LA PLANILLA " w-periodo
           ELSE
               MOVE ZERO TO w-cant-socios-cob
               MOVE ZERO TO w-cant-cuotas-cob
               MOVE ZERO TO w-tot-cob
               MOVE w-periodo TO w-lc-periodo
               MOVE w-cob-codigo (w-ind-cob) TO w-lc-codigo
               MOVE w-cob-nombre (w-ind-cob) TO w-lc-nombre
               WRITE rut-linea FROM w-lin-cobrador
               PERFORM VARYING w-ind-zon FROM 1 BY 1
                       UNTIL w-ind-zon > w-cant-zon
                   IF w-zon-cobrador (w-ind-zon)
                       = w-cob-codigo (w-ind-cob)
                       PERFORM 250-EMITIR-ZONA
                   END-IF
               END-PERFORM
               MOVE w-cant-socios-cob TO w-lt-socios
               MOVE w-cant-cuotas-cob TO w-lt-cuotas
               MOVE w-tot-cob TO w-lt-importe
               WRITE rut-linea FROM w-lin-subtotal
               MOVE SPACES TO rut-linea
               WRITE rut-linea
               ADD 1 TO w-cant-planillas
           END-IF.

      * La planilla sale ordenada por zona: por cada zona se
      * recorre el maestro de datos personales y se toman los
      * socios que caen en ella.
       250-EMITIR-ZONA.
           MOVE w-zon-codigo (w-ind-zon) TO w-lz-codigo.
           MOVE w-zon-patron (w-ind-zon) TO w-lz-patron.
           WRITE rut-linea FROM w-lin-zona.
           IF w-hay-datos = 1
               MOVE ZERO TO w-flag-dat
               MOVE ZERO TO dat-legajo
               START DATOS KEY IS >= dat-legajo
                   INVALID KEY MOVE 1 TO w-flag-dat
               END-START
               PERFORM 260-LEER-DATOS
               PERFORM UNTIL w-flag-dat = 1
                   PERFORM 270-UBICAR-ZONA
                   IF w-zona-socio = w-ind-zon
                       PERFORM 300-LISTAR-SOCIO
                   END-IF
                   PERFORM 260-LEER-DATOS
               END-PERFORM
           END-IF.

       260-LEER-DATOS.
           IF w-flag-dat = ZERO
               READ DATOS NEXT AT END MOVE 1 TO w-flag-dat
               END-READ
           END-IF.

      * El socio cae en la primera zona activa cuyo texto aparece
      * en su domicilio (sin distinguir mayusculas) y cuya edad
      * minima alcanza.
       270-UBICAR-ZONA.
           MOVE ZERO TO w-zona-socio.
           MOVE dat-domicilio TO w-domicilio.
           INSPECT w-domicilio CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO w-edad.
           IF dat-fecha-nac NOT = ZERO
           AND dat-fecha-nac < w-fecha-hoy
               COMPUTE w-edad = (w-fecha-hoy - dat-fecha-nac) / 10000
           END-IF.
           PERFORM VARYING w-ind-busca FROM 1 BY 1
                   UNTIL w-ind-busca > w-cant-zon
                   OR w-zona-socio NOT = ZERO
               PERFORM 280-COMPARAR-ZONA
           END-PERFORM.

       280-COMPARAR-ZONA.
           PERFORM VARYING w-largo FROM 20 BY -1
                   UNTIL w-largo = ZERO
                   OR w-zon-patron (w-ind-busca) (w-largo:1)
                       NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE ZERO TO w-coincide.
           IF w-largo > ZERO
               INSPECT w-domicilio TALLYING w-coincide
                   FOR ALL w-zon-patron (w-ind-busca) (1:w-largo)
           END-IF.
           IF w-coincide > ZERO
           AND w-edad >= w-zon-edad-minima (w-ind-busca)
               MOVE w-ind-busca TO w-zona-socio
           END-IF.

       300-LISTAR-SOCIO.
           MOVE ZERO TO w-socio-listado.
           MOVE ZERO TO w-flag-cuota.
           MOVE dat-legajo TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS >= cuota-llave
               INVALID KEY MOVE 1 TO w-flag-cuota
           END-START.
           PERFORM 310-LEER-CUOTA.
           PERFORM UNTIL w-flag-cuota = 1
               IF cuo-estado = "I"
               AND cuo-debe > ZERO
               AND cuo-fecha <= w-fin-periodo
                   PERFORM 320-VER-EN-PLANILLA
                   IF w-en-planilla = ZERO
                       PERFORM 350-AGREGAR-CUOTA
                   END-IF
               END-IF
               PERFORM 310-LEER-CUOTA
           END-PERFORM.

       310-LEER-CUOTA.
           IF w-flag-cuota = ZERO
               READ CUOTAS NEXT AT END MOVE 1 TO w-flag-cuota
               END-READ
               IF w-flag-cuota = ZERO
               AND cuo-alumno NOT = dat-legajo
                   MOVE 1 TO w-flag-cuota
               END-IF
           END-IF.

       320-VER-EN-PLANILLA.
           MOVE ZERO TO w-en-planilla.
           PERFORM VARYING w-ind-abi FROM 1 BY 1
                   UNTIL w-ind-abi > w-cant-abiertas
                   OR w-en-planilla = 1
               IF w-abi-legajo (w-ind-abi) = cuo-alumno
               AND w-abi-cuota (w-ind-abi) = cuo-cuota
               AND w-abi-anio (w-ind-abi) = cuo-anio
                   MOVE 1 TO w-en-planilla
               END-IF
           END-PERFORM.

       350-AGREGAR-CUOTA.
           IF w-socio-listado = ZERO
               MOVE 1 TO w-socio-listado
               MOVE dat-legajo TO w-ls-legajo
               MOVE dat-nombre TO w-ls-nombre
               MOVE dat-domicilio TO w-ls-domicilio
               MOVE dat-telefono TO w-ls-telefono
               WRITE rut-linea FROM w-lin-socio
               ADD 1 TO w-cant-socios-cob
           END-IF.
           MOVE cuo-cuota TO w-lq-cuota.
           MOVE cuo-anio TO w-lq-anio.
           MOVE cuo-fecha TO w-lq-vencimiento.
           MOVE cuo-debe TO w-lq-importe.
           WRITE rut-linea FROM w-lin-cuota.
           MOVE SPACES TO plc-reg.
           MOVE w-cob-codigo (w-ind-cob) TO plc-cobrador.
           MOVE w-periodo TO plc-periodo.
           MOVE w-zon-codigo (w-ind-zon) TO plc-zona.
           MOVE cuo-alumno TO plc-legajo.
           MOVE cuo-cuota TO plc-cuota.
           MOVE cuo-anio TO plc-anio.
           MOVE cuo-debe TO plc-importe.
           MOVE "A" TO plc-estado.
           MOVE ZERO TO plc-cobrado.
           MOVE ZERO TO plc-recibo.
           MOVE ZERO TO plc-fecha-rendicion.
           WRITE plc-reg.
           ADD 1 TO w-cant-cuotas-cob.
           ADD cuo-debe TO w-tot-cob.
           ADD 1 TO w-cant-cuotas.
           ADD cuo-debe TO w-tot-planillas.

       END PROGRAM EMITIR-PLANILLA-RUTA.
