      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-LICENCIAS.
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
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-lic.
           SELECT OPTIONAL LICENCIAS-APLICADAS
                   ASSIGN TO "..\licencias_aplicadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-lap.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL BITACORA
                   ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO "..\licencias_listado.txt"
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

      * Registro de licencias temporarias: una linea por licencia,
      * con el periodo (hasta = ultimo dia de licencia), el motivo,
      * el porcentaje de la cuota social que se sigue cobrando
      * (cero = sin cargo) y el operador que la otorgo. Estados: P
      * otorgada y todavia no empezada, V vigente (el nocturno
      * suspendio al socio), F terminada y N anulada. ProcesarLicencias
      * las inicia y las termina; GenerarCuotas y GenerarCuotasAlta
      * respetan las P y V al generar.
       FD  LICENCIAS.
       01  lic-reg.
           03 lic-legajo pic 9(5).
           03 filler pic x value space.
           03 lic-desde pic 9(8).
           03 filler pic x value space.
           03 lic-hasta pic 9(8).
           03 filler pic x value space.
           03 lic-motivo pic x(20).
           03 filler pic x value space.
           03 lic-pct-cargo pic 9(3).
           03 filler pic x value space.
           03 lic-operador pic x(8).
           03 filler pic x value space.
           03 lic-estado pic x.
           03 filler pic x value space.
           03 lic-suspendio pic x.

      * Cuotas alcanzadas por una licencia con lo que se hubiera
      * cobrado sin ella (las graban los generadores y este programa
      * al ajustar cuotas ya cargadas): es lo que se repone cuando la
      * licencia se acorta o se anula.
       FD  LICENCIAS-APLICADAS.
       01  lap-reg.
           03 lap-legajo pic 9(5).
           03 filler pic x value space.
           03 lap-cuota pic 9(2).
           03 filler pic x value space.
           03 lap-anio pic 9(4).
           03 filler pic x value space.
           03 lap-fecha pic 9(8).
           03 filler pic x value space.
           03 lap-importe pic 9(8).
           03 filler pic x value space.
           03 lap-cobrado pic 9(8).

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
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

      * Bitacora de cambios sobre CUOTAS (ver ParcialFinal): el
      * ajuste y la reposicion de cuotas por licencia quedan
      * asentados con imagen anterior y posterior.
       FD  BITACORA.
       01  bit-reg.
           03 bit-legajo pic 9(5).
           03 filler pic x value space.
           03 bit-cuota pic 9(2).
           03 filler pic x value space.
           03 bit-anio pic 9(4).
           03 filler pic x value space.
           03 bit-est-ant pic x.
           03 filler pic x value space.
           03 bit-imp-ant pic 9(8).
           03 filler pic x value space.
           03 bit-pag-ant pic 9(8).
           03 filler pic x value space.
           03 bit-debe-ant pic 9(8).
           03 filler pic x value space.
           03 bit-est-nue pic x.
           03 filler pic x value space.
           03 bit-imp-nue pic 9(8).
           03 filler pic x value space.
           03 bit-pag-nue pic 9(8).
           03 filler pic x value space.
           03 bit-debe-nue pic 9(8).
           03 filler pic x value space.
           03 bit-programa pic x(15).
           03 filler pic x value space.
           03 bit-operador pic x(8).
           03 filler pic x value space.
           03 bit-fecha pic 9(8).
           03 filler pic x value space.
           03 bit-hora pic 9(8).

      * Tope de meses de licencia por anio calendario: parametro
      * TOPE-MESES-LICENCIA del maestro de parametros.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.

       FD  AUDITORIA.
       01  aud-reg.
           03 aud-legajo pic 9(5).
           03 filler pic x value space.
           03 aud-operacion pic x(12).
           03 filler pic x value space.
           03 aud-resultado pic x(15).
           03 filler pic x value space.
           03 aud-fecha pic 9(8).
           03 filler pic x value space.
           03 aud-hora pic 9(8).
           03 filler pic x value space.
           03 aud-operador pic x(8).

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-status-lic pic xx value spaces.
       77  w-status-lap pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-flag-lic pic 9 value zero.
       77  w-flag-lap pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-flag-cuota pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 5.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-tope-meses pic 9(2) value 6.
       77  w-legajo-carga pic 9(5) value zero.
       01  w-desde-carga.
           03 w-desde-anio pic 9(4).
           03 w-desde-mes pic 9(2).
           03 w-desde-dia pic 9(2).
       01  w-hasta-carga.
           03 w-hasta-anio pic 9(4).
           03 w-hasta-mes pic 9(2).
           03 w-hasta-dia pic 9(2).
       77  w-motivo-carga pic x(20) value spaces.
       77  w-pct-carga pic 9(3) value zero.
       77  w-dato-valido pic 9 value zero.
       77  w-cant-lic pic 9(4) value zero.
       77  w-ind-lic pic 9(4) value zero.
       77  w-nro-elegido pic 9(4) value zero.
       77  w-cant-del-legajo pic 9(4) value zero.
       77  w-resultado-aud pic x(15) value spaces.
      * Meses de licencia dentro de un anio calendario
       01  w-rng-desde.
           03 w-rng-desde-anio pic 9(4).
           03 w-rng-desde-mes pic 9(2).
           03 w-rng-desde-dia pic 9(2).
       01  w-rng-hasta.
           03 w-rng-hasta-anio pic 9(4).
           03 w-rng-hasta-mes pic 9(2).
           03 w-rng-hasta-dia pic 9(2).
       77  w-anio-eval pic 9(4) value zero.
       77  w-mes-ini pic 9(2) value zero.
       77  w-mes-fin pic 9(2) value zero.
       77  w-meses-rango pic 9(2) value zero.
       77  w-meses-anio pic 9(3) value zero.
       77  w-excede-tope pic 9 value zero.
      * Ajuste y reposicion de cuotas
       77  w-importe-lic pic 9(8) value zero.
       77  w-bit-est-ant pic x value space.
       77  w-bit-imp-ant pic 9(8) value zero.
       77  w-bit-pag-ant pic 9(8) value zero.
       77  w-bit-debe-ant pic 9(8) value zero.
       77  w-cant-ajustadas pic 9(4) value zero.
       77  w-cant-repuestas pic 9(4) value zero.
       77  w-rep-desde pic 9(8) value zero.
       77  w-rep-hasta pic 9(8) value zero.
       77  w-fecha-vuelta pic 9(8) value zero.
       77  w-nuevo-hasta pic 9(8) value zero.
       77  w-hasta-anterior pic 9(8) value zero.
       77  w-int-fecha pic 9(7) value zero.
      * Listado
       77  w-dias-aviso pic 9(3) value zero.
       77  w-fecha-limite pic 9(8) value zero.
       77  w-cant-vigentes pic 9(4) value zero.
       77  w-cant-por-terminar pic 9(4) value zero.
       01  w-tab-licencias.
           03 w-tab-licencia occurs 1000.
               05 w-lic-legajo pic 9(5).
               05 w-lic-desde pic 9(8).
               05 w-lic-hasta pic 9(8).
               05 w-lic-motivo pic x(20).
               05 w-lic-pct-cargo pic 9(3).
               05 w-lic-operador pic x(8).
               05 w-lic-estado pic x.
               05 w-lic-suspendio pic x.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cabecera.
           03 filler pic x(6) value "LEGAJO".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "DESDE".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "HASTA".
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "MOTIVO".
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "CARGO".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "EST".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "OTORGO".
       01  lin-detalle.
           03 l-legajo pic z(5).
           03 filler pic x(3) value spaces.
           03 l-desde pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-hasta pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-motivo pic x(20).
           03 filler pic x(2) value spaces.
           03 l-pct pic zz9.
           03 filler pic x(1) value "%".
           03 filler pic x(4) value spaces.
           03 l-estado pic x.
           03 filler pic x(3) value spaces.
           03 l-operador pic x(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 060-LEER-TOPE.
           OPEN INPUT ALUMNOS.
           PERFORM 100-CARGAR-LICENCIAS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 250-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE ALUMNOS.
           STOP RUN.

       020-INICIAR-SESION.
           OPEN INPUT OPERADORES.
           IF w-status-operadores NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO DE OPERADORES: CORRA "
               DISPLAY "CrearOperadores ANTES DE USAR ESTE PROGRAMA"
           ELSE
               CLOSE OPERADORES
               PERFORM UNTIL w-login-ok = 1 OR w-intentos-login > 2
                   ADD 1 TO w-intentos-login
                   DISPLAY "Codigo de operador: "
                   ACCEPT w-cod-ingresado
                   DISPLAY "Clave: "
                   ACCEPT w-clave-ingresada
                   PERFORM 030-BUSCAR-OPERADOR
                   IF w-login-ok = ZERO
                       DISPLAY "CODIGO O CLAVE INCORRECTOS"
                   END-IF
               END-PERFORM
           END-IF.

       030-BUSCAR-OPERADOR.
           MOVE ZERO TO w-flag-ope.
           OPEN INPUT OPERADORES.
           PERFORM 035-LEER-OPERADOR.
           PERFORM UNTIL w-flag-ope = 1
               IF ope-codigo = w-cod-ingresado
               AND ope-clave = w-clave-ingresada
                   MOVE 1 TO w-login-ok
                   MOVE ope-codigo TO w-operador
                   MOVE ope-perfil TO w-perfil
               END-IF
               PERFORM 035-LEER-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES.

       035-LEER-OPERADOR.
           READ OPERADORES AT END MOVE 1 TO w-flag-ope.

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
           ELSE
               IF w-status-capacidad = "05"
                   CLOSE CAPACIDAD
               END-IF
           END-IF.

      * Sin el parametro cargado el tope es de 6 meses por anio.
       060-LEER-TOPE.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 065-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "TOPE-MESES-LICENCIA"
                       COMPUTE w-tope-meses =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 065-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.

       065-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

       100-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cant-lic.
           MOVE ZERO TO w-flag-lic.
           OPEN INPUT LICENCIAS.
           IF w-status-lic = "00"
               PERFORM 110-LEER-LICENCIA
               PERFORM UNTIL w-flag-lic = 1
                   IF w-cant-lic < 1000
                       ADD 1 TO w-cant-lic
                       MOVE lic-legajo TO w-lic-legajo (w-cant-lic)
                       MOVE lic-desde TO w-lic-desde (w-cant-lic)
                       MOVE lic-hasta TO w-lic-hasta (w-cant-lic)
                       MOVE lic-motivo TO w-lic-motivo (w-cant-lic)
                       MOVE lic-pct-cargo
                           TO w-lic-pct-cargo (w-cant-lic)
                       MOVE lic-operador TO w-lic-operador (w-cant-lic)
                       MOVE lic-estado TO w-lic-estado (w-cant-lic)
                       MOVE lic-suspendio
                           TO w-lic-suspendio (w-cant-lic)
                   END-IF
                   PERFORM 110-LEER-LICENCIA
               END-PERFORM
               CLOSE LICENCIAS
           ELSE
               IF w-status-lic = "05"
                   CLOSE LICENCIAS
               END-IF
           END-IF.

       110-LEER-LICENCIA.
           READ LICENCIAS AT END MOVE 1 TO w-flag-lic.

       200-MENU.
           DISPLAY " ".
           DISPLAY "LICENCIAS DE SOCIOS".
           DISPLAY "  1- CONSULTAR LICENCIAS DE UN SOCIO".
           DISPLAY "  2- OTORGAR LICENCIA".
           DISPLAY "  3- ACORTAR O ANULAR LICENCIA".
           DISPLAY "  4- LISTADO DE VIGENTES Y POR TERMINAR".
           DISPLAY "  5- SALIR".
           ACCEPT w-llave-menu.

      * Consultar y listar puede cualquier operador; otorgar,
      * acortar y anular exige perfil supervisor, igual que la
      * suspension de socios en AltaAlu.
       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-CONSULTAR
           ELSE
               IF w-llave-menu = 2 OR w-llave-menu = 3
                   IF w-perfil NOT = "S"
                       DISPLAY "OTORGAR O MODIFICAR LICENCIAS "
                           "REQUIERE PERFIL DE SUPERVISOR"
                   ELSE
                       IF w-llave-menu = 2
                           PERFORM 400-OTORGAR
                       ELSE
                           PERFORM 500-ACORTAR
                       END-IF
                   END-IF
               ELSE
                   IF w-llave-menu = 4
                       PERFORM 900-LISTADO
                   ELSE
                       DISPLAY "OPCION INVALIDA"
                   END-IF
               END-IF
           END-IF.

       300-CONSULTAR.
           DISPLAY "Legajo: ".
           ACCEPT w-legajo-carga.
           PERFORM 350-MOSTRAR-LICENCIAS-LEGAJO.
           IF w-cant-del-legajo = ZERO
               DISPLAY "EL SOCIO NO TIENE LICENCIAS REGISTRADAS"
           ELSE
               MOVE w-fecha-proceso (1:4) TO w-anio-eval
               MOVE ZERO TO w-nro-elegido
               PERFORM 440-MESES-DEL-LEGAJO
               DISPLAY "MESES DE LICENCIA EN " w-anio-eval ": "
                   w-meses-anio " (TOPE " w-tope-meses ")"
           END-IF.

      * Muestra las licencias del legajo numeradas por su posicion
      * en la tabla, que es el numero que se pide para acortarlas.
       350-MOSTRAR-LICENCIAS-LEGAJO.
           MOVE ZERO TO w-cant-del-legajo.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-lic
               IF w-lic-legajo (w-ind-lic) = w-legajo-carga
                   ADD 1 TO w-cant-del-legajo
                   DISPLAY "  [" w-ind-lic "] DESDE "
                       w-lic-desde (w-ind-lic)
                       " HASTA " w-lic-hasta (w-ind-lic)
                       " CARGO " w-lic-pct-cargo (w-ind-lic) "%"
                       " ESTADO " w-lic-estado (w-ind-lic)
                   DISPLAY "        MOTIVO " w-lic-motivo (w-ind-lic)
                       " OTORGO " w-lic-operador (w-ind-lic)
               END-IF
           END-PERFORM.

      * La licencia se otorga siempre con fecha de vuelta: es la que
      * usa el nocturno para reactivar al socio. No puede pisarse
      * con otra licencia del mismo socio ni pasar el tope anual.
       400-OTORGAR.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           MOVE w-legajo-carga TO w-alu-ant.
           PERFORM 600-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
           ELSE
               PERFORM 410-PEDIR-DATOS-LICENCIA
               IF w-dato-valido = 1
                   PERFORM 420-VERIFICAR-SUPERPOSICION
               END-IF
               IF w-dato-valido = 1
                   PERFORM 430-VERIFICAR-TOPE
               END-IF
               IF w-dato-valido = ZERO
                   DISPLAY "NO SE GRABA LA LICENCIA"
               ELSE
                   PERFORM 450-GRABAR-LICENCIA
               END-IF
           END-IF.

       410-PEDIR-DATOS-LICENCIA.
           MOVE 1 TO w-dato-valido.
           DISPLAY "Desde AAAAMMDD (ENTER=hoy): ".
           ACCEPT w-desde-carga.
           IF w-desde-carga = ZERO
               MOVE w-fecha-proceso TO w-desde-carga
           END-IF.
           IF w-desde-mes < 1 OR w-desde-mes > 12
           OR w-desde-dia < 1 OR w-desde-dia > 31
               DISPLAY "FECHA DESDE INVALIDA"
               MOVE ZERO TO w-dato-valido
           END-IF.
           DISPLAY "Hasta AAAAMMDD (ultimo dia de licencia): ".
           ACCEPT w-hasta-carga.
           IF w-hasta-mes < 1 OR w-hasta-mes > 12
           OR w-hasta-dia < 1 OR w-hasta-dia > 31
               DISPLAY "FECHA HASTA INVALIDA (ES OBLIGATORIA)"
               MOVE ZERO TO w-dato-valido
           END-IF.
           IF w-hasta-carga < w-desde-carga
               DISPLAY "LA LICENCIA NO PUEDE TERMINAR ANTES DE "
                   "EMPEZAR"
               MOVE ZERO TO w-dato-valido
           END-IF.
           IF w-hasta-carga < w-fecha-proceso
               DISPLAY "LA LICENCIA YA TERMINO, NO SE CARGA"
               MOVE ZERO TO w-dato-valido
           END-IF.
           DISPLAY "Motivo (viaje, enfermedad, ...): ".
           ACCEPT w-motivo-carga.
           IF w-motivo-carga = SPACES
               DISPLAY "EL MOTIVO ES OBLIGATORIO"
               MOVE ZERO TO w-dato-valido
           END-IF.
           DISPLAY "Porcentaje de la cuota social que se cobra "
               "durante la licencia (ENTER=0, sin cargo): ".
           ACCEPT w-pct-carga.
           IF w-pct-carga > 100
               DISPLAY "PORCENTAJE INVALIDO"
               MOVE ZERO TO w-dato-valido
           END-IF.

      * Se compara contra las licencias no anuladas del socio.
       420-VERIFICAR-SUPERPOSICION.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-lic
               IF w-lic-legajo (w-ind-lic) = w-legajo-carga
               AND w-lic-estado (w-ind-lic) NOT = "N"
               AND w-lic-desde (w-ind-lic) <= w-hasta-carga
               AND w-lic-hasta (w-ind-lic) >= w-desde-carga
                   DISPLAY "SE SUPERPONE CON LA LICENCIA DEL "
                       w-lic-desde (w-ind-lic) " AL "
                       w-lic-hasta (w-ind-lic)
                   MOVE ZERO TO w-dato-valido
               END-IF
           END-PERFORM.

      * El tope es por anio calendario: una licencia que cruza el
      * anio cuenta sus meses en cada uno. Un mes tocado por la
      * licencia cuenta entero.
       430-VERIFICAR-TOPE.
           MOVE ZERO TO w-excede-tope.
           PERFORM VARYING w-anio-eval FROM w-desde-anio BY 1
                   UNTIL w-anio-eval > w-hasta-anio
               MOVE w-desde-carga TO w-rng-desde
               MOVE w-hasta-carga TO w-rng-hasta
               PERFORM 445-MESES-EN-ANIO
               MOVE ZERO TO w-nro-elegido
               PERFORM 440-MESES-DEL-LEGAJO
               ADD w-meses-rango TO w-meses-anio
               IF w-meses-anio > w-tope-meses
                   DISPLAY "EN " w-anio-eval " SUMARIA " w-meses-anio
                       " MESES DE LICENCIA (TOPE " w-tope-meses ")"
                   MOVE 1 TO w-excede-tope
               END-IF
           END-PERFORM.
           IF w-excede-tope = 1
               MOVE ZERO TO w-dato-valido
           END-IF.

      * Meses ya tomados por el socio en w-anio-eval (licencias no
      * anuladas), salvo la que se esta modificando (w-nro-elegido).
       440-MESES-DEL-LEGAJO.
           MOVE ZERO TO w-meses-anio.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-lic
               IF w-lic-legajo (w-ind-lic) = w-legajo-carga
               AND w-lic-estado (w-ind-lic) NOT = "N"
               AND w-ind-lic NOT = w-nro-elegido
                   MOVE w-lic-desde (w-ind-lic) TO w-rng-desde
                   MOVE w-lic-hasta (w-ind-lic) TO w-rng-hasta
                   PERFORM 445-MESES-EN-ANIO
                   ADD w-meses-rango TO w-meses-anio
               END-IF
           END-PERFORM.

       445-MESES-EN-ANIO.
           MOVE ZERO TO w-meses-rango.
           IF w-rng-desde-anio <= w-anio-eval
           AND w-rng-hasta-anio >= w-anio-eval
               IF w-rng-desde-anio < w-anio-eval
                   MOVE 1 TO w-mes-ini
               ELSE
                   MOVE w-rng-desde-mes TO w-mes-ini
               END-IF
               IF w-rng-hasta-anio > w-anio-eval
                   MOVE 12 TO w-mes-fin
               ELSE
                   MOVE w-rng-hasta-mes TO w-mes-fin
               END-IF
               COMPUTE w-meses-rango = w-mes-fin - w-mes-ini + 1
           END-IF.

      * La licencia nace pendiente: la suspension la hace el
      * nocturno el dia que empieza. Las cuotas sociales que ya
      * estaban generadas para el periodo se ajustan ahora.
       450-GRABAR-LICENCIA.
           IF w-cant-lic >= 1000
               DISPLAY "TABLA DE LICENCIAS LLENA, NO SE GRABA"
           ELSE
               ADD 1 TO w-cant-lic
               MOVE w-legajo-carga TO w-lic-legajo (w-cant-lic)
               MOVE w-desde-carga TO w-lic-desde (w-cant-lic)
               MOVE w-hasta-carga TO w-lic-hasta (w-cant-lic)
               MOVE w-motivo-carga TO w-lic-motivo (w-cant-lic)
               MOVE w-pct-carga TO w-lic-pct-cargo (w-cant-lic)
               MOVE w-operador TO w-lic-operador (w-cant-lic)
               MOVE "P" TO w-lic-estado (w-cant-lic)
               MOVE SPACE TO w-lic-suspendio (w-cant-lic)
               PERFORM 550-REGRABAR-ARCHIVO
               MOVE "OTORGADA" TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "LICENCIA GRABADA PARA EL LEGAJO "
                   w-legajo-carga
               PERFORM 700-AJUSTAR-CUOTAS
               DISPLAY "CUOTAS YA GENERADAS AJUSTADAS: "
                   w-cant-ajustadas
               IF w-desde-carga <= w-fecha-proceso
                   DISPLAY "EL SOCIO QUEDA SUSPENDIDO EN LA PROXIMA "
                       "CORRIDA DEL PROCESO NOCTURNO"
               END-IF
           END-IF.

      * Acortar es cambiar la fecha de vuelta; si el socio vuelve
      * antes de que la licencia empiece, la licencia se anula. En
      * los dos casos las cuotas de los meses que dejan de estar en
      * licencia se reponen con su importe sin licencia.
       500-ACORTAR.
           DISPLAY "Legajo: ".
           ACCEPT w-legajo-carga.
           PERFORM 350-MOSTRAR-LICENCIAS-LEGAJO.
           IF w-cant-del-legajo = ZERO
               DISPLAY "EL SOCIO NO TIENE LICENCIAS REGISTRADAS"
           ELSE
               DISPLAY "Numero de licencia: "
               ACCEPT w-nro-elegido
               IF w-nro-elegido = ZERO
               OR w-nro-elegido > w-cant-lic
                   DISPLAY "NUMERO INVALIDO"
               ELSE
                   IF w-lic-legajo (w-nro-elegido) NOT = w-legajo-carga
                   OR (w-lic-estado (w-nro-elegido) NOT = "P"
                       AND w-lic-estado (w-nro-elegido) NOT = "V")
                       DISPLAY "LA LICENCIA NO ES DEL SOCIO O YA "
                           "TERMINO"
                   ELSE
                       PERFORM 510-PEDIR-VUELTA
                   END-IF
               END-IF
           END-IF.

       510-PEDIR-VUELTA.
           DISPLAY "Fecha de vuelta AAAAMMDD (ENTER=hoy): ".
           ACCEPT w-fecha-vuelta.
           IF w-fecha-vuelta = ZERO
               MOVE w-fecha-proceso TO w-fecha-vuelta
           END-IF.
           COMPUTE w-int-fecha =
               FUNCTION INTEGER-OF-DATE (w-fecha-vuelta) - 1.
           COMPUTE w-nuevo-hasta =
               FUNCTION DATE-OF-INTEGER (w-int-fecha).
           MOVE w-lic-hasta (w-nro-elegido) TO w-hasta-anterior.
           IF w-nuevo-hasta >= w-hasta-anterior
               DISPLAY "LA VUELTA NO ADELANTA LA LICENCIA: PARA "
                   "EXTENDERLA OTORGUE UNA NUEVA"
           ELSE
               IF w-nuevo-hasta < w-lic-desde (w-nro-elegido)
                   MOVE "N" TO w-lic-estado (w-nro-elegido)
                   MOVE w-lic-desde (w-nro-elegido) TO w-rep-desde
                   MOVE "ANULADA" TO w-resultado-aud
               ELSE
                   MOVE w-nuevo-hasta TO w-lic-hasta (w-nro-elegido)
                   COMPUTE w-int-fecha = w-int-fecha + 1
                   COMPUTE w-rep-desde =
                       FUNCTION DATE-OF-INTEGER (w-int-fecha)
                   MOVE "ACORTADA" TO w-resultado-aud
               END-IF
               MOVE w-hasta-anterior TO w-rep-hasta
               PERFORM 550-REGRABAR-ARCHIVO
               PERFORM 650-ASENTAR-AUDITORIA
               PERFORM 800-REPONER-CUOTAS
               DISPLAY "LICENCIA " w-resultado-aud
               DISPLAY "CUOTAS REPUESTAS: " w-cant-repuestas
               IF w-lic-estado (w-nro-elegido) = "N"
               AND w-lic-suspendio (w-nro-elegido) = "S"
                   DISPLAY "EL SOCIO SIGUE SUSPENDIDO: REACTIVELO "
                       "CON AltaAlu (OPCION 5)"
               END-IF
               IF w-lic-estado (w-nro-elegido) = "V"
                   DISPLAY "EL PROCESO NOCTURNO LO REACTIVA AL "
                       "VENCER; PARA HACERLO YA USE AltaAlu "
                       "(OPCION 5)"
               END-IF
           END-IF.

       550-REGRABAR-ARCHIVO.
           OPEN OUTPUT LICENCIAS.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-lic
               MOVE SPACES TO lic-reg
               MOVE w-lic-legajo (w-ind-lic) TO lic-legajo
               MOVE w-lic-desde (w-ind-lic) TO lic-desde
               MOVE w-lic-hasta (w-ind-lic) TO lic-hasta
               MOVE w-lic-motivo (w-ind-lic) TO lic-motivo
               MOVE w-lic-pct-cargo (w-ind-lic) TO lic-pct-cargo
               MOVE w-lic-operador (w-ind-lic) TO lic-operador
               MOVE w-lic-estado (w-ind-lic) TO lic-estado
               MOVE w-lic-suspendio (w-ind-lic) TO lic-suspendio
               WRITE lic-reg
           END-PERFORM.
           CLOSE LICENCIAS.

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ConsultaSocio.
       600-VALIDAR-LEGAJO.
           MOVE ZERO TO w-alu-encontrado.
           PERFORM 605-INVOCAR-FUNCION-HASHING.
           PERFORM 610-LEER-ALU.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           ELSE
               PERFORM 615-BUSCAR-SINONIMO
           END-IF.
           IF alu-fue-encontrado
               IF alu-estado = "B"
                   MOVE ZERO TO w-alu-encontrado
               END-IF
           END-IF.

       605-INVOCAR-FUNCION-HASHING.
           DIVIDE w-divisor-hash INTO w-alu-ant
               GIVING w-resul REMAINDER rel-nro.
           ADD 1 TO rel-nro.
           MOVE rel-nro TO w-resto.

       610-LEER-ALU.
           READ ALUMNOS.

       615-BUSCAR-SINONIMO.
           PERFORM UNTIL alu-puntero IS =0 OR w-alu-ant IS =alu-alumno
               MOVE alu-puntero TO rel-nro
               PERFORM 610-LEER-ALU
           END-PERFORM.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           END-IF.

      * Mismo registro de auditoria que usan AltaAlu y
      * MantenerBecas: quien otorgo o modifico y cuando.
       650-ASENTAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-legajo-carga TO aud-legajo.
           MOVE "LICENCIA" TO aud-operacion.
           MOVE w-resultado-aud TO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      * Las cuotas sociales impagas (sin pagos parciales) que vencen
      * dentro de la licencia pasan al cargo reducido; con cargo
      * cero quedan anuladas. Las que estan en convenio, castigadas
      * o con algun pago no se tocan.
       700-AJUSTAR-CUOTAS.
           MOVE ZERO TO w-cant-ajustadas.
           MOVE ZERO TO w-flag-cuota.
           OPEN I-O CUOTAS.
           IF w-status-cuotas NOT = "00"
               IF w-status-cuotas = "05"
                   CLOSE CUOTAS
               END-IF
           ELSE
               OPEN EXTEND BITACORA
               OPEN EXTEND LICENCIAS-APLICADAS
               MOVE w-legajo-carga TO cuo-alumno
               MOVE ZERO TO cuo-cuota
               MOVE ZERO TO cuo-anio
               START CUOTAS KEY IS >= cuota-llave
                   INVALID KEY MOVE 1 TO w-flag-cuota
               END-START
               PERFORM UNTIL w-flag-cuota = 1
                   READ CUOTAS NEXT
                       AT END MOVE 1 TO w-flag-cuota
                       NOT AT END
                           IF cuo-alumno NOT = w-legajo-carga
                               MOVE 1 TO w-flag-cuota
                           ELSE
                               IF cuo-concepto = 1
                               AND cuo-estado = "I"
                               AND cuo-pagado = ZERO
                               AND cuo-fecha >= w-desde-carga
                               AND cuo-fecha <= w-hasta-carga
                                   PERFORM 710-AJUSTAR-CUOTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
               CLOSE BITACORA
               CLOSE LICENCIAS-APLICADAS
           END-IF.

       710-AJUSTAR-CUOTA.
           PERFORM 750-GUARDAR-ANTERIOR.
           COMPUTE w-importe-lic = cuo-importe * w-pct-carga / 100.
           MOVE SPACES TO lap-reg.
           MOVE cuo-alumno TO lap-legajo.
           MOVE cuo-cuota TO lap-cuota.
           MOVE cuo-anio TO lap-anio.
           MOVE cuo-fecha TO lap-fecha.
           MOVE cuo-importe TO lap-importe.
           MOVE w-importe-lic TO lap-cobrado.
           WRITE lap-reg.
           MOVE w-importe-lic TO cuo-importe.
           MOVE w-importe-lic TO cuo-debe.
           IF w-importe-lic = ZERO
               MOVE "N" TO cuo-estado
           END-IF.
           REWRITE cuo-reg.
           PERFORM 760-ASENTAR-BITACORA.
           ADD 1 TO w-cant-ajustadas.

       750-GUARDAR-ANTERIOR.
           MOVE cuo-estado TO w-bit-est-ant.
           MOVE cuo-importe TO w-bit-imp-ant.
           MOVE cuo-pagado TO w-bit-pag-ant.
           MOVE cuo-debe TO w-bit-debe-ant.

       760-ASENTAR-BITACORA.
           MOVE SPACES TO bit-reg.
           MOVE cuo-alumno TO bit-legajo.
           MOVE cuo-cuota TO bit-cuota.
           MOVE cuo-anio TO bit-anio.
           MOVE w-bit-est-ant TO bit-est-ant.
           MOVE w-bit-imp-ant TO bit-imp-ant.
           MOVE w-bit-pag-ant TO bit-pag-ant.
           MOVE w-bit-debe-ant TO bit-debe-ant.
           MOVE cuo-estado TO bit-est-nue.
           MOVE cuo-importe TO bit-imp-nue.
           MOVE cuo-pagado TO bit-pag-nue.
           MOVE cuo-debe TO bit-debe-nue.
           MOVE "MantLicencias" TO bit-programa.
           MOVE w-operador TO bit-operador.
           MOVE w-fecha-proceso TO bit-fecha.
           ACCEPT bit-hora FROM TIME.
           WRITE bit-reg.

      * Cada cuota asentada en licencias_aplicadas.txt que vence
      * entre w-rep-desde y w-rep-hasta vuelve a su importe sin
      * licencia. Solo se toca si sigue como la dejo la licencia
      * (mismo importe, ni en convenio ni castigada); si la licencia
      * sin cargo hizo que nunca se generara, se graba ahora.
       800-REPONER-CUOTAS.
           MOVE ZERO TO w-cant-repuestas.
           MOVE ZERO TO w-flag-lap.
           OPEN INPUT LICENCIAS-APLICADAS.
           IF w-status-lap = "00"
               OPEN I-O CUOTAS
               OPEN EXTEND BITACORA
               PERFORM 810-LEER-APLICADA
               PERFORM UNTIL w-flag-lap = 1
                   IF lap-legajo = w-legajo-carga
                   AND lap-fecha >= w-rep-desde
                   AND lap-fecha <= w-rep-hasta
                       PERFORM 820-REPONER-CUOTA
                   END-IF
                   PERFORM 810-LEER-APLICADA
               END-PERFORM
               CLOSE CUOTAS
               CLOSE BITACORA
               CLOSE LICENCIAS-APLICADAS
           ELSE
               IF w-status-lap = "05"
                   CLOSE LICENCIAS-APLICADAS
               END-IF
           END-IF.

       810-LEER-APLICADA.
           READ LICENCIAS-APLICADAS AT END MOVE 1 TO w-flag-lap.

       820-REPONER-CUOTA.
           MOVE lap-legajo TO cuo-alumno.
           MOVE lap-cuota TO cuo-cuota.
           MOVE lap-anio TO cuo-anio.
           READ CUOTAS
               INVALID KEY
                   PERFORM 840-GRABAR-REPUESTA
               NOT INVALID KEY
                   IF cuo-importe = lap-cobrado
                   AND cuo-estado NOT = "V"
                   AND cuo-estado NOT = "K"
                       PERFORM 830-RESTITUIR-IMPORTE
                   END-IF
           END-READ.

       830-RESTITUIR-IMPORTE.
           PERFORM 750-GUARDAR-ANTERIOR.
           MOVE lap-importe TO cuo-importe.
           IF cuo-pagado >= cuo-importe
               MOVE ZERO TO cuo-debe
               MOVE "C" TO cuo-estado
           ELSE
               COMPUTE cuo-debe = cuo-importe - cuo-pagado
               MOVE "I" TO cuo-estado
           END-IF.
           REWRITE cuo-reg.
           PERFORM 760-ASENTAR-BITACORA.
           ADD 1 TO w-cant-repuestas.

       840-GRABAR-REPUESTA.
           MOVE SPACE TO w-bit-est-ant.
           MOVE ZERO TO w-bit-imp-ant.
           MOVE ZERO TO w-bit-pag-ant.
           MOVE ZERO TO w-bit-debe-ant.
           MOVE lap-fecha TO cuo-fecha.
           MOVE "I" TO cuo-estado.
           MOVE lap-importe TO cuo-importe.
           MOVE ZERO TO cuo-pagado.
           MOVE lap-importe TO cuo-debe.
           MOVE 1 TO cuo-concepto.
           MOVE cuo-anio TO cuo-per-anio.
           MOVE cuo-cuota TO cuo-per-cuota.
           MOVE cuo-alumno TO cuo-per-alumno.
           WRITE cuo-reg
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 760-ASENTAR-BITACORA
                   ADD 1 TO w-cant-repuestas
           END-WRITE.

      * Listado en licencias_listado.txt: licencias vigentes hoy y
      * las que terminan dentro de los proximos dias (para avisarle
      * al socio y preparar su vuelta).
       900-LISTADO.
           DISPLAY "Dias para 'por terminar' (ENTER=30): ".
           ACCEPT w-dias-aviso.
           IF w-dias-aviso = ZERO
               MOVE 30 TO w-dias-aviso
           END-IF.
           COMPUTE w-int-fecha =
               FUNCTION INTEGER-OF-DATE (w-fecha-proceso)
               + w-dias-aviso.
           COMPUTE w-fecha-limite =
               FUNCTION DATE-OF-INTEGER (w-int-fecha).
           MOVE ZERO TO w-cant-vigentes.
           MOVE ZERO TO w-cant-por-terminar.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "LICENCIAS DE SOCIOS AL " w-fecha-proceso
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-guarda.
           MOVE "LICENCIAS VIGENTES" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-cabecera.
           WRITE rep-linea FROM lin-guarda.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-lic
               IF w-lic-estado (w-ind-lic) = "V"
               OR (w-lic-estado (w-ind-lic) = "P"
                   AND w-lic-desde (w-ind-lic) <= w-fecha-proceso)
                   PERFORM 950-LINEA-LICENCIA
                   ADD 1 TO w-cant-vigentes
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           STRING "LICENCIAS VIGENTES: " w-cant-vigentes
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-guarda.
           MOVE SPACES TO rep-linea.
           STRING "LICENCIAS QUE TERMINAN HASTA EL " w-fecha-limite
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-cabecera.
           WRITE rep-linea FROM lin-guarda.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-lic
               IF (w-lic-estado (w-ind-lic) = "V"
                   OR w-lic-estado (w-ind-lic) = "P")
               AND w-lic-hasta (w-ind-lic) >= w-fecha-proceso
               AND w-lic-hasta (w-ind-lic) <= w-fecha-limite
                   PERFORM 950-LINEA-LICENCIA
                   ADD 1 TO w-cant-por-terminar
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           STRING "LICENCIAS POR TERMINAR: " w-cant-por-terminar
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.
           DISPLAY "VIGENTES: " w-cant-vigentes
               " POR TERMINAR: " w-cant-por-terminar.
           DISPLAY "LISTADO EN licencias_listado.txt".

       950-LINEA-LICENCIA.
           MOVE w-lic-legajo (w-ind-lic) TO l-legajo.
           MOVE w-lic-desde (w-ind-lic) TO l-desde.
           MOVE w-lic-hasta (w-ind-lic) TO l-hasta.
           MOVE w-lic-motivo (w-ind-lic) TO l-motivo.
           MOVE w-lic-pct-cargo (w-ind-lic) TO l-pct.
           MOVE w-lic-estado (w-ind-lic) TO l-estado.
           MOVE w-lic-operador (w-ind-lic) TO l-operador.
           WRITE rep-linea FROM lin-detalle.

       END PROGRAM MANTENER-LICENCIAS.
