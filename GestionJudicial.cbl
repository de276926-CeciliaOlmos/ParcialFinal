      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-JUDICIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL REGISTRO
                   ASSIGN TO "..\intimaciones_reg.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-registro.
           SELECT OPTIONAL JUDICIALES ASSIGN TO "..\judiciales.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-judiciales.
           SELECT OPTIONAL INFORME ASSIGN TO "..\estudio_informe.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-informe.
           SELECT DERIVACION ASSIGN TO "..\derivacion_estudio.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO "..\cartera_judicial.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cal.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL TRABA ASSIGN TO "..\traba_uso.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-traba.
           SELECT OPTIONAL BITACORA
                   ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
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

      * Registro de intimaciones emitidas (lo escribe Intimaciones):
      * de aca sale cuantas veces se intimo a cada socio y la fecha
      * de la ultima intimacion.
       FD  REGISTRO.
       01  reg-reg.
           03 reg-legajo pic 9(5).
           03 filler pic x value space.
           03 reg-cant-impagas pic 9(4).
           03 filler pic x value space.
           03 reg-fecha pic 9(8).
           03 filler pic x value space.
           03 reg-hora pic 9(8).

      * Cartera derivada a gestion judicial: una linea por
      * derivacion, con la fecha, el estudio, la deuda actualizada
      * que se le informo y el estado del caso: D derivado (en
      * gestion), A acuerdo informado por el estudio (sigue en
      * gestion), P pago total e I incobrable (casos cerrados). Un
      * socio con un caso en D o A esta en gestion judicial y
      * ArmarConvenio, LiquidarBaja y las condonaciones solo lo
      * tocan con autorizacion de supervisor.
       FD  JUDICIALES.
       01  jud-reg.
           03 jud-legajo pic 9(5).
           03 filler pic x value space.
           03 jud-fecha-deriv pic 9(8).
           03 filler pic x value space.
           03 jud-estudio pic x(20).
           03 filler pic x value space.
           03 jud-deuda pic 9(10).
           03 filler pic x value space.
           03 jud-estado pic x.
           03 filler pic x value space.
           03 jud-fecha-res pic 9(8).
           03 filler pic x value space.
           03 jud-importe-res pic 9(10).
           03 filler pic x value space.
           03 jud-operador pic x(8).

      * Informe de vuelta del estudio: legajo, resultado (A acuerdo,
      * P pago total, I incobrable), fecha e importe acordado o
      * cobrado.
       FD  INFORME.
       01  inf-reg.
           03 inf-legajo pic 9(5).
           03 filler pic x.
           03 inf-resultado pic x.
           03 filler pic x.
           03 inf-fecha pic 9(8).
           03 filler pic x.
           03 inf-importe pic 9(10).

       FD  DERIVACION.
       01  der-linea pic x(80).

       FD  REPORTE.
       01  rep-linea pic x(80).

      * Maestro unico de parametros: DIAS-DERIVACION es el plazo sin
      * respuesta desde la ultima intimacion, INTIM-DERIVACION la
      * cantidad minima de intimaciones y PCT-RECARGO el recargo
      * mensual de la deuda actualizada.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       FD  CALENDARIO.
       01  cal-reg.
           03 cal-fecha pic 9(8).
           03 filler pic x value space.
           03 cal-descripcion pic x(20).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.

      * Traba de uso exclusivo entre las sesiones interactivas y el
      * proceso nocturno: un registro "N" marca el nocturno en curso,
      * un registro "I" por cada sesion interactiva abierta.
       FD  TRABA.
       01  tra-reg.
           03 tra-tipo pic x.
           03 filler pic x value space.
           03 tra-programa pic x(16).
           03 filler pic x value space.
           03 tra-operador pic x(8).
           03 filler pic x value space.
           03 tra-fecha pic 9(8).
           03 filler pic x value space.
           03 tra-hora pic 9(8).

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

      * Movimientos de deuda incobrable (ver CastigarIncobrables): el
      * caso que el estudio devuelve como incobrable se castiga igual
      * que el castigo masivo, con su registro "K" para el asiento.
       FD  CASTIGOS.
       01  cas-reg.
           03 cas-tipo pic x.
           03 filler pic x value space.
           03 cas-legajo pic 9(5).
           03 filler pic x value space.
           03 cas-cuota pic 9(2).
           03 filler pic x value space.
           03 cas-anio pic 9(4).
           03 filler pic x value space.
           03 cas-concepto pic 9(2).
           03 filler pic x value space.
           03 cas-importe pic 9(8).
           03 filler pic x value space.
           03 cas-fecha pic 9(8).
           03 filler pic x value space.
           03 cas-operador pic x(8).

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

       WORKING-STORAGE SECTION.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-registro pic xx value spaces.
       77  w-status-judiciales pic xx value spaces.
       77  w-status-informe pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-status-cal pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-status-traba pic xx value spaces.
       77  w-flag-cuota pic 9 value zero.
       77  w-flag-registro pic 9 value zero.
       77  w-flag-jud pic 9 value zero.
       77  w-flag-inf pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-flag-cal pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-flag-tra pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-traba-ok pic 9 value zero.
       77  w-traba-propia pic 9 value zero.
       77  w-traba-fecha pic 9(8) value zero.
       77  w-traba-hora pic 9(8) value zero.
       77  w-cant-trabas pic 9(2) value zero.
       77  w-ind-tra pic 9(2) value zero.
       01  w-tab-trabas.
           03 w-tab-traba pic x(45) occurs 20.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 4.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-dias-derivacion pic 9(4) value 30.
       77  w-min-intimaciones pic 9(2) value 2.
       77  w-pct-recargo-mensual pic 9(2) value 5.
       77  w-int-limite pic 9(7) value zero.
       77  w-fecha-limite pic 9(8) value zero.
       77  w-confirma pic x value space.
       77  w-estudio pic x(20) value spaces.
       77  w-nombre-socio pic x(30) value spaces.
       77  w-legajo-eval pic 9(5) value zero.
       77  w-es-candidato pic 9 value zero.
       77  w-escribir-detalle pic 9 value zero.
       77  w-cant-impagas pic 9(4) value zero.
       77  w-deuda-socio pic 9(10) value zero.
       77  w-deuda-actualizada pic 9(10) value zero.
       77  w-dias-atraso pic s9(6) value zero.
       77  w-meses-atraso pic 9(4) value zero.
       77  w-recargo pic 9(8) value zero.
       77  w-cant-candidatos pic 9(5) value zero.
       77  w-tot-candidato pic 9(12) value zero.
       77  w-cant-derivados pic 9(5) value zero.
       77  w-tot-derivado pic 9(12) value zero.
       77  w-cant-acuerdos pic 9(5) value zero.
       77  w-cant-pagos pic 9(5) value zero.
       77  w-cant-incobrables pic 9(5) value zero.
       77  w-cant-rechazadas pic 9(5) value zero.
       77  w-cant-omitidas pic 9(5) value zero.
       77  w-cant-castigadas pic 9(6) value zero.
       77  w-tot-castigado pic 9(12) value zero.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-bit-est-ant pic x value space.
       77  w-bit-debe-ant pic 9(8) value zero.
       77  w-fecha-res pic 9(8) value zero.
       77  w-cant-cal pic 9(3) value zero.
       77  w-ind-cal pic 9(3) value zero.
       77  w-fecha-eval pic 9(8) value zero.
       77  w-int-eval pic 9(7) value zero.
       77  w-dia-semana pic 9 value zero.
       77  w-es-habil pic 9 value zero.
       01  w-tab-calendario.
           03 w-cal-fecha pic 9(8) occurs 200.
       77  w-cant-int pic 9(3) value zero.
       77  w-ind-int pic 9(3) value zero.
       77  w-int-hallado pic 9(3) value zero.
       01  w-tab-intimados.
           03 w-tab-int occurs 999.
               05 w-int-legajo pic 9(5).
               05 w-int-cant pic 9(3).
               05 w-int-ultima pic 9(8).
       77  w-cant-jud pic 9(3) value zero.
       77  w-ind-jud pic 9(3) value zero.
       77  w-ind-abierta pic 9(3) value zero.
       01  w-tab-judiciales.
           03 w-tab-jud occurs 500.
               05 w-jud-legajo pic 9(5).
               05 w-jud-fecha pic 9(8).
               05 w-jud-estudio pic x(20).
               05 w-jud-deuda pic 9(10).
               05 w-jud-estado pic x.
               05 w-jud-fecha-res pic 9(8).
               05 w-jud-importe-res pic 9(10).
               05 w-jud-operador pic x(8).
       77  w-cant-est-d pic 9(4) value zero.
       77  w-cant-est-a pic 9(4) value zero.
       77  w-cant-est-p pic 9(4) value zero.
       77  w-cant-est-i pic 9(4) value zero.
       77  w-tot-est-d pic 9(12) value zero.
       77  w-tot-est-a pic 9(12) value zero.
       77  w-tot-est-p pic 9(12) value zero.
       77  w-tot-est-i pic 9(12) value zero.
       77  w-tot-actual pic 9(12) value zero.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cabecera.
           03 filler pic x(6) value "LEGAJO".
           03 filler pic x(19) value "NOMBRE".
           03 filler pic x(9) value "DERIVADO".
           03 filler pic x(13) value "ESTUDIO".
           03 filler pic x(11) value "ESTADO".
           03 filler pic x(11) value "  DERIVADO".
           03 filler pic x(11) value "    ACTUAL".
       01  lin-detalle.
           03 l-legajo pic z(5).
           03 filler pic x value space.
           03 l-nombre pic x(18).
           03 filler pic x value space.
           03 l-fecha pic 9(8).
           03 filler pic x value space.
           03 l-estudio pic x(12).
           03 filler pic x value space.
           03 l-estado pic x(10).
           03 filler pic x value space.
           03 l-deuda pic zz.zzz.zz9.
           03 filler pic x value space.
           03 l-actual pic zz.zzz.zz9.
       01  lin-resultado.
           03 filler pic x(6) value spaces.
           03 filler pic x(20) value "RESULTADO INFORMADO ".
           03 l-fecha-res pic 9(8).
           03 filler pic x(10) value "  IMPORTE ".
           03 l-importe-res pic z.zzz.zzz.zz9.
       01  lin-total-estado.
           03 filler pic x(6) value spaces.
           03 l-tot-estado pic x(10).
           03 filler pic x(10) value "  CASOS: ".
           03 l-tot-cant pic zzz9.
           03 filler pic x(19) value "  DEUDA DERIVADA: ".
           03 l-tot-importe pic z.zzz.zzz.zz9.
       77  l-total pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 090-LEER-PARAMETROS-SIS.
           PERFORM 096-CARGAR-CALENDARIO.
           PERFORM 100-CARGAR-JUDICIALES.
           OPEN INPUT DATOS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 250-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE DATOS.
           STOP RUN.

      * Traba de uso exclusivo con el proceso nocturno: la derivacion
      * y el informe del estudio tocan CUOTAS, asi que no se hacen
      * con el nocturno en curso; mientras duran queda asentada la
      * sesion propia para que el nocturno no arranque.
       010-TOMAR-TRABA.
           MOVE ZERO TO w-cant-trabas.
           MOVE ZERO TO w-flag-tra.
           MOVE 1 TO w-traba-ok.
           OPEN INPUT TRABA.
           IF w-status-traba = "00"
               PERFORM 015-LEER-TRABA
               PERFORM UNTIL w-flag-tra = 1
                   IF tra-tipo = "N"
                       MOVE ZERO TO w-traba-ok
                       DISPLAY "PROCESO NOCTURNO EN CURSO DESDE "
                           tra-fecha " " tra-hora
                       DISPLAY "LOS MAESTROS ESTAN TOMADOS, "
                           "REINTENTE CUANDO TERMINE"
                   ELSE
                       IF w-cant-trabas < 20
                           ADD 1 TO w-cant-trabas
                           MOVE tra-reg
                               TO w-tab-traba (w-cant-trabas)
                       END-IF
                   END-IF
                   PERFORM 015-LEER-TRABA
               END-PERFORM
               CLOSE TRABA
           ELSE
               IF w-status-traba = "05"
                   CLOSE TRABA
               END-IF
           END-IF.
           IF w-traba-ok = 1
               ACCEPT w-traba-fecha FROM DATE YYYYMMDD
               ACCEPT w-traba-hora FROM TIME
               OPEN OUTPUT TRABA
               PERFORM VARYING w-ind-tra FROM 1 BY 1
                       UNTIL w-ind-tra > w-cant-trabas
                   MOVE w-tab-traba (w-ind-tra) TO tra-reg
                   WRITE tra-reg
               END-PERFORM
               MOVE SPACES TO tra-reg
               MOVE "I" TO tra-tipo
               MOVE "GestionJudicial" TO tra-programa
               MOVE w-operador TO tra-operador
               MOVE w-traba-fecha TO tra-fecha
               MOVE w-traba-hora TO tra-hora
               WRITE tra-reg
               CLOSE TRABA
           END-IF.

       015-LEER-TRABA.
           READ TRABA AT END MOVE 1 TO w-flag-tra.

       020-INICIAR-SESION.
           OPEN INPUT OPERADORES.
           IF w-status-operadores NOT = "00"
               IF w-status-operadores = "05"
                   CLOSE OPERADORES
               END-IF
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
               IF w-login-ok = ZERO
                   DISPLAY "DEMASIADOS INTENTOS, FINALIZANDO"
               END-IF
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

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "DIAS-DERIVACION"
                       COMPUTE w-dias-derivacion =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "INTIM-DERIVACION"
                       COMPUTE w-min-intimaciones =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "PCT-RECARGO"
                       COMPUTE w-pct-recargo-mensual =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 095-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.
           IF w-dias-derivacion = ZERO
               MOVE 30 TO w-dias-derivacion
           END-IF.
           IF w-min-intimaciones = ZERO
               MOVE 2 TO w-min-intimaciones
           END-IF.

       095-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

       096-CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO.
           IF w-status-cal = "00"
               PERFORM 097-LEER-CALENDARIO
               PERFORM UNTIL w-flag-cal = 1
                   IF w-cant-cal < 200
                       ADD 1 TO w-cant-cal
                       MOVE cal-fecha TO w-cal-fecha (w-cant-cal)
                   END-IF
                   PERFORM 097-LEER-CALENDARIO
               END-PERFORM
               CLOSE CALENDARIO
           ELSE
               IF w-status-cal = "05"
                   CLOSE CALENDARIO
               END-IF
           END-IF.

       097-LEER-CALENDARIO.
           READ CALENDARIO AT END MOVE 1 TO w-flag-cal.

       100-CARGAR-JUDICIALES.
           MOVE ZERO TO w-cant-jud.
           MOVE ZERO TO w-flag-jud.
           OPEN INPUT JUDICIALES.
           IF w-status-judiciales = "00"
               PERFORM 110-LEER-JUDICIAL
               PERFORM UNTIL w-flag-jud = 1
                   IF w-cant-jud < 500
                       ADD 1 TO w-cant-jud
                       MOVE jud-legajo TO w-jud-legajo (w-cant-jud)
                       MOVE jud-fecha-deriv TO w-jud-fecha (w-cant-jud)
                       MOVE jud-estudio TO w-jud-estudio (w-cant-jud)
                       MOVE jud-deuda TO w-jud-deuda (w-cant-jud)
                       MOVE jud-estado TO w-jud-estado (w-cant-jud)
                       MOVE jud-fecha-res
                           TO w-jud-fecha-res (w-cant-jud)
                       MOVE jud-importe-res
                           TO w-jud-importe-res (w-cant-jud)
                       MOVE jud-operador
                           TO w-jud-operador (w-cant-jud)
                   END-IF
                   PERFORM 110-LEER-JUDICIAL
               END-PERFORM
               CLOSE JUDICIALES
           ELSE
               IF w-status-judiciales = "05"
                   CLOSE JUDICIALES
               END-IF
           END-IF.

       110-LEER-JUDICIAL.
           READ JUDICIALES AT END MOVE 1 TO w-flag-jud.

       200-MENU.
           DISPLAY " ".
           DISPLAY "GESTION JUDICIAL DE CARTERA MOROSA".
           DISPLAY "  1- DERIVAR CARTERA AL ESTUDIO".
           DISPLAY "  2- PROCESAR INFORME DEL ESTUDIO".
           DISPLAY "  3- LISTADO DE CARTERA DERIVADA".
           DISPLAY "  4- SALIR".
           ACCEPT w-llave-menu.

      * El listado lo puede sacar cualquier operador; derivar y
      * procesar el informe del estudio exigen perfil supervisor y
      * se hacen con la traba tomada.
       250-PROCESO.
           IF w-llave-menu = 3
               PERFORM 700-LISTADO
           ELSE
               IF w-llave-menu = 1 OR w-llave-menu = 2
                   IF w-perfil NOT = "S"
                       DISPLAY "DERIVAR O PROCESAR EL INFORME DEL "
                           "ESTUDIO REQUIERE PERFIL DE SUPERVISOR"
                   ELSE
                       PERFORM 260-PROCESO-SUPERVISOR
                   END-IF
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-IF.

       260-PROCESO-SUPERVISOR.
           PERFORM 010-TOMAR-TRABA.
           IF w-traba-ok = 1
               OPEN I-O CUOTAS
               IF w-status-cuotas NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR cuotas.dat, ESTADO "
                       w-status-cuotas
               ELSE
                   IF w-llave-menu = 1
                       PERFORM 300-DERIVAR
                   ELSE
                       PERFORM 500-PROCESAR-INFORME
                   END-IF
                   CLOSE CUOTAS
               END-IF
               PERFORM 830-SOLTAR-TRABA
           END-IF.

      * Son candidatos a derivar los socios intimados al menos
      * INTIM-DERIVACION veces, cuya ultima intimacion tiene mas de
      * DIAS-DERIVACION dias sin respuesta (siguen con cuotas
      * impagas) y que no tienen ya un caso abierto en el estudio.
      * Primero se relevan y se muestran para que el supervisor
      * confirme; recien despues se genera el archivo y se marcan.
       300-DERIVAR.
           PERFORM 310-CARGAR-INTIMACIONES.
           COMPUTE w-int-limite =
               FUNCTION INTEGER-OF-DATE(w-fecha-proceso)
               - w-dias-derivacion.
           COMPUTE w-fecha-limite =
               FUNCTION DATE-OF-INTEGER(w-int-limite).
           MOVE ZERO TO w-cant-candidatos.
           MOVE ZERO TO w-tot-candidato.
           MOVE ZERO TO w-escribir-detalle.
           PERFORM VARYING w-ind-int FROM 1 BY 1
                   UNTIL w-ind-int > w-cant-int
               PERFORM 320-EVALUAR-CANDIDATO
               IF w-es-candidato = 1
                   ADD 1 TO w-cant-candidatos
                   ADD w-deuda-socio TO w-tot-candidato
                   DISPLAY "  LEGAJO " w-legajo-eval
                       " INTIMACIONES " w-int-cant (w-ind-int)
                       " IMPAGAS " w-cant-impagas
                       " DEBE " w-deuda-socio
               END-IF
           END-PERFORM.
           DISPLAY "SOCIOS A DERIVAR (ULTIMA INTIMACION ANTERIOR AL "
               w-fecha-limite "): " w-cant-candidatos.
           DISPLAY "DEUDA SIN RECARGOS: " w-tot-candidato.
           IF w-cant-candidatos = ZERO
               DISPLAY "NO HAY SOCIOS PARA DERIVAR"
           ELSE
               DISPLAY "Estudio al que se deriva: "
               ACCEPT w-estudio
               IF w-estudio = SPACES
                   DISPLAY "SIN ESTUDIO NO SE DERIVA"
               ELSE
                   DISPLAY "CONFIRMA LA DERIVACION (S/N): "
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       PERFORM 350-GENERAR-DERIVACION
                   ELSE
                       DISPLAY "DERIVACION CANCELADA, NO SE TOCO NADA"
                   END-IF
               END-IF
           END-IF.

      * El registro de intimaciones tiene una linea por intimacion
      * emitida: se resume por legajo en cantidad y fecha de la
      * ultima.
       310-CARGAR-INTIMACIONES.
           MOVE ZERO TO w-cant-int.
           MOVE ZERO TO w-flag-registro.
           OPEN INPUT REGISTRO.
           IF w-status-registro = "00"
               PERFORM 315-LEER-REGISTRO
               PERFORM UNTIL w-flag-registro = 1
                   PERFORM 312-ACUMULAR-INTIMACION
                   PERFORM 315-LEER-REGISTRO
               END-PERFORM
               CLOSE REGISTRO
           ELSE
               IF w-status-registro = "05"
                   CLOSE REGISTRO
               END-IF
           END-IF.

       312-ACUMULAR-INTIMACION.
           MOVE ZERO TO w-int-hallado.
           PERFORM VARYING w-ind-int FROM 1 BY 1
                   UNTIL w-ind-int > w-cant-int
               IF w-int-legajo (w-ind-int) = reg-legajo
                   MOVE w-ind-int TO w-int-hallado
               END-IF
           END-PERFORM.
           IF w-int-hallado = ZERO AND w-cant-int < 999
               ADD 1 TO w-cant-int
               MOVE w-cant-int TO w-int-hallado
               MOVE reg-legajo TO w-int-legajo (w-int-hallado)
               MOVE ZERO TO w-int-cant (w-int-hallado)
               MOVE ZERO TO w-int-ultima (w-int-hallado)
           END-IF.
           IF w-int-hallado NOT = ZERO
               ADD 1 TO w-int-cant (w-int-hallado)
               IF reg-fecha > w-int-ultima (w-int-hallado)
                   MOVE reg-fecha TO w-int-ultima (w-int-hallado)
               END-IF
           END-IF.

       315-LEER-REGISTRO.
           READ REGISTRO AT END MOVE 1 TO w-flag-registro.

       320-EVALUAR-CANDIDATO.
           MOVE ZERO TO w-es-candidato.
           MOVE ZERO TO w-deuda-socio.
           MOVE ZERO TO w-cant-impagas.
           MOVE w-int-legajo (w-ind-int) TO w-legajo-eval.
           IF w-int-cant (w-ind-int) >= w-min-intimaciones
           AND w-int-ultima (w-ind-int) < w-fecha-limite
               PERFORM 330-BUSCAR-ABIERTA
               IF w-ind-abierta = ZERO
                   PERFORM 340-RELEVAR-DEUDA
                   IF w-cant-impagas > ZERO
                       MOVE 1 TO w-es-candidato
                   END-IF
               END-IF
           END-IF.

      * Caso abierto del legajo: derivado (D) o con acuerdo (A).
       330-BUSCAR-ABIERTA.
           MOVE ZERO TO w-ind-abierta.
           PERFORM VARYING w-ind-jud FROM 1 BY 1
                   UNTIL w-ind-jud > w-cant-jud
               IF w-jud-legajo (w-ind-jud) = w-legajo-eval
               AND (w-jud-estado (w-ind-jud) = "D"
               OR w-jud-estado (w-ind-jud) = "A")
                   MOVE w-ind-jud TO w-ind-abierta
               END-IF
           END-PERFORM.

      * Cuotas impagas del socio; con w-escribir-detalle en 1 cada
      * una va al archivo de derivacion con su recargo estimado.
       340-RELEVAR-DEUDA.
           MOVE ZERO TO w-cant-impagas.
           MOVE ZERO TO w-deuda-socio.
           MOVE ZERO TO w-flag-cuota.
           MOVE w-legajo-eval TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS > cuota-llave
               INVALID KEY MOVE 1 TO w-flag-cuota
           END-START.
           PERFORM UNTIL w-flag-cuota = 1
               READ CUOTAS NEXT AT END MOVE 1 TO w-flag-cuota
               NOT AT END
                   IF cuo-alumno NOT = w-legajo-eval
                       MOVE 1 TO w-flag-cuota
                   ELSE
                       IF cuo-estado = "I"
                           ADD 1 TO w-cant-impagas
                           ADD cuo-debe TO w-deuda-socio
                           IF w-escribir-detalle = 1
                               PERFORM 430-DETALLE-CUOTA
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       350-GENERAR-DERIVACION.
           MOVE ZERO TO w-cant-derivados.
           MOVE ZERO TO w-tot-derivado.
           OPEN OUTPUT DERIVACION.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO der-linea.
           STRING "DERIVACION DE CARTERA MOROSA - ESTUDIO "
               w-estudio DELIMITED BY SIZE INTO der-linea.
           WRITE der-linea.
           MOVE SPACES TO der-linea.
           STRING "FECHA: " w-fecha-proceso "   SUPERVISOR: "
               w-operador "   RECARGO MENSUAL: "
               w-pct-recargo-mensual "%"
               DELIMITED BY SIZE INTO der-linea.
           WRITE der-linea.
           WRITE der-linea FROM lin-guarda.
           PERFORM VARYING w-ind-int FROM 1 BY 1
                   UNTIL w-ind-int > w-cant-int
               MOVE ZERO TO w-escribir-detalle
               PERFORM 320-EVALUAR-CANDIDATO
               IF w-es-candidato = 1
                   IF w-cant-jud < 500
                       PERFORM 400-DERIVAR-SOCIO
                   ELSE
                       DISPLAY "CARTERA JUDICIAL LLENA, NO SE DERIVA "
                           "EL LEGAJO " w-legajo-eval
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-tot-derivado TO l-total.
           MOVE SPACES TO der-linea.
           STRING "SOCIOS DERIVADOS: " w-cant-derivados
               "   DEUDA ACTUALIZADA TOTAL: " l-total
               DELIMITED BY SIZE INTO der-linea.
           WRITE der-linea.
           CLOSE DERIVACION.
           CLOSE AUDITORIA.
           PERFORM 550-GRABAR-JUDICIALES.
           DISPLAY "SOCIOS DERIVADOS : " w-cant-derivados.
           DISPLAY "DEUDA ACTUALIZADA: " w-tot-derivado.
           DISPLAY "ARCHIVO PARA EL ESTUDIO EN derivacion_estudio.txt".

      * Cada socio sale con sus datos personales, el detalle de
      * cuotas impagas con el mismo recargo estimado de las
      * intimaciones y la deuda actualizada; queda marcado en la
      * cartera judicial en estado D.
       400-DERIVAR-SOCIO.
           MOVE w-legajo-eval TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE SPACES TO dat-reg
                   MOVE "(SIN DATOS PERSONALES)" TO dat-nombre
           END-READ.
           MOVE SPACES TO der-linea.
           STRING "SOCIO " w-legajo-eval " " dat-nombre
               " DNI " dat-dni DELIMITED BY SIZE INTO der-linea.
           WRITE der-linea.
           MOVE SPACES TO der-linea.
           STRING "  DOMICILIO " dat-domicilio " TEL " dat-telefono
               DELIMITED BY SIZE INTO der-linea.
           WRITE der-linea.
           MOVE SPACES TO der-linea.
           STRING "  MAIL " dat-mail DELIMITED BY SIZE INTO der-linea.
           WRITE der-linea.
           MOVE ZERO TO w-deuda-actualizada.
           MOVE 1 TO w-escribir-detalle.
           PERFORM 340-RELEVAR-DEUDA.
           MOVE ZERO TO w-escribir-detalle.
           MOVE w-deuda-actualizada TO l-total.
           MOVE SPACES TO der-linea.
           STRING "  DEUDA ACTUALIZADA AL " w-fecha-proceso ": "
               l-total DELIMITED BY SIZE INTO der-linea.
           WRITE der-linea.
           MOVE SPACES TO der-linea.
           WRITE der-linea.
           ADD 1 TO w-cant-jud.
           MOVE w-legajo-eval TO w-jud-legajo (w-cant-jud).
           MOVE w-fecha-proceso TO w-jud-fecha (w-cant-jud).
           MOVE w-estudio TO w-jud-estudio (w-cant-jud).
           MOVE w-deuda-actualizada TO w-jud-deuda (w-cant-jud).
           MOVE "D" TO w-jud-estado (w-cant-jud).
           MOVE ZERO TO w-jud-fecha-res (w-cant-jud).
           MOVE ZERO TO w-jud-importe-res (w-cant-jud).
           MOVE w-operador TO w-jud-operador (w-cant-jud).
           ADD 1 TO w-cant-derivados.
           ADD w-deuda-actualizada TO w-tot-derivado.
           MOVE "DERIVADO" TO w-resultado-aud.
           PERFORM 450-ASENTAR-AUDITORIA.

      * Mismo calculo de recargo que Intimaciones: meses enteros de
      * atraso desde el primer habil posterior al vencimiento.
       430-DETALLE-CUOTA.
           MOVE cuo-fecha TO w-fecha-eval.
           PERFORM 765-CORRER-A-HABIL.
           COMPUTE w-dias-atraso =
               FUNCTION INTEGER-OF-DATE(w-fecha-proceso)
               - w-int-eval.
           IF w-dias-atraso > 0
               COMPUTE w-meses-atraso = w-dias-atraso / 30
               COMPUTE w-recargo =
                   cuo-importe * w-pct-recargo-mensual
                   * w-meses-atraso / 100
           ELSE
               MOVE ZERO TO w-recargo
           END-IF.
           MOVE SPACES TO der-linea.
           STRING "  CUOTA " cuo-cuota "/" cuo-anio
               " VENC " cuo-fecha
               " DEBE " cuo-debe
               " RECARGO " w-recargo
               DELIMITED BY SIZE INTO der-linea.
           WRITE der-linea.
           ADD cuo-debe TO w-deuda-actualizada.
           ADD w-recargo TO w-deuda-actualizada.

       450-ASENTAR-AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-legajo-eval TO aud-legajo.
           MOVE "JUDICIAL" TO aud-operacion.
           MOVE w-resultado-aud TO aud-resultado.
           MOVE w-fecha-proceso TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.

      * El informe del estudio se aplica sobre el caso abierto del
      * legajo. Un acuerdo deja el caso en gestion (el plan se arma
      * con ArmarConvenio, con autorizacion de supervisor); el pago
      * total cierra el caso (el ingreso entra por caja como
      * cualquier pago) y el incobrable lo cierra castigando las
      * cuotas impagas del socio. Una linea sin caso abierto, o un
      * acuerdo ya informado, no cambia nada: el informe se puede
      * volver a procesar sin duplicar efectos.
       500-PROCESAR-INFORME.
           MOVE ZERO TO w-flag-inf.
           MOVE ZERO TO w-cant-acuerdos.
           MOVE ZERO TO w-cant-pagos.
           MOVE ZERO TO w-cant-incobrables.
           MOVE ZERO TO w-cant-rechazadas.
           MOVE ZERO TO w-cant-omitidas.
           MOVE ZERO TO w-cant-castigadas.
           MOVE ZERO TO w-tot-castigado.
           OPEN INPUT INFORME.
           IF w-status-informe NOT = "00"
               IF w-status-informe = "05"
                   CLOSE INFORME
               END-IF
               DISPLAY "NO HAY INFORME DEL ESTUDIO EN "
                   "estudio_informe.txt"
           ELSE
               OPEN EXTEND BITACORA
               OPEN EXTEND CASTIGOS
               OPEN EXTEND AUDITORIA
               PERFORM 510-LEER-INFORME
               PERFORM UNTIL w-flag-inf = 1
                   PERFORM 520-APLICAR-RESULTADO
                   PERFORM 510-LEER-INFORME
               END-PERFORM
               CLOSE INFORME
               CLOSE BITACORA
               CLOSE CASTIGOS
               CLOSE AUDITORIA
               PERFORM 550-GRABAR-JUDICIALES
               DISPLAY "ACUERDOS          : " w-cant-acuerdos
               DISPLAY "PAGOS TOTALES     : " w-cant-pagos
               DISPLAY "INCOBRABLES       : " w-cant-incobrables
               DISPLAY "  CUOTAS CASTIGADAS: " w-cant-castigadas
                   " POR " w-tot-castigado
               DISPLAY "YA INFORMADOS     : " w-cant-omitidas
               DISPLAY "LINEAS RECHAZADAS : " w-cant-rechazadas
           END-IF.

       510-LEER-INFORME.
           READ INFORME AT END MOVE 1 TO w-flag-inf.

       520-APLICAR-RESULTADO.
           MOVE inf-legajo TO w-legajo-eval.
           PERFORM 330-BUSCAR-ABIERTA.
           MOVE inf-fecha TO w-fecha-res.
           IF w-fecha-res = ZERO
               MOVE w-fecha-proceso TO w-fecha-res
           END-IF.
           IF w-ind-abierta = ZERO
               DISPLAY "LEGAJO " inf-legajo " SIN CASO ABIERTO EN EL "
                   "ESTUDIO, LINEA RECHAZADA"
               ADD 1 TO w-cant-rechazadas
           ELSE
               IF inf-resultado = "A"
                   IF w-jud-estado (w-ind-abierta) = "A"
                       ADD 1 TO w-cant-omitidas
                   ELSE
                       PERFORM 530-CERRAR-RESULTADO
                       ADD 1 TO w-cant-acuerdos
                       MOVE "ACUERDO" TO w-resultado-aud
                       PERFORM 450-ASENTAR-AUDITORIA
                   END-IF
               ELSE
                   IF inf-resultado = "P"
                       PERFORM 530-CERRAR-RESULTADO
                       ADD 1 TO w-cant-pagos
                       MOVE "PAGO TOTAL" TO w-resultado-aud
                       PERFORM 450-ASENTAR-AUDITORIA
                   ELSE
                       IF inf-resultado = "I"
                           PERFORM 530-CERRAR-RESULTADO
                           PERFORM 600-CASTIGAR-SOCIO
                           ADD 1 TO w-cant-incobrables
                           MOVE "INCOBRABLE" TO w-resultado-aud
                           PERFORM 450-ASENTAR-AUDITORIA
                       ELSE
                           DISPLAY "LEGAJO " inf-legajo
                               " RESULTADO " inf-resultado
                               " INVALIDO, LINEA RECHAZADA"
                           ADD 1 TO w-cant-rechazadas
                       END-IF
                   END-IF
               END-IF
           END-IF.

       530-CERRAR-RESULTADO.
           MOVE inf-resultado TO w-jud-estado (w-ind-abierta).
           MOVE w-fecha-res TO w-jud-fecha-res (w-ind-abierta).
           MOVE inf-importe TO w-jud-importe-res (w-ind-abierta).

      * La cartera judicial se regraba entera desde la tabla, igual
      * que el maestro de becas.
       550-GRABAR-JUDICIALES.
           OPEN OUTPUT JUDICIALES.
           PERFORM VARYING w-ind-jud FROM 1 BY 1
                   UNTIL w-ind-jud > w-cant-jud
               MOVE SPACES TO jud-reg
               MOVE w-jud-legajo (w-ind-jud) TO jud-legajo
               MOVE w-jud-fecha (w-ind-jud) TO jud-fecha-deriv
               MOVE w-jud-estudio (w-ind-jud) TO jud-estudio
               MOVE w-jud-deuda (w-ind-jud) TO jud-deuda
               MOVE w-jud-estado (w-ind-jud) TO jud-estado
               MOVE w-jud-fecha-res (w-ind-jud) TO jud-fecha-res
               MOVE w-jud-importe-res (w-ind-jud) TO jud-importe-res
               MOVE w-jud-operador (w-ind-jud) TO jud-operador
               WRITE jud-reg
           END-PERFORM.
           CLOSE JUDICIALES.

      * Mismo castigo que CastigarIncobrables: la cuota pasa a "K"
      * conservando su deuda, con imagen en la bitacora y registro
      * "K" en castigos.txt para el asiento de prevision.
       600-CASTIGAR-SOCIO.
           MOVE ZERO TO w-flag-cuota.
           MOVE w-legajo-eval TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS > cuota-llave
               INVALID KEY MOVE 1 TO w-flag-cuota
           END-START.
           PERFORM UNTIL w-flag-cuota = 1
               READ CUOTAS NEXT AT END MOVE 1 TO w-flag-cuota
               NOT AT END
                   IF cuo-alumno NOT = w-legajo-eval
                       MOVE 1 TO w-flag-cuota
                   ELSE
                       IF cuo-estado = "I" AND cuo-debe > ZERO
                           PERFORM 610-CASTIGAR-CUOTA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       610-CASTIGAR-CUOTA.
           MOVE cuo-estado TO w-bit-est-ant.
           MOVE cuo-debe TO w-bit-debe-ant.
           MOVE "K" TO cuo-estado.
           REWRITE cuo-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR LA CUOTA " cuo-alumno
                       " " cuo-cuota "/" cuo-anio
               NOT INVALID KEY
                   PERFORM 620-ASENTAR-BITACORA
                   PERFORM 630-GRABAR-CASTIGO
                   ADD 1 TO w-cant-castigadas
                   ADD cuo-debe TO w-tot-castigado
           END-REWRITE.

       620-ASENTAR-BITACORA.
           MOVE SPACES TO bit-reg.
           MOVE cuo-alumno TO bit-legajo.
           MOVE cuo-cuota TO bit-cuota.
           MOVE cuo-anio TO bit-anio.
           MOVE w-bit-est-ant TO bit-est-ant.
           MOVE cuo-importe TO bit-imp-ant.
           MOVE cuo-pagado TO bit-pag-ant.
           MOVE w-bit-debe-ant TO bit-debe-ant.
           MOVE cuo-estado TO bit-est-nue.
           MOVE cuo-importe TO bit-imp-nue.
           MOVE cuo-pagado TO bit-pag-nue.
           MOVE cuo-debe TO bit-debe-nue.
           MOVE "GestionJudicial" TO bit-programa.
           MOVE w-operador TO bit-operador.
           MOVE w-fecha-proceso TO bit-fecha.
           ACCEPT bit-hora FROM TIME.
           WRITE bit-reg.

       630-GRABAR-CASTIGO.
           MOVE SPACES TO cas-reg.
           MOVE "K" TO cas-tipo.
           MOVE cuo-alumno TO cas-legajo.
           MOVE cuo-cuota TO cas-cuota.
           MOVE cuo-anio TO cas-anio.
           MOVE cuo-concepto TO cas-concepto.
           MOVE cuo-debe TO cas-importe.
           MOVE w-fecha-proceso TO cas-fecha.
           MOVE w-operador TO cas-operador.
           WRITE cas-reg.

      * Listado de toda la cartera derivada con su estado, la deuda
      * que se informo al estudio y la que sigue impaga hoy, con
      * totales por estado.
       700-LISTADO.
           OPEN INPUT CUOTAS.
           IF w-status-cuotas NOT = "00"
               DISPLAY "NO SE PUDO ABRIR cuotas.dat, ESTADO "
                   w-status-cuotas
           ELSE
               PERFORM 710-ARMAR-LISTADO
               CLOSE CUOTAS
               DISPLAY "LISTADO EN cartera_judicial.txt"
           END-IF.

       710-ARMAR-LISTADO.
           MOVE ZERO TO w-cant-est-d.
           MOVE ZERO TO w-cant-est-a.
           MOVE ZERO TO w-cant-est-p.
           MOVE ZERO TO w-cant-est-i.
           MOVE ZERO TO w-tot-est-d.
           MOVE ZERO TO w-tot-est-a.
           MOVE ZERO TO w-tot-est-p.
           MOVE ZERO TO w-tot-est-i.
           MOVE ZERO TO w-tot-actual.
           MOVE ZERO TO w-escribir-detalle.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "CARTERA DERIVADA A GESTION JUDICIAL AL "
               w-fecha-proceso DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-guarda.
           WRITE rep-linea FROM lin-cabecera.
           WRITE rep-linea FROM lin-guarda.
           PERFORM VARYING w-ind-jud FROM 1 BY 1
                   UNTIL w-ind-jud > w-cant-jud
               PERFORM 720-LINEA-CASO
           END-PERFORM.
           WRITE rep-linea FROM lin-guarda.
           MOVE "DERIVADOS" TO l-tot-estado.
           MOVE w-cant-est-d TO l-tot-cant.
           MOVE w-tot-est-d TO l-tot-importe.
           WRITE rep-linea FROM lin-total-estado.
           MOVE "ACUERDO" TO l-tot-estado.
           MOVE w-cant-est-a TO l-tot-cant.
           MOVE w-tot-est-a TO l-tot-importe.
           WRITE rep-linea FROM lin-total-estado.
           MOVE "PAGO TOTAL" TO l-tot-estado.
           MOVE w-cant-est-p TO l-tot-cant.
           MOVE w-tot-est-p TO l-tot-importe.
           WRITE rep-linea FROM lin-total-estado.
           MOVE "INCOBRABLE" TO l-tot-estado.
           MOVE w-cant-est-i TO l-tot-cant.
           MOVE w-tot-est-i TO l-tot-importe.
           WRITE rep-linea FROM lin-total-estado.
           MOVE w-tot-actual TO l-total.
           MOVE SPACES TO rep-linea.
           STRING "      DEUDA IMPAGA HOY DE LA CARTERA EN GESTION: "
               l-total DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.

       720-LINEA-CASO.
           MOVE w-jud-legajo (w-ind-jud) TO w-legajo-eval.
           MOVE w-legajo-eval TO dat-legajo.
           READ DATOS
               INVALID KEY MOVE "(SIN DATOS)" TO w-nombre-socio
               NOT INVALID KEY MOVE dat-nombre TO w-nombre-socio
           END-READ.
           PERFORM 340-RELEVAR-DEUDA.
           MOVE w-legajo-eval TO l-legajo.
           MOVE w-nombre-socio TO l-nombre.
           MOVE w-jud-fecha (w-ind-jud) TO l-fecha.
           MOVE w-jud-estudio (w-ind-jud) TO l-estudio.
           MOVE w-jud-deuda (w-ind-jud) TO l-deuda.
           MOVE w-deuda-socio TO l-actual.
           IF w-jud-estado (w-ind-jud) = "D"
               MOVE "DERIVADO" TO l-estado
               ADD 1 TO w-cant-est-d
               ADD w-jud-deuda (w-ind-jud) TO w-tot-est-d
               ADD w-deuda-socio TO w-tot-actual
           ELSE
               IF w-jud-estado (w-ind-jud) = "A"
                   MOVE "ACUERDO" TO l-estado
                   ADD 1 TO w-cant-est-a
                   ADD w-jud-deuda (w-ind-jud) TO w-tot-est-a
                   ADD w-deuda-socio TO w-tot-actual
               ELSE
                   IF w-jud-estado (w-ind-jud) = "P"
                       MOVE "PAGO TOTAL" TO l-estado
                       ADD 1 TO w-cant-est-p
                       ADD w-jud-deuda (w-ind-jud) TO w-tot-est-p
                   ELSE
                       MOVE "INCOBRABLE" TO l-estado
                       ADD 1 TO w-cant-est-i
                       ADD w-jud-deuda (w-ind-jud) TO w-tot-est-i
                   END-IF
               END-IF
           END-IF.
           WRITE rep-linea FROM lin-detalle.
           IF w-jud-estado (w-ind-jud) NOT = "D"
               MOVE w-jud-fecha-res (w-ind-jud) TO l-fecha-res
               MOVE w-jud-importe-res (w-ind-jud) TO l-importe-res
               WRITE rep-linea FROM lin-resultado
           END-IF.

      * Un dia es habil si no es sabado ni domingo ni figura en el
      * calendario de feriados; el dia 1 de INTEGER-OF-DATE es un
      * lunes, asi que el resto modulo 7 da 6 para sabado y 0 para
      * domingo.
       760-VERIFICAR-HABIL.
           MOVE 1 TO w-es-habil.
           COMPUTE w-int-eval =
               FUNCTION INTEGER-OF-DATE(w-fecha-eval).
           COMPUTE w-dia-semana = FUNCTION MOD(w-int-eval, 7).
           IF w-dia-semana = 6 OR w-dia-semana = 0
               MOVE ZERO TO w-es-habil
           END-IF.
           PERFORM VARYING w-ind-cal FROM 1 BY 1
                   UNTIL w-ind-cal > w-cant-cal
               IF w-cal-fecha (w-ind-cal) = w-fecha-eval
                   MOVE ZERO TO w-es-habil
               END-IF
           END-PERFORM.

       765-CORRER-A-HABIL.
           PERFORM 760-VERIFICAR-HABIL.
           PERFORM UNTIL w-es-habil = 1
               COMPUTE w-int-eval = w-int-eval + 1
               COMPUTE w-fecha-eval =
                   FUNCTION DATE-OF-INTEGER(w-int-eval)
               PERFORM 760-VERIFICAR-HABIL
           END-PERFORM.

      * Al terminar, la sesion propia se quita de la traba
      * reescribiendo el archivo sin el registro propio.
       830-SOLTAR-TRABA.
           MOVE ZERO TO w-cant-trabas.
           MOVE ZERO TO w-flag-tra.
           MOVE ZERO TO w-traba-propia.
           OPEN INPUT TRABA.
           IF w-status-traba = "00"
               PERFORM 015-LEER-TRABA
               PERFORM UNTIL w-flag-tra = 1
                   IF w-traba-propia = ZERO
                   AND tra-tipo = "I"
                   AND tra-programa = "GestionJudicial"
                   AND tra-fecha = w-traba-fecha
                   AND tra-hora = w-traba-hora
                       MOVE 1 TO w-traba-propia
                   ELSE
                       IF w-cant-trabas < 20
                           ADD 1 TO w-cant-trabas
                           MOVE tra-reg
                               TO w-tab-traba (w-cant-trabas)
                       END-IF
                   END-IF
                   PERFORM 015-LEER-TRABA
               END-PERFORM
               CLOSE TRABA
               OPEN OUTPUT TRABA
               PERFORM VARYING w-ind-tra FROM 1 BY 1
                       UNTIL w-ind-tra > w-cant-trabas
                   MOVE w-tab-traba (w-ind-tra) TO tra-reg
                   WRITE tra-reg
               END-PERFORM
               CLOSE TRABA
           ELSE
               IF w-status-traba = "05"
                   CLOSE TRABA
               END-IF
           END-IF.

       END PROGRAM GESTION-JUDICIAL.
