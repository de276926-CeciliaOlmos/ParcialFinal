      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-CARNETS.
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
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL CARNETS
                   ASSIGN TO "..\carnets_emitidos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-car.
           SELECT IMPRESION ASSIGN TO "..\carnets_impresion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTA ASSIGN TO "..\cuotas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cta.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
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

      * Registro de carnets emitidos: una linea por cada impresion
      * con su numero de copia (1 la primera, y uno mas por cada
      * renovacion o reimpresion). Tipo E emision o renovacion por
      * vencimiento, R reimpresion por perdida (con motivo y cargo
      * de reposicion). La copia mas alta del legajo es la vigente
      * y es la que viaja en habilitaciones.txt.
       FD  CARNETS.
       01  car-reg.
           03 car-legajo pic 9(5).
           03 filler pic x value space.
           03 car-copia pic 9(2).
           03 filler pic x value space.
           03 car-fecha pic 9(8).
           03 filler pic x value space.
           03 car-vencimiento pic 9(8).
           03 filler pic x value space.
           03 car-tipo pic x.
           03 filler pic x value space.
           03 car-motivo pic x(20).
           03 filler pic x value space.
           03 car-operador pic x(8).

      * Archivo de impresion para la impresora de carnets: una
      * linea por carnet a imprimir en la tanda.
       FD  IMPRESION.
       01  imp-reg.
           03 imp-legajo pic 9(5).
           03 filler pic x value space.
           03 imp-nombre pic x(30).
           03 filler pic x value space.
           03 imp-dni pic 9(8).
           03 filler pic x value space.
           03 imp-categoria pic x(2).
           03 filler pic x value space.
           03 imp-vencimiento pic 9(8).
           03 filler pic x value space.
           03 imp-copia pic 9(2).

       FD  CTA.
       01  cuo-tex-reg.
           03 cuo-tex-alumno pic 9(5).
           03 cuo-tex-cuota pic 9(2).
           03 cuo-tex-anio pic 9(4).
           03 cuo-tex-fecha pic 9(8).
           03 cuo-tex-estado pic x.
           03 cuo-tex-importe pic 9(8).
           03 cuo-tex-pagado pic 9(8).
           03 cuo-tex-debe pic 9(8).
           03 cuo-tex-concepto pic 9(2).

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

      * Maestro unico de parametros: anios de vigencia del carnet
      * (VIGENCIA-CARNET) y arancel de reposicion por perdida
      * (ARANCEL-CARNET).
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

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-status-car pic xx value spaces.
       77  w-status-cta pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-car pic 9 value zero.
       77  w-flag-cta pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-flag-alu pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 5.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-vigencia-anios pic 9(2) value zero.
       77  w-arancel-carnet pic 9(8) value zero.
       77  w-concepto-carnet pic 9(2) value 7.
       77  w-legajo-carga pic 9(5) value zero.
       77  w-motivo pic x(20) value spaces.
       77  w-operacion-aud pic x(12) value spaces.
       77  w-confirma pic x value space.
       77  w-tipo-emision pic x value space.
       77  w-ult-copia pic 9(2) value zero.
       77  w-ult-vencimiento pic 9(8) value zero.
       77  w-nueva-copia pic 9(2) value zero.
       77  w-sin-datos pic 9 value zero.
       77  w-cant-emitidos pic 9(5) value zero.
       77  w-cant-sin-datos pic 9(5) value zero.
       77  w-cant-car pic 9(4) value zero.
       77  w-ind-car pic 9(4) value zero.
       77  w-car-hallado pic 9(4) value zero.
       77  w-anio-cargo pic 9(4) value zero.
       77  w-cuota-libre pic 9(2) value zero.
       77  w-cuota-tomada pic 9 value zero.
       77  w-ind-bus pic 9(2) value zero.
       77  w-cant-pend pic 9(4) value zero.
       77  w-ind-pend pic 9(4) value zero.
       01  w-fecha-venc.
           03 w-fve-anio pic 9(4).
           03 w-fve-mmdd pic 9(4).
      * Ultima copia emitida por legajo, para la tanda masiva.
       01  w-tab-carnets.
           03 w-tab-car occurs 3000.
               05 w-car-legajo pic 9(5).
               05 w-car-copia pic 9(2).
               05 w-car-vencimiento pic 9(8).
      * Cargos en cuotas.txt que todavia no cargo CuotaTexAindex.
       01  w-tab-pendientes.
           03 w-tab-pend occurs 2000.
               05 w-pend-alumno pic 9(5).
               05 w-pend-cuota pic 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 090-LEER-PARAMETROS-SIS.
           IF w-vigencia-anios = ZERO
               MOVE 1 TO w-vigencia-anios
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT ALUMNOS.
           OPEN INPUT DATOS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 250-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE DATOS.
           CLOSE ALUMNOS.
           STOP RUN.

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

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "VIGENCIA-CARNET"
                       COMPUTE w-vigencia-anios =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "ARANCEL-CARNET"
                       COMPUTE w-arancel-carnet =
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

       095-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

       200-MENU.
           DISPLAY " ".
           DISPLAY "CARNETS DE SOCIO".
           DISPLAY "  1- EMITIR CARNETS PENDIENTES (TANDA)".
           DISPLAY "  2- EMITIR O RENOVAR EL CARNET DE UN SOCIO".
           DISPLAY "  3- REIMPRESION POR PERDIDA".
           DISPLAY "  4- CONSULTAR EMISIONES DE UN SOCIO".
           DISPLAY "  5- SALIR".
           ACCEPT w-llave-menu.

       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-EMITIR-TANDA
           ELSE
               IF w-llave-menu = 2
                   PERFORM 400-EMITIR-SOCIO
               ELSE
                   IF w-llave-menu = 3
                       PERFORM 500-REIMPRIMIR
                   ELSE
                       IF w-llave-menu = 4
                           PERFORM 550-CONSULTAR
                       ELSE
                           DISPLAY "OPCION INVALIDA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Tanda: todo socio activo (ni baja ni suspendido) sin carnet
      * o con el carnet vencido recibe uno nuevo. Sin datos
      * personales no hay nombre ni DNI que imprimir y se omite.
       300-EMITIR-TANDA.
           PERFORM 320-CARGAR-CARNETS.
           MOVE ZERO TO w-cant-emitidos.
           MOVE ZERO TO w-cant-sin-datos.
           MOVE "E" TO w-tipo-emision.
           MOVE SPACES TO w-motivo.
           OPEN OUTPUT IMPRESION.
           OPEN EXTEND CARNETS.
           MOVE ZERO TO w-flag-alu.
           MOVE 1 TO rel-nro.
           START ALUMNOS KEY IS NOT LESS THAN rel-nro
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           IF w-flag-alu = ZERO
               PERFORM 310-LEER-ALU-SIG
           END-IF.
           PERFORM UNTIL w-flag-alu = 1
               IF alu-alumno NOT = ZERO
               AND alu-estado NOT = "B"
               AND alu-estado NOT = "S"
                   PERFORM 330-VER-CARNET-TANDA
               END-IF
               PERFORM 310-LEER-ALU-SIG
           END-PERFORM.
           CLOSE CARNETS.
           CLOSE IMPRESION.
           DISPLAY "CARNETS EMITIDOS     : " w-cant-emitidos.
           DISPLAY "SIN DATOS PERSONALES : " w-cant-sin-datos.
           DISPLAY "ARCHIVO DE IMPRESION : carnets_impresion.txt".
           IF w-cant-emitidos > ZERO
               MOVE ZERO TO w-legajo-carga
               MOVE "TANDA" TO w-operacion-aud
               PERFORM 750-ASENTAR-AUDITORIA
           END-IF.

       310-LEER-ALU-SIG.
           READ ALUMNOS NEXT RECORD AT END MOVE 1 TO w-flag-alu.

       320-CARGAR-CARNETS.
           MOVE ZERO TO w-cant-car.
           MOVE ZERO TO w-flag-car.
           OPEN INPUT CARNETS.
           IF w-status-car = "00"
               PERFORM 615-LEER-CARNET
               PERFORM UNTIL w-flag-car = 1
                   PERFORM 325-ACUMULAR-CARNET
                   PERFORM 615-LEER-CARNET
               END-PERFORM
               CLOSE CARNETS
           ELSE
               IF w-status-car = "05"
                   CLOSE CARNETS
               END-IF
           END-IF.

       325-ACUMULAR-CARNET.
           MOVE ZERO TO w-car-hallado.
           PERFORM VARYING w-ind-car FROM 1 BY 1
                   UNTIL w-ind-car > w-cant-car
                   OR w-car-hallado NOT = ZERO
               IF w-car-legajo (w-ind-car) = car-legajo
                   MOVE w-ind-car TO w-car-hallado
               END-IF
           END-PERFORM.
           IF w-car-hallado = ZERO
               IF w-cant-car < 3000
                   ADD 1 TO w-cant-car
                   MOVE car-legajo TO w-car-legajo (w-cant-car)
                   MOVE car-copia TO w-car-copia (w-cant-car)
                   MOVE car-vencimiento
                       TO w-car-vencimiento (w-cant-car)
               END-IF
           ELSE
               IF car-copia > w-car-copia (w-car-hallado)
                   MOVE car-copia TO w-car-copia (w-car-hallado)
                   MOVE car-vencimiento
                       TO w-car-vencimiento (w-car-hallado)
               END-IF
           END-IF.

       330-VER-CARNET-TANDA.
           MOVE ZERO TO w-ult-copia.
           MOVE ZERO TO w-ult-vencimiento.
           PERFORM VARYING w-ind-car FROM 1 BY 1
                   UNTIL w-ind-car > w-cant-car
               IF w-car-legajo (w-ind-car) = alu-alumno
                   MOVE w-car-copia (w-ind-car) TO w-ult-copia
                   MOVE w-car-vencimiento (w-ind-car)
                       TO w-ult-vencimiento
               END-IF
           END-PERFORM.
           IF w-ult-copia = ZERO
           OR w-ult-vencimiento < w-fecha-hoy
               MOVE alu-alumno TO w-legajo-carga
               PERFORM 700-EMITIR-CARNET
           END-IF.

      * Emision individual (alta nueva o carnet vencido). Con un
      * carnet vigente no se emite otro: eso es una reimpresion y
      * va por la opcion 3, con motivo y cargo.
       400-EMITIR-SOCIO.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           PERFORM 640-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
           ELSE
               IF alu-estado = "S"
                   DISPLAY "EL SOCIO ESTA SUSPENDIDO, NO SE EMITE "
                       "CARNET"
               ELSE
                   PERFORM 610-BUSCAR-ULTIMA-COPIA
                   IF w-ult-copia NOT = ZERO
                   AND w-ult-vencimiento >= w-fecha-hoy
                       DISPLAY "YA TIENE EL CARNET COPIA " w-ult-copia
                           " VIGENTE HASTA " w-ult-vencimiento
                       DISPLAY "PARA UNA REPOSICION USE LA OPCION 3"
                   ELSE
                       MOVE "E" TO w-tipo-emision
                       MOVE SPACES TO w-motivo
                       OPEN OUTPUT IMPRESION
                       OPEN EXTEND CARNETS
                       PERFORM 700-EMITIR-CARNET
                       CLOSE CARNETS
                       CLOSE IMPRESION
                       IF w-sin-datos = 1
                           DISPLAY "EL SOCIO NO TIENE DATOS "
                               "PERSONALES CARGADOS, NO SE EMITE"
                       ELSE
                           DISPLAY "CARNET COPIA " w-nueva-copia
                               " VENCE " w-fecha-venc
                           MOVE "EMISION" TO w-operacion-aud
                           PERFORM 750-ASENTAR-AUDITORIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Reimpresion por perdida o robo: la copia nueva invalida las
      * anteriores (el molinete solo acepta la copia vigente de
      * habilitaciones.txt) y se factura la reposicion con el
      * concepto propio 07 por cuotas.txt.
       500-REIMPRIMIR.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           PERFORM 640-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
           ELSE
               PERFORM 610-BUSCAR-ULTIMA-COPIA
               IF w-ult-copia = ZERO
                   DISPLAY "EL SOCIO NUNCA TUVO CARNET: USE LA "
                       "OPCION 2"
               ELSE
                   DISPLAY "Motivo de la reimpresion: "
                   ACCEPT w-motivo
                   IF w-motivo = SPACES
                       DISPLAY "EL MOTIVO ES OBLIGATORIO"
                   ELSE
                       IF w-arancel-carnet = ZERO
                           DISPLAY "ARANCEL DE REPOSICION: "
                           ACCEPT w-arancel-carnet
                       END-IF
                       DISPLAY "SE FACTURA LA REPOSICION POR "
                           w-arancel-carnet ". CONFIRMA (S/N): "
                       ACCEPT w-confirma
                       IF w-confirma = "S" OR w-confirma = "s"
                           PERFORM 520-GRABAR-REIMPRESION
                       ELSE
                           DISPLAY "REIMPRESION CANCELADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       520-GRABAR-REIMPRESION.
           MOVE "R" TO w-tipo-emision.
           OPEN OUTPUT IMPRESION.
           OPEN EXTEND CARNETS.
           PERFORM 700-EMITIR-CARNET.
           CLOSE CARNETS.
           CLOSE IMPRESION.
           IF w-sin-datos = 1
               DISPLAY "EL SOCIO NO TIENE DATOS PERSONALES "
                   "CARGADOS, NO SE EMITE"
           ELSE
               PERFORM 800-GENERAR-CARGO
               DISPLAY "CARNET COPIA " w-nueva-copia " VENCE "
                   w-fecha-venc ": LAS COPIAS ANTERIORES QUEDAN "
                   "ANULADAS"
               MOVE "REIMPRESION" TO w-operacion-aud
               PERFORM 750-ASENTAR-AUDITORIA
           END-IF.

       550-CONSULTAR.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           MOVE ZERO TO w-flag-car.
           MOVE ZERO TO w-ult-copia.
           OPEN INPUT CARNETS.
           IF w-status-car = "00"
               PERFORM 615-LEER-CARNET
               PERFORM UNTIL w-flag-car = 1
                   IF car-legajo = w-legajo-carga
                       DISPLAY "  COPIA " car-copia " DEL " car-fecha
                           " VENCE " car-vencimiento
                           " TIPO " car-tipo " " car-motivo
                           " OPER. " car-operador
                       MOVE car-copia TO w-ult-copia
                   END-IF
                   PERFORM 615-LEER-CARNET
               END-PERFORM
               CLOSE CARNETS
           ELSE
               IF w-status-car = "05"
                   CLOSE CARNETS
               END-IF
           END-IF.
           IF w-ult-copia = ZERO
               DISPLAY "EL SOCIO NO TIENE CARNETS EMITIDOS"
           END-IF.

       610-BUSCAR-ULTIMA-COPIA.
           MOVE ZERO TO w-ult-copia.
           MOVE ZERO TO w-ult-vencimiento.
           MOVE ZERO TO w-flag-car.
           OPEN INPUT CARNETS.
           IF w-status-car = "00"
               PERFORM 615-LEER-CARNET
               PERFORM UNTIL w-flag-car = 1
                   IF car-legajo = w-legajo-carga
                   AND car-copia > w-ult-copia
                       MOVE car-copia TO w-ult-copia
                       MOVE car-vencimiento TO w-ult-vencimiento
                   END-IF
                   PERFORM 615-LEER-CARNET
               END-PERFORM
               CLOSE CARNETS
           ELSE
               IF w-status-car = "05"
                   CLOSE CARNETS
               END-IF
           END-IF.

       615-LEER-CARNET.
           READ CARNETS AT END MOVE 1 TO w-flag-car.

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ArmarGrupo.
       640-VALIDAR-LEGAJO.
           MOVE w-legajo-carga TO w-alu-ant.
           MOVE ZERO TO w-alu-encontrado.
           PERFORM 645-INVOCAR-FUNCION-HASHING.
           PERFORM 650-LEER-ALU.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           ELSE
               PERFORM 655-BUSCAR-SINONIMO
           END-IF.
           IF alu-fue-encontrado
               IF alu-estado = "B"
                   MOVE ZERO TO w-alu-encontrado
               END-IF
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

      * Arma la linea de impresion y el registro de emision con la
      * copia siguiente a la ultima del legajo. El vencimiento es la
      * fecha de hoy corrida los anios de vigencia (un 29 de
      * febrero pasa al 28).
       700-EMITIR-CARNET.
           MOVE ZERO TO w-sin-datos.
           MOVE w-legajo-carga TO dat-legajo.
           READ DATOS
               INVALID KEY MOVE 1 TO w-sin-datos
           END-READ.
           IF w-sin-datos = 1
               ADD 1 TO w-cant-sin-datos
           ELSE
               COMPUTE w-nueva-copia = w-ult-copia + 1
               MOVE w-fecha-hoy TO w-fecha-venc
               ADD w-vigencia-anios TO w-fve-anio
               IF w-fve-mmdd = 0229
                   MOVE 0228 TO w-fve-mmdd
               END-IF
               MOVE SPACES TO imp-reg
               MOVE w-legajo-carga TO imp-legajo
               MOVE dat-nombre TO imp-nombre
               MOVE dat-dni TO imp-dni
               MOVE dat-categoria TO imp-categoria
               MOVE w-fecha-venc TO imp-vencimiento
               MOVE w-nueva-copia TO imp-copia
               WRITE imp-reg
               MOVE SPACES TO car-reg
               MOVE w-legajo-carga TO car-legajo
               MOVE w-nueva-copia TO car-copia
               MOVE w-fecha-hoy TO car-fecha
               MOVE w-fecha-venc TO car-vencimiento
               MOVE w-tipo-emision TO car-tipo
               MOVE w-motivo TO car-motivo
               MOVE w-operador TO car-operador
               WRITE car-reg
               ADD 1 TO w-cant-emitidos
           END-IF.

      * Mismo registro de auditoria que usan AltaAlu y
      * MantenerParametros. La operacion la deja cargada quien
      * llama.
       750-ASENTAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-legajo-carga TO aud-legajo.
           MOVE w-operacion-aud TO aud-operacion.
           IF w-legajo-carga = ZERO
               STRING "CARNETS " w-cant-emitidos
                   DELIMITED BY SIZE INTO aud-resultado
           ELSE
               STRING "COPIA " w-nueva-copia
                   DELIMITED BY SIZE INTO aud-resultado
           END-IF.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      * El cargo de reposicion sale por cuotas.txt con el primer
      * numero de cuota libre del socio en el rango 13-50, como las
      * reservas y los pases, salteando tambien los cargos que
      * esperan en cuotas.txt a CuotaTexAindex.
       800-GENERAR-CARGO.
           COMPUTE w-anio-cargo = w-fecha-hoy / 10000.
           PERFORM 810-CARGAR-PENDIENTES.
           OPEN INPUT CUOTAS.
           PERFORM 820-BUSCAR-CUOTA-LIBRE.
           CLOSE CUOTAS.
           IF w-cuota-libre = ZERO
               DISPLAY "LEGAJO " w-legajo-carga " SIN NUMERO DE "
                   "CUOTA LIBRE, CARGO DE REPOSICION NO GENERADO"
           ELSE
               OPEN EXTEND CTA
               MOVE SPACES TO cuo-tex-reg
               MOVE w-legajo-carga TO cuo-tex-alumno
               MOVE w-cuota-libre TO cuo-tex-cuota
               MOVE w-anio-cargo TO cuo-tex-anio
               MOVE w-fecha-hoy TO cuo-tex-fecha
               MOVE "I" TO cuo-tex-estado
               MOVE w-arancel-carnet TO cuo-tex-importe
               MOVE ZERO TO cuo-tex-pagado
               MOVE w-arancel-carnet TO cuo-tex-debe
               MOVE w-concepto-carnet TO cuo-tex-concepto
               WRITE cuo-tex-reg
               CLOSE CTA
               DISPLAY "CARGO DE REPOSICION " w-arancel-carnet
                   " EN LA CUOTA " w-cuota-libre "/" w-anio-cargo
           END-IF.

       810-CARGAR-PENDIENTES.
           MOVE ZERO TO w-cant-pend.
           MOVE ZERO TO w-flag-cta.
           OPEN INPUT CTA.
           IF w-status-cta = "00"
               PERFORM 815-LEER-CTA
               PERFORM UNTIL w-flag-cta = 1
                   IF cuo-tex-alumno = w-legajo-carga
                   AND cuo-tex-anio = w-anio-cargo
                   AND w-cant-pend < 2000
                       ADD 1 TO w-cant-pend
                       MOVE cuo-tex-alumno
                           TO w-pend-alumno (w-cant-pend)
                       MOVE cuo-tex-cuota TO w-pend-cuota (w-cant-pend)
                   END-IF
                   PERFORM 815-LEER-CTA
               END-PERFORM
               CLOSE CTA
           ELSE
               IF w-status-cta = "05"
                   CLOSE CTA
               END-IF
           END-IF.

       815-LEER-CTA.
           READ CTA AT END MOVE 1 TO w-flag-cta.

       820-BUSCAR-CUOTA-LIBRE.
           MOVE ZERO TO w-cuota-libre.
           PERFORM VARYING w-ind-bus FROM 13 BY 1
                   UNTIL w-ind-bus > 50 OR w-cuota-libre NOT = ZERO
               MOVE ZERO TO w-cuota-tomada
               PERFORM VARYING w-ind-pend FROM 1 BY 1
                       UNTIL w-ind-pend > w-cant-pend
                   IF w-pend-cuota (w-ind-pend) = w-ind-bus
                       MOVE 1 TO w-cuota-tomada
                   END-IF
               END-PERFORM
               IF w-cuota-tomada = ZERO
                   MOVE w-legajo-carga TO cuo-alumno
                   MOVE w-ind-bus TO cuo-cuota
                   MOVE w-anio-cargo TO cuo-anio
                   READ CUOTAS
                       INVALID KEY MOVE w-ind-bus TO w-cuota-libre
                       NOT INVALID KEY CONTINUE
                   END-READ
               END-IF
           END-PERFORM.

       END PROGRAM EMITIR-CARNETS.
