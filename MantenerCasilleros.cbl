      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CASILLEROS.
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
           SELECT OPTIONAL CASILLEROS ASSIGN TO "..\casilleros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-csl.
           SELECT OPTIONAL ASIGNACIONES
                   ASSIGN TO "..\casilleros_asig.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-asg.
           SELECT OPTIONAL ESPERA ASSIGN TO "..\casilleros_espera.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-esp.
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

      * Maestro de casilleros: numero, vestuario donde esta, tamano
      * (C chico, M mediano, G grande), tarifa mensual y estado (L
      * libre, O ocupado, F fuera de servicio).
       FD  CASILLEROS.
       01  csl-reg.
           03 csl-numero pic 9(4).
           03 filler pic x value space.
           03 csl-vestuario pic x(12).
           03 filler pic x value space.
           03 csl-tamano pic x.
           03 filler pic x value space.
           03 csl-tarifa pic 9(8).
           03 filler pic x value space.
           03 csl-estado pic x.

      * Asignaciones de casilleros a socios: fecha de inicio, fecha
      * hasta la que esta renovado el alquiler y estado (A activa,
      * L marcada para liberar por falta de pago, B terminada).
      * asg-ult-periodo es el ultimo mes (AAAAMM) ya facturado por
      * FacturarCasilleros; asg-fin la fecha en que se libero.
       FD  ASIGNACIONES.
       01  asg-reg.
           03 asg-casillero pic 9(4).
           03 filler pic x value space.
           03 asg-legajo pic 9(5).
           03 filler pic x value space.
           03 asg-inicio pic 9(8).
           03 filler pic x value space.
           03 asg-renovacion pic 9(8).
           03 filler pic x value space.
           03 asg-estado pic x.
           03 filler pic x value space.
           03 asg-ult-periodo pic 9(6).
           03 filler pic x value space.
           03 asg-fin pic 9(8).

      * Lista de espera por tamano de casillero, en orden de
      * anotacion; el vestuario en blanco acepta cualquiera. Estado
      * E en espera, A ya asignado, B se borro de la lista.
       FD  ESPERA.
       01  esp-reg.
           03 esp-legajo pic 9(5).
           03 filler pic x value space.
           03 esp-tamano pic x.
           03 filler pic x value space.
           03 esp-vestuario pic x(12).
           03 filler pic x value space.
           03 esp-fecha pic 9(8).
           03 filler pic x value space.
           03 esp-estado pic x.

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
       77  w-status-csl pic xx value spaces.
       77  w-status-asg pic xx value spaces.
       77  w-status-esp pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-csl pic 9 value zero.
       77  w-flag-asg pic 9 value zero.
       77  w-flag-esp pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 7.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-hora-proceso pic 9(8) value zero.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-numero-carga pic 9(4) value zero.
       77  w-vestuario-carga pic x(12) value spaces.
       77  w-tamano-carga pic x value space.
       77  w-tarifa-carga pic 9(8) value zero.
       77  w-fuera-servicio pic x value space.
       77  w-legajo-carga pic 9(5) value zero.
       77  w-renovacion-carga pic 9(8) value zero.
       77  w-renovacion-sugerida pic 9(8) value zero.
       77  w-confirma pic x value space.
       77  w-cant-csl pic 9(3) value zero.
       77  w-ind-csl pic 9(3) value zero.
       77  w-csl-hallado pic 9(3) value zero.
       77  w-cant-asg pic 9(4) value zero.
       77  w-ind-asg pic 9(4) value zero.
       77  w-asg-hallada pic 9(4) value zero.
       77  w-cant-esp pic 9(3) value zero.
       77  w-ind-esp pic 9(3) value zero.
       77  w-esp-hallada pic 9(3) value zero.
       77  w-cant-en-espera pic 9(3) value zero.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-operacion-aud pic x(12) value spaces.
       77  w-legajo-aud pic 9(5) value zero.
       01  w-fecha-renov.
           03 w-renov-anio pic 9(4).
           03 w-renov-mmdd pic 9(4).
       01  w-tab-casilleros.
           03 w-tab-csl occurs 500.
               05 w-csl-numero pic 9(4).
               05 w-csl-vestuario pic x(12).
               05 w-csl-tamano pic x.
               05 w-csl-tarifa pic 9(8).
               05 w-csl-estado pic x.
       01  w-tab-asignaciones.
           03 w-tab-asg occurs 2000.
               05 w-asg-casillero pic 9(4).
               05 w-asg-legajo pic 9(5).
               05 w-asg-inicio pic 9(8).
               05 w-asg-renovacion pic 9(8).
               05 w-asg-estado pic x.
               05 w-asg-ult-periodo pic 9(6).
               05 w-asg-fin pic 9(8).
       01  w-tab-espera.
           03 w-tab-esp occurs 500.
               05 w-esp-legajo pic 9(5).
               05 w-esp-tamano pic x.
               05 w-esp-vestuario pic x(12).
               05 w-esp-fecha pic 9(8).
               05 w-esp-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 100-CARGAR-CASILLEROS.
           PERFORM 150-CARGAR-ASIGNACIONES.
           PERFORM 170-CARGAR-ESPERA.
           OPEN INPUT ALUMNOS.
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

       100-CARGAR-CASILLEROS.
           MOVE ZERO TO w-cant-csl.
           MOVE ZERO TO w-flag-csl.
           OPEN INPUT CASILLEROS.
           IF w-status-csl = "00"
               PERFORM 110-LEER-CASILLERO
               PERFORM UNTIL w-flag-csl = 1
                   IF w-cant-csl < 500
                       ADD 1 TO w-cant-csl
                       MOVE csl-numero TO w-csl-numero (w-cant-csl)
                       MOVE csl-vestuario
                           TO w-csl-vestuario (w-cant-csl)
                       MOVE csl-tamano TO w-csl-tamano (w-cant-csl)
                       MOVE csl-tarifa TO w-csl-tarifa (w-cant-csl)
                       MOVE csl-estado TO w-csl-estado (w-cant-csl)
                   END-IF
                   PERFORM 110-LEER-CASILLERO
               END-PERFORM
               CLOSE CASILLEROS
           ELSE
               IF w-status-csl = "05"
                   CLOSE CASILLEROS
               END-IF
           END-IF.

       110-LEER-CASILLERO.
           READ CASILLEROS AT END MOVE 1 TO w-flag-csl.

       150-CARGAR-ASIGNACIONES.
           MOVE ZERO TO w-cant-asg.
           MOVE ZERO TO w-flag-asg.
           OPEN INPUT ASIGNACIONES.
           IF w-status-asg = "00"
               PERFORM 160-LEER-ASIGNACION
               PERFORM UNTIL w-flag-asg = 1
                   IF w-cant-asg < 2000
                       ADD 1 TO w-cant-asg
                       MOVE asg-casillero
                           TO w-asg-casillero (w-cant-asg)
                       MOVE asg-legajo TO w-asg-legajo (w-cant-asg)
                       MOVE asg-inicio TO w-asg-inicio (w-cant-asg)
                       MOVE asg-renovacion
                           TO w-asg-renovacion (w-cant-asg)
                       MOVE asg-estado TO w-asg-estado (w-cant-asg)
                       MOVE asg-ult-periodo
                           TO w-asg-ult-periodo (w-cant-asg)
                       MOVE asg-fin TO w-asg-fin (w-cant-asg)
                   END-IF
                   PERFORM 160-LEER-ASIGNACION
               END-PERFORM
               CLOSE ASIGNACIONES
           ELSE
               IF w-status-asg = "05"
                   CLOSE ASIGNACIONES
               END-IF
           END-IF.

       160-LEER-ASIGNACION.
           READ ASIGNACIONES AT END MOVE 1 TO w-flag-asg.

       170-CARGAR-ESPERA.
           MOVE ZERO TO w-cant-esp.
           MOVE ZERO TO w-flag-esp.
           OPEN INPUT ESPERA.
           IF w-status-esp = "00"
               PERFORM 180-LEER-ESPERA
               PERFORM UNTIL w-flag-esp = 1
                   IF w-cant-esp < 500
                       ADD 1 TO w-cant-esp
                       MOVE esp-legajo TO w-esp-legajo (w-cant-esp)
                       MOVE esp-tamano TO w-esp-tamano (w-cant-esp)
                       MOVE esp-vestuario
                           TO w-esp-vestuario (w-cant-esp)
                       MOVE esp-fecha TO w-esp-fecha (w-cant-esp)
                       MOVE esp-estado TO w-esp-estado (w-cant-esp)
                   END-IF
                   PERFORM 180-LEER-ESPERA
               END-PERFORM
               CLOSE ESPERA
           ELSE
               IF w-status-esp = "05"
                   CLOSE ESPERA
               END-IF
           END-IF.

       180-LEER-ESPERA.
           READ ESPERA AT END MOVE 1 TO w-flag-esp.

       200-MENU.
           DISPLAY " ".
           DISPLAY "ALQUILER DE CASILLEROS".
           DISPLAY "  1- CONSULTAR UN CASILLERO".
           DISPLAY "  2- ALTA O MODIFICACION DE CASILLERO".
           DISPLAY "  3- ASIGNAR CASILLERO A UN SOCIO".
           DISPLAY "  4- RENOVAR ALQUILER".
           DISPLAY "  5- LIBERAR CASILLERO".
           DISPLAY "  6- ANOTAR EN LISTA DE ESPERA".
           DISPLAY "  7- SALIR".
           ACCEPT w-llave-menu.

      * Asignar, renovar, liberar y anotar en espera son tareas de
      * la secretaria; el maestro (tarifa, estado del casillero)
      * exige perfil supervisor porque la tarifa es lo que se le
      * factura al socio todos los meses.
       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-CONSULTAR
           END-IF.
           IF w-llave-menu = 2
               IF w-perfil NOT = "S"
                   DISPLAY "MODIFICAR EL MAESTRO DE CASILLEROS "
                       "REQUIERE PERFIL DE SUPERVISOR"
               ELSE
                   PERFORM 400-ALTA-CASILLERO
               END-IF
           END-IF.
           IF w-llave-menu = 3
               PERFORM 500-ASIGNAR
           END-IF.
           IF w-llave-menu = 4
               PERFORM 550-RENOVAR
           END-IF.
           IF w-llave-menu = 5
               PERFORM 570-LIBERAR
           END-IF.
           IF w-llave-menu = 6
               PERFORM 590-ANOTAR-ESPERA
           END-IF.
           IF w-llave-menu = ZERO OR w-llave-menu > 7
               DISPLAY "OPCION INVALIDA"
           END-IF.

       300-CONSULTAR.
           DISPLAY "Numero de casillero: ".
           ACCEPT w-numero-carga.
           PERFORM 600-BUSCAR-CASILLERO.
           IF w-csl-hallado = ZERO
               DISPLAY "EL CASILLERO NO EXISTE"
           ELSE
               DISPLAY "CASILLERO " w-csl-numero (w-csl-hallado)
                   " VESTUARIO " w-csl-vestuario (w-csl-hallado)
                   " TAMANO " w-csl-tamano (w-csl-hallado)
                   " TARIFA " w-csl-tarifa (w-csl-hallado)
                   " ESTADO " w-csl-estado (w-csl-hallado)
               PERFORM 610-BUSCAR-ASIG-CASILLERO
               IF w-asg-hallada NOT = ZERO
                   DISPLAY "    SOCIO " w-asg-legajo (w-asg-hallada)
                       " DESDE " w-asg-inicio (w-asg-hallada)
                       " RENOVADO HASTA "
                       w-asg-renovacion (w-asg-hallada)
                       " FACTURADO HASTA "
                       w-asg-ult-periodo (w-asg-hallada)
                   IF w-asg-estado (w-asg-hallada) = "L"
                       DISPLAY "    MARCADO PARA LIBERAR POR FALTA "
                           "DE PAGO"
                   END-IF
               END-IF
           END-IF.

      * El estado del casillero lo manejan la asignacion y la
      * liberacion; en el maestro solo se lo puede sacar de servicio
      * (y volver a ponerlo) mientras no este ocupado.
       400-ALTA-CASILLERO.
           DISPLAY "Numero de casillero: ".
           ACCEPT w-numero-carga.
           IF w-numero-carga = ZERO
               DISPLAY "NUMERO INVALIDO"
           ELSE
               PERFORM 600-BUSCAR-CASILLERO
               DISPLAY "Vestuario: "
               ACCEPT w-vestuario-carga
               DISPLAY "Tamano (C=CHICO M=MEDIANO G=GRANDE): "
               ACCEPT w-tamano-carga
               PERFORM 630-NORMALIZAR-TAMANO
               DISPLAY "Tarifa mensual: "
               ACCEPT w-tarifa-carga
               DISPLAY "Fuera de servicio (S/N): "
               ACCEPT w-fuera-servicio
               IF w-fuera-servicio = "s"
                   MOVE "S" TO w-fuera-servicio
               END-IF
               IF w-vestuario-carga = SPACES
               OR w-tarifa-carga = ZERO
               OR (w-tamano-carga NOT = "C" AND NOT = "M"
                   AND NOT = "G")
                   DISPLAY "DATOS INVALIDOS, NO SE GRABA"
               ELSE
                   PERFORM 410-GRABAR-CASILLERO
               END-IF
           END-IF.

       410-GRABAR-CASILLERO.
           IF w-csl-hallado = ZERO
               IF w-cant-csl >= 500
                   DISPLAY "TABLA DE CASILLEROS LLENA, NO SE GRABA"
               ELSE
                   ADD 1 TO w-cant-csl
                   MOVE w-cant-csl TO w-csl-hallado
                   MOVE w-numero-carga TO w-csl-numero (w-csl-hallado)
                   MOVE "L" TO w-csl-estado (w-csl-hallado)
                   MOVE "ALTA CASILL." TO w-operacion-aud
               END-IF
           ELSE
               MOVE "MODIF.CASILL" TO w-operacion-aud
           END-IF.
           IF w-csl-hallado NOT = ZERO
               IF w-fuera-servicio = "S"
                   IF w-csl-estado (w-csl-hallado) = "O"
                       DISPLAY "EL CASILLERO ESTA OCUPADO, NO SE "
                           "PUEDE SACAR DE SERVICIO"
                   ELSE
                       MOVE "F" TO w-csl-estado (w-csl-hallado)
                   END-IF
               ELSE
                   IF w-csl-estado (w-csl-hallado) = "F"
                       MOVE "L" TO w-csl-estado (w-csl-hallado)
                   END-IF
               END-IF
               MOVE w-vestuario-carga
                   TO w-csl-vestuario (w-csl-hallado)
               MOVE w-tamano-carga TO w-csl-tamano (w-csl-hallado)
               MOVE w-tarifa-carga TO w-csl-tarifa (w-csl-hallado)
               PERFORM 700-REGRABAR-CASILLEROS
               MOVE ZERO TO w-legajo-aud
               MOVE SPACES TO w-resultado-aud
               STRING "CASILLERO " w-numero-carga
                   DELIMITED BY SIZE INTO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "CASILLERO " w-numero-carga " GRABADO"
           END-IF.

      * Un socio tiene un solo casillero. Se le ofrece el primer
      * libre del tamano pedido (y del vestuario, si lo eligio); si
      * no hay ninguno se lo puede anotar en la lista de espera. Si
      * otros socios ya esperan ese tamano se avisa, para respetar
      * el orden de la lista.
       500-ASIGNAR.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           PERFORM 640-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
           ELSE
               PERFORM 620-BUSCAR-ASIG-LEGAJO
               IF w-asg-hallada NOT = ZERO
                   DISPLAY "EL SOCIO YA TIENE EL CASILLERO "
                       w-asg-casillero (w-asg-hallada)
               ELSE
                   DISPLAY "Tamano (C=CHICO M=MEDIANO G=GRANDE): "
                   ACCEPT w-tamano-carga
                   PERFORM 630-NORMALIZAR-TAMANO
                   DISPLAY "Vestuario (ENTER=CUALQUIERA): "
                   ACCEPT w-vestuario-carga
                   PERFORM 510-OFRECER-CASILLERO
               END-IF
           END-IF.

       510-OFRECER-CASILLERO.
           MOVE ZERO TO w-csl-hallado.
           PERFORM VARYING w-ind-csl FROM 1 BY 1
                   UNTIL w-ind-csl > w-cant-csl
                   OR w-csl-hallado NOT = ZERO
               IF w-csl-estado (w-ind-csl) = "L"
               AND w-csl-tamano (w-ind-csl) = w-tamano-carga
               AND (w-vestuario-carga = SPACES
                   OR w-csl-vestuario (w-ind-csl) = w-vestuario-carga)
                   MOVE w-ind-csl TO w-csl-hallado
               END-IF
           END-PERFORM.
           IF w-csl-hallado = ZERO
               DISPLAY "NO HAY CASILLEROS LIBRES DE ESE TAMANO"
               DISPLAY "ANOTAR AL SOCIO EN LA LISTA DE ESPERA (S/N): "
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 595-GRABAR-ESPERA
               END-IF
           ELSE
               MOVE ZERO TO w-cant-en-espera
               PERFORM VARYING w-ind-esp FROM 1 BY 1
                       UNTIL w-ind-esp > w-cant-esp
                   IF w-esp-estado (w-ind-esp) = "E"
                   AND w-esp-tamano (w-ind-esp) = w-tamano-carga
                   AND w-esp-legajo (w-ind-esp) NOT = w-legajo-carga
                       ADD 1 TO w-cant-en-espera
                   END-IF
               END-PERFORM
               IF w-cant-en-espera > ZERO
                   DISPLAY "ATENCION: HAY " w-cant-en-espera
                       " SOCIOS EN ESPERA DE ESE TAMANO"
               END-IF
               DISPLAY "CASILLERO " w-csl-numero (w-csl-hallado)
                   " VESTUARIO " w-csl-vestuario (w-csl-hallado)
                   " TARIFA " w-csl-tarifa (w-csl-hallado)
               DISPLAY "CONFIRMA LA ASIGNACION (S/N): "
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 520-GRABAR-ASIGNACION
               END-IF
           END-IF.

      * El alquiler se renueva por anio: la primera renovacion vence
      * al anio del inicio y hasta entonces FacturarCasilleros
      * genera el cargo de cada mes, empezando por el del inicio.
       520-GRABAR-ASIGNACION.
           IF w-cant-asg >= 2000
               DISPLAY "TABLA DE ASIGNACIONES LLENA, NO SE GRABA"
           ELSE
               MOVE w-fecha-proceso TO w-fecha-renov
               PERFORM 660-SUMAR-ANIO
               ADD 1 TO w-cant-asg
               MOVE w-csl-numero (w-csl-hallado)
                   TO w-asg-casillero (w-cant-asg)
               MOVE w-legajo-carga TO w-asg-legajo (w-cant-asg)
               MOVE w-fecha-proceso TO w-asg-inicio (w-cant-asg)
               MOVE w-fecha-renov TO w-asg-renovacion (w-cant-asg)
               MOVE "A" TO w-asg-estado (w-cant-asg)
               MOVE ZERO TO w-asg-ult-periodo (w-cant-asg)
               MOVE ZERO TO w-asg-fin (w-cant-asg)
               MOVE "O" TO w-csl-estado (w-csl-hallado)
               PERFORM VARYING w-ind-esp FROM 1 BY 1
                       UNTIL w-ind-esp > w-cant-esp
                   IF w-esp-legajo (w-ind-esp) = w-legajo-carga
                   AND w-esp-estado (w-ind-esp) = "E"
                       MOVE "A" TO w-esp-estado (w-ind-esp)
                   END-IF
               END-PERFORM
               PERFORM 700-REGRABAR-CASILLEROS
               PERFORM 750-REGRABAR-ASIGNACIONES
               PERFORM 770-REGRABAR-ESPERA
               MOVE "ASIGNA CASIL" TO w-operacion-aud
               MOVE w-legajo-carga TO w-legajo-aud
               MOVE SPACES TO w-resultado-aud
               STRING "CASILLERO " w-csl-numero (w-csl-hallado)
                   DELIMITED BY SIZE INTO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "CASILLERO " w-csl-numero (w-csl-hallado)
                   " ASIGNADO AL LEGAJO " w-legajo-carga
                   " HASTA EL " w-fecha-renov
           END-IF.

      * La renovacion corre por un anio desde la vigente (o desde
      * hoy si ya estaba vencida); la fecha se puede cambiar.
       550-RENOVAR.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           PERFORM 620-BUSCAR-ASIG-LEGAJO.
           IF w-asg-hallada = ZERO
               DISPLAY "EL SOCIO NO TIENE CASILLERO ASIGNADO"
           ELSE
               IF w-asg-renovacion (w-asg-hallada) < w-fecha-proceso
                   MOVE w-fecha-proceso TO w-fecha-renov
               ELSE
                   MOVE w-asg-renovacion (w-asg-hallada)
                       TO w-fecha-renov
               END-IF
               PERFORM 660-SUMAR-ANIO
               MOVE w-fecha-renov TO w-renovacion-sugerida
               DISPLAY "CASILLERO " w-asg-casillero (w-asg-hallada)
                   " RENOVADO HASTA "
                   w-asg-renovacion (w-asg-hallada)
               DISPLAY "Nueva fecha de renovacion (ENTER="
                   w-renovacion-sugerida "): "
               ACCEPT w-renovacion-carga
               IF w-renovacion-carga = ZERO
                   MOVE w-renovacion-sugerida TO w-renovacion-carga
               END-IF
               IF w-renovacion-carga
                       NOT > w-asg-renovacion (w-asg-hallada)
               OR w-renovacion-carga NOT > w-fecha-proceso
                   DISPLAY "LA FECHA DEBE SER POSTERIOR A LA "
                       "RENOVACION VIGENTE Y A HOY"
               ELSE
                   MOVE w-renovacion-carga
                       TO w-asg-renovacion (w-asg-hallada)
                   PERFORM 750-REGRABAR-ASIGNACIONES
                   MOVE "RENUEVA CAS." TO w-operacion-aud
                   MOVE w-legajo-carga TO w-legajo-aud
                   MOVE SPACES TO w-resultado-aud
                   STRING "HASTA " w-renovacion-carga
                       DELIMITED BY SIZE INTO w-resultado-aud
                   PERFORM 650-ASENTAR-AUDITORIA
                   DISPLAY "ALQUILER RENOVADO HASTA EL "
                       w-renovacion-carga
               END-IF
           END-IF.

      * Liberar termina la asignacion (a pedido del socio o porque
      * quedo marcada por falta de pago) y deja el casillero libre;
      * la deuda ya facturada sigue en la cuenta del socio. Se
      * informa el primero de la lista de espera que puede ocuparlo.
       570-LIBERAR.
           DISPLAY "Numero de casillero: ".
           ACCEPT w-numero-carga.
           PERFORM 600-BUSCAR-CASILLERO.
           IF w-csl-hallado = ZERO
               DISPLAY "EL CASILLERO NO EXISTE"
           ELSE
               PERFORM 610-BUSCAR-ASIG-CASILLERO
               IF w-asg-hallada = ZERO
                   DISPLAY "EL CASILLERO NO ESTA ASIGNADO"
               ELSE
                   MOVE "B" TO w-asg-estado (w-asg-hallada)
                   MOVE w-fecha-proceso TO w-asg-fin (w-asg-hallada)
                   MOVE "L" TO w-csl-estado (w-csl-hallado)
                   PERFORM 700-REGRABAR-CASILLEROS
                   PERFORM 750-REGRABAR-ASIGNACIONES
                   MOVE "LIBERA CASIL" TO w-operacion-aud
                   MOVE w-asg-legajo (w-asg-hallada) TO w-legajo-aud
                   MOVE SPACES TO w-resultado-aud
                   STRING "CASILLERO " w-numero-carga
                       DELIMITED BY SIZE INTO w-resultado-aud
                   PERFORM 650-ASENTAR-AUDITORIA
                   DISPLAY "CASILLERO " w-numero-carga " LIBERADO"
                   PERFORM 580-PRIMERO-EN-ESPERA
               END-IF
           END-IF.

       580-PRIMERO-EN-ESPERA.
           MOVE ZERO TO w-esp-hallada.
           PERFORM VARYING w-ind-esp FROM 1 BY 1
                   UNTIL w-ind-esp > w-cant-esp
                   OR w-esp-hallada NOT = ZERO
               IF w-esp-estado (w-ind-esp) = "E"
               AND w-esp-tamano (w-ind-esp)
                   = w-csl-tamano (w-csl-hallado)
               AND (w-esp-vestuario (w-ind-esp) = SPACES
                   OR w-esp-vestuario (w-ind-esp)
                   = w-csl-vestuario (w-csl-hallado))
                   MOVE w-ind-esp TO w-esp-hallada
               END-IF
           END-PERFORM.
           IF w-esp-hallada NOT = ZERO
               DISPLAY "PRIMERO EN ESPERA: LEGAJO "
                   w-esp-legajo (w-esp-hallada)
                   " ANOTADO EL " w-esp-fecha (w-esp-hallada)
           END-IF.

       590-ANOTAR-ESPERA.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           PERFORM 640-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
           ELSE
               DISPLAY "Tamano (C=CHICO M=MEDIANO G=GRANDE): "
               ACCEPT w-tamano-carga
               PERFORM 630-NORMALIZAR-TAMANO
               DISPLAY "Vestuario (ENTER=CUALQUIERA): "
               ACCEPT w-vestuario-carga
               PERFORM 595-GRABAR-ESPERA
           END-IF.

       595-GRABAR-ESPERA.
           MOVE ZERO TO w-esp-hallada.
           PERFORM VARYING w-ind-esp FROM 1 BY 1
                   UNTIL w-ind-esp > w-cant-esp
               IF w-esp-legajo (w-ind-esp) = w-legajo-carga
               AND w-esp-estado (w-ind-esp) = "E"
                   MOVE w-ind-esp TO w-esp-hallada
               END-IF
           END-PERFORM.
           IF w-tamano-carga NOT = "C" AND NOT = "M" AND NOT = "G"
               DISPLAY "TAMANO INVALIDO, NO SE ANOTA"
           ELSE
           IF w-esp-hallada NOT = ZERO
               DISPLAY "EL SOCIO YA ESTA EN LA LISTA DE ESPERA DESDE "
                   "EL " w-esp-fecha (w-esp-hallada)
           ELSE
           IF w-cant-esp >= 500
               DISPLAY "LISTA DE ESPERA LLENA, NO SE ANOTA"
           ELSE
               ADD 1 TO w-cant-esp
               MOVE w-legajo-carga TO w-esp-legajo (w-cant-esp)
               MOVE w-tamano-carga TO w-esp-tamano (w-cant-esp)
               MOVE w-vestuario-carga TO w-esp-vestuario (w-cant-esp)
               MOVE w-fecha-proceso TO w-esp-fecha (w-cant-esp)
               MOVE "E" TO w-esp-estado (w-cant-esp)
               PERFORM 770-REGRABAR-ESPERA
               MOVE "ESPERA CASIL" TO w-operacion-aud
               MOVE w-legajo-carga TO w-legajo-aud
               MOVE SPACES TO w-resultado-aud
               STRING "TAMANO " w-tamano-carga
                   DELIMITED BY SIZE INTO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "SOCIO ANOTADO EN LA LISTA DE ESPERA"
           END-IF
           END-IF
           END-IF.

       600-BUSCAR-CASILLERO.
           MOVE ZERO TO w-csl-hallado.
           PERFORM VARYING w-ind-csl FROM 1 BY 1
                   UNTIL w-ind-csl > w-cant-csl
                   OR w-csl-hallado NOT = ZERO
               IF w-csl-numero (w-ind-csl) = w-numero-carga
                   MOVE w-ind-csl TO w-csl-hallado
               END-IF
           END-PERFORM.

      * Asignacion vigente (activa o marcada para liberar) del
      * casillero buscado.
       610-BUSCAR-ASIG-CASILLERO.
           MOVE ZERO TO w-asg-hallada.
           PERFORM VARYING w-ind-asg FROM 1 BY 1
                   UNTIL w-ind-asg > w-cant-asg
                   OR w-asg-hallada NOT = ZERO
               IF w-asg-casillero (w-ind-asg) = w-numero-carga
               AND w-asg-estado (w-ind-asg) NOT = "B"
                   MOVE w-ind-asg TO w-asg-hallada
               END-IF
           END-PERFORM.

       620-BUSCAR-ASIG-LEGAJO.
           MOVE ZERO TO w-asg-hallada.
           PERFORM VARYING w-ind-asg FROM 1 BY 1
                   UNTIL w-ind-asg > w-cant-asg
                   OR w-asg-hallada NOT = ZERO
               IF w-asg-legajo (w-ind-asg) = w-legajo-carga
               AND w-asg-estado (w-ind-asg) NOT = "B"
                   MOVE w-ind-asg TO w-asg-hallada
               END-IF
           END-PERFORM.

       630-NORMALIZAR-TAMANO.
           IF w-tamano-carga = "c"
               MOVE "C" TO w-tamano-carga
           END-IF.
           IF w-tamano-carga = "m"
               MOVE "M" TO w-tamano-carga
           END-IF.
           IF w-tamano-carga = "g"
               MOVE "G" TO w-tamano-carga
           END-IF.

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ArmarGrupo.
       640-VALIDAR-LEGAJO.
           MOVE w-legajo-carga TO w-alu-ant.
           MOVE ZERO TO w-alu-encontrado.
           PERFORM 645-INVOCAR-FUNCION-HASHING.
           PERFORM 647-LEER-ALU.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           ELSE
               PERFORM 648-BUSCAR-SINONIMO
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

       647-LEER-ALU.
           READ ALUMNOS.

       648-BUSCAR-SINONIMO.
           PERFORM UNTIL alu-puntero IS =0 OR w-alu-ant IS =alu-alumno
               MOVE alu-puntero TO rel-nro
               PERFORM 647-LEER-ALU
           END-PERFORM.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           END-IF.

       650-ASENTAR-AUDITORIA.
           ACCEPT w-hora-proceso FROM TIME.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-legajo-aud TO aud-legajo.
           MOVE w-operacion-aud TO aud-operacion.
           MOVE w-resultado-aud TO aud-resultado.
           MOVE w-fecha-proceso TO aud-fecha.
           MOVE w-hora-proceso TO aud-hora.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      * Suma un anio a w-fecha-renov; el 29 de febrero pasa al 28.
       660-SUMAR-ANIO.
           ADD 1 TO w-renov-anio.
           IF w-renov-mmdd = 0229
               MOVE 0228 TO w-renov-mmdd
           END-IF.

       700-REGRABAR-CASILLEROS.
           OPEN OUTPUT CASILLEROS.
           PERFORM VARYING w-ind-csl FROM 1 BY 1
                   UNTIL w-ind-csl > w-cant-csl
               MOVE SPACES TO csl-reg
               MOVE w-csl-numero (w-ind-csl) TO csl-numero
               MOVE w-csl-vestuario (w-ind-csl) TO csl-vestuario
               MOVE w-csl-tamano (w-ind-csl) TO csl-tamano
               MOVE w-csl-tarifa (w-ind-csl) TO csl-tarifa
               MOVE w-csl-estado (w-ind-csl) TO csl-estado
               WRITE csl-reg
           END-PERFORM.
           CLOSE CASILLEROS.

       750-REGRABAR-ASIGNACIONES.
           OPEN OUTPUT ASIGNACIONES.
           PERFORM VARYING w-ind-asg FROM 1 BY 1
                   UNTIL w-ind-asg > w-cant-asg
               MOVE SPACES TO asg-reg
               MOVE w-asg-casillero (w-ind-asg) TO asg-casillero
               MOVE w-asg-legajo (w-ind-asg) TO asg-legajo
               MOVE w-asg-inicio (w-ind-asg) TO asg-inicio
               MOVE w-asg-renovacion (w-ind-asg) TO asg-renovacion
               MOVE w-asg-estado (w-ind-asg) TO asg-estado
               MOVE w-asg-ult-periodo (w-ind-asg) TO asg-ult-periodo
               MOVE w-asg-fin (w-ind-asg) TO asg-fin
               WRITE asg-reg
           END-PERFORM.
           CLOSE ASIGNACIONES.

       770-REGRABAR-ESPERA.
           OPEN OUTPUT ESPERA.
           PERFORM VARYING w-ind-esp FROM 1 BY 1
                   UNTIL w-ind-esp > w-cant-esp
               MOVE SPACES TO esp-reg
               MOVE w-esp-legajo (w-ind-esp) TO esp-legajo
               MOVE w-esp-tamano (w-ind-esp) TO esp-tamano
               MOVE w-esp-vestuario (w-ind-esp) TO esp-vestuario
               MOVE w-esp-fecha (w-ind-esp) TO esp-fecha
               MOVE w-esp-estado (w-ind-esp) TO esp-estado
               WRITE esp-reg
           END-PERFORM.
           CLOSE ESPERA.

       END PROGRAM MANTENER-CASILLEROS.
