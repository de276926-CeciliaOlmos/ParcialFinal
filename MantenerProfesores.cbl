      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-PROFESORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROFESORES ASSIGN TO "..\profesores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-prf.
           SELECT OPTIONAL PROF-ACTIVIDADES
                   ASSIGN TO "..\profesor_actividades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-pac.
           SELECT OPTIONAL ACTIVIDADES
                   ASSIGN TO "..\actividades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-act.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Maestro de profesores: codigo, nombre, DNI y estado (A
      * activo, B baja). Un profesor dado de baja queda como
      * historia de las liquidaciones de honorarios ya hechas.
       FD  PROFESORES.
       01  prf-reg.
           03 prf-codigo pic x(4).
           03 filler pic x value space.
           03 prf-nombre pic x(30).
           03 filler pic x value space.
           03 prf-dni pic 9(8).
           03 filler pic x value space.
           03 prf-estado pic x.

      * Actividades que dicta cada profesor y como se le paga: con
      * modalidad "P" cobra pac-porcentaje de lo recaudado en la
      * actividad en el mes; con "F" un monto fijo mensual
      * (pac-monto) sin importar lo cobrado. Una actividad puede
      * tener mas de un profesor. Estado A vigente, B quitada.
       FD  PROF-ACTIVIDADES.
       01  pac-reg.
           03 pac-profesor pic x(4).
           03 filler pic x value space.
           03 pac-actividad pic 9(3).
           03 filler pic x value space.
           03 pac-modalidad pic x.
           03 filler pic x value space.
           03 pac-porcentaje pic 9(2).
           03 filler pic x value space.
           03 pac-monto pic 9(8).
           03 filler pic x value space.
           03 pac-estado pic x.

       FD  ACTIVIDADES.
       01  act-reg.
           03 act-codigo pic 9(3).
           03 filler pic x.
           03 act-nombre pic x(20).
           03 filler pic x.
           03 act-arancel pic 9(8).
           03 filler pic x.
           03 act-cupo pic 9(3).
           03 filler pic x.
           03 act-concepto pic 9(2).
           03 filler pic x.
           03 act-exige-apto pic x.
           03 filler pic x.
           03 act-sede pic 9(2).

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
       77  w-status-prf pic xx value spaces.
       77  w-status-pac pic xx value spaces.
       77  w-status-act pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-prf pic 9 value zero.
       77  w-flag-pac pic 9 value zero.
       77  w-flag-act pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 6.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-hora-proceso pic 9(8) value zero.
       77  w-codigo-carga pic x(4) value spaces.
       77  w-nombre-carga pic x(30) value spaces.
       77  w-dni-carga pic 9(8) value zero.
       77  w-actividad-carga pic 9(3) value zero.
       77  w-modalidad-carga pic x value space.
       77  w-porcentaje-carga pic 9(2) value zero.
       77  w-monto-carga pic 9(8) value zero.
       77  w-act-hallada pic 9 value zero.
       77  w-act-nombre pic x(20) value spaces.
       77  w-cant-prf pic 9(3) value zero.
       77  w-ind-prf pic 9(3) value zero.
       77  w-prf-hallado pic 9(3) value zero.
       77  w-cant-pac pic 9(3) value zero.
       77  w-ind-pac pic 9(3) value zero.
       77  w-pac-hallada pic 9(3) value zero.
       77  w-asig-activas pic 9(3) value zero.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-operacion-aud pic x(12) value spaces.
       01  w-tab-profesores.
           03 w-tab-prf occurs 100.
               05 w-prf-codigo pic x(4).
               05 w-prf-nombre pic x(30).
               05 w-prf-dni pic 9(8).
               05 w-prf-estado pic x.
       01  w-tab-asignaciones.
           03 w-tab-pac occurs 300.
               05 w-pac-profesor pic x(4).
               05 w-pac-actividad pic 9(3).
               05 w-pac-modalidad pic x.
               05 w-pac-porcentaje pic 9(2).
               05 w-pac-monto pic 9(8).
               05 w-pac-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 100-CARGAR-PROFESORES.
           PERFORM 150-CARGAR-ASIGNACIONES.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 250-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
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

       100-CARGAR-PROFESORES.
           MOVE ZERO TO w-cant-prf.
           MOVE ZERO TO w-flag-prf.
           OPEN INPUT PROFESORES.
           IF w-status-prf = "00"
               PERFORM 110-LEER-PROFESOR
               PERFORM UNTIL w-flag-prf = 1
                   IF w-cant-prf < 100
                       ADD 1 TO w-cant-prf
                       MOVE prf-codigo TO w-prf-codigo (w-cant-prf)
                       MOVE prf-nombre TO w-prf-nombre (w-cant-prf)
                       MOVE prf-dni TO w-prf-dni (w-cant-prf)
                       MOVE prf-estado TO w-prf-estado (w-cant-prf)
                   END-IF
                   PERFORM 110-LEER-PROFESOR
               END-PERFORM
               CLOSE PROFESORES
           ELSE
               IF w-status-prf = "05"
                   CLOSE PROFESORES
               END-IF
           END-IF.

       110-LEER-PROFESOR.
           READ PROFESORES AT END MOVE 1 TO w-flag-prf.

       150-CARGAR-ASIGNACIONES.
           MOVE ZERO TO w-cant-pac.
           MOVE ZERO TO w-flag-pac.
           OPEN INPUT PROF-ACTIVIDADES.
           IF w-status-pac = "00"
               PERFORM 160-LEER-ASIGNACION
               PERFORM UNTIL w-flag-pac = 1
                   IF w-cant-pac < 300
                       ADD 1 TO w-cant-pac
                       MOVE pac-profesor
                           TO w-pac-profesor (w-cant-pac)
                       MOVE pac-actividad
                           TO w-pac-actividad (w-cant-pac)
                       MOVE pac-modalidad
                           TO w-pac-modalidad (w-cant-pac)
                       MOVE pac-porcentaje
                           TO w-pac-porcentaje (w-cant-pac)
                       MOVE pac-monto TO w-pac-monto (w-cant-pac)
                       MOVE pac-estado TO w-pac-estado (w-cant-pac)
                   END-IF
                   PERFORM 160-LEER-ASIGNACION
               END-PERFORM
               CLOSE PROF-ACTIVIDADES
           ELSE
               IF w-status-pac = "05"
                   CLOSE PROF-ACTIVIDADES
               END-IF
           END-IF.

       160-LEER-ASIGNACION.
           READ PROF-ACTIVIDADES AT END MOVE 1 TO w-flag-pac.

       200-MENU.
           DISPLAY " ".
           DISPLAY "PROFESORES Y HONORARIOS".
           DISPLAY "  1- CONSULTAR PROFESORES Y ACTIVIDADES".
           DISPLAY "  2- ALTA O MODIFICACION DE PROFESOR".
           DISPLAY "  3- BAJA DE PROFESOR".
           DISPLAY "  4- ASIGNAR ACTIVIDAD Y HONORARIO".
           DISPLAY "  5- QUITAR ACTIVIDAD A UN PROFESOR".
           DISPLAY "  6- SALIR".
           ACCEPT w-llave-menu.

      * Consultar puede cualquier operador; tocar el maestro exige
      * perfil supervisor, porque el porcentaje o el monto fijo
      * definen lo que se le paga a cada profesor.
       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-CONSULTAR
           ELSE
               IF w-llave-menu > 1 AND w-llave-menu < 6
                   IF w-perfil NOT = "S"
                       DISPLAY "MODIFICAR PROFESORES O HONORARIOS "
                           "REQUIERE PERFIL DE SUPERVISOR"
                   ELSE
                       IF w-llave-menu = 2
                           PERFORM 400-ALTA-PROFESOR
                       END-IF
                       IF w-llave-menu = 3
                           PERFORM 450-BAJA-PROFESOR
                       END-IF
                       IF w-llave-menu = 4
                           PERFORM 500-ASIGNAR-ACTIVIDAD
                       END-IF
                       IF w-llave-menu = 5
                           PERFORM 550-QUITAR-ACTIVIDAD
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-IF.

       300-CONSULTAR.
           IF w-cant-prf = ZERO
               DISPLAY "NO HAY PROFESORES CARGADOS"
           END-IF.
           PERFORM VARYING w-ind-prf FROM 1 BY 1
                   UNTIL w-ind-prf > w-cant-prf
               DISPLAY "PROFESOR " w-prf-codigo (w-ind-prf) " "
                   w-prf-nombre (w-ind-prf)
                   " DNI " w-prf-dni (w-ind-prf)
                   " ESTADO " w-prf-estado (w-ind-prf)
               PERFORM VARYING w-ind-pac FROM 1 BY 1
                       UNTIL w-ind-pac > w-cant-pac
                   IF w-pac-profesor (w-ind-pac)
                       = w-prf-codigo (w-ind-prf)
                   AND w-pac-estado (w-ind-pac) = "A"
                       MOVE w-pac-actividad (w-ind-pac)
                           TO w-actividad-carga
                       PERFORM 620-BUSCAR-ACTIVIDAD
                       IF w-pac-modalidad (w-ind-pac) = "F"
                           DISPLAY "    ACTIVIDAD "
                               w-pac-actividad (w-ind-pac) " "
                               w-act-nombre " MONTO FIJO "
                               w-pac-monto (w-ind-pac)
                       ELSE
                           DISPLAY "    ACTIVIDAD "
                               w-pac-actividad (w-ind-pac) " "
                               w-act-nombre " "
                               w-pac-porcentaje (w-ind-pac)
                               "% DE LO RECAUDADO"
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       400-ALTA-PROFESOR.
           DISPLAY "Codigo de profesor (4 posiciones): ".
           ACCEPT w-codigo-carga.
           IF w-codigo-carga = SPACES
               DISPLAY "CODIGO INVALIDO"
           ELSE
               PERFORM 600-BUSCAR-PROFESOR
               DISPLAY "Nombre: "
               ACCEPT w-nombre-carga
               DISPLAY "DNI: "
               ACCEPT w-dni-carga
               IF w-nombre-carga = SPACES OR w-dni-carga = ZERO
                   DISPLAY "DATOS INVALIDOS, NO SE GRABA"
               ELSE
                   PERFORM 410-GRABAR-PROFESOR
               END-IF
           END-IF.

       410-GRABAR-PROFESOR.
           IF w-prf-hallado = ZERO
               IF w-cant-prf >= 100
                   DISPLAY "TABLA DE PROFESORES LLENA, NO SE GRABA"
               ELSE
                   ADD 1 TO w-cant-prf
                   MOVE w-cant-prf TO w-prf-hallado
                   MOVE w-codigo-carga TO w-prf-codigo (w-prf-hallado)
                   MOVE "ALTA PROFES." TO w-operacion-aud
               END-IF
           ELSE
               MOVE "MODIF.PROFES" TO w-operacion-aud
           END-IF.
           IF w-prf-hallado NOT = ZERO
               MOVE w-nombre-carga TO w-prf-nombre (w-prf-hallado)
               MOVE w-dni-carga TO w-prf-dni (w-prf-hallado)
               MOVE "A" TO w-prf-estado (w-prf-hallado)
               PERFORM 700-REGRABAR-PROFESORES
               MOVE w-codigo-carga TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "PROFESOR " w-codigo-carga " GRABADO"
           END-IF.

      * El profesor no se borra: pasa a baja y deja de liquidarse;
      * sus actividades quedan sin profesor hasta reasignarlas.
       450-BAJA-PROFESOR.
           DISPLAY "Codigo de profesor: ".
           ACCEPT w-codigo-carga.
           PERFORM 600-BUSCAR-PROFESOR.
           IF w-prf-hallado = ZERO
               DISPLAY "EL PROFESOR NO EXISTE"
           ELSE
               MOVE "B" TO w-prf-estado (w-prf-hallado)
               PERFORM 700-REGRABAR-PROFESORES
               MOVE "BAJA PROFES." TO w-operacion-aud
               MOVE w-codigo-carga TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               MOVE ZERO TO w-asig-activas
               PERFORM VARYING w-ind-pac FROM 1 BY 1
                       UNTIL w-ind-pac > w-cant-pac
                   IF w-pac-profesor (w-ind-pac) = w-codigo-carga
                   AND w-pac-estado (w-ind-pac) = "A"
                       ADD 1 TO w-asig-activas
                   END-IF
               END-PERFORM
               DISPLAY "PROFESOR DADO DE BAJA"
               IF w-asig-activas > ZERO
                   DISPLAY "ATENCION: DICTABA " w-asig-activas
                       " ACTIVIDADES, REASIGNELAS"
               END-IF
           END-IF.

      * Si el profesor ya tenia la actividad se reemplaza la forma
      * de pago; rige desde la proxima liquidacion.
       500-ASIGNAR-ACTIVIDAD.
           DISPLAY "Codigo de profesor: ".
           ACCEPT w-codigo-carga.
           PERFORM 600-BUSCAR-PROFESOR.
           IF w-prf-hallado = ZERO
               DISPLAY "EL PROFESOR NO EXISTE"
           ELSE
               IF w-prf-estado (w-prf-hallado) NOT = "A"
                   DISPLAY "EL PROFESOR ESTA DADO DE BAJA"
               ELSE
                   DISPLAY "Codigo de actividad: "
                   ACCEPT w-actividad-carga
                   PERFORM 620-BUSCAR-ACTIVIDAD
                   IF w-act-hallada = ZERO
                       DISPLAY "LA ACTIVIDAD " w-actividad-carga
                           " NO EXISTE"
                   ELSE
                       PERFORM 510-PEDIR-HONORARIO
                   END-IF
               END-IF
           END-IF.

       510-PEDIR-HONORARIO.
           DISPLAY "Actividad " w-actividad-carga " " w-act-nombre.
           DISPLAY "Modalidad (P=PORCENTAJE DE LO RECAUDADO, "
               "F=MONTO FIJO): ".
           ACCEPT w-modalidad-carga.
           IF w-modalidad-carga = "p"
               MOVE "P" TO w-modalidad-carga
           END-IF.
           IF w-modalidad-carga = "f"
               MOVE "F" TO w-modalidad-carga
           END-IF.
           MOVE ZERO TO w-porcentaje-carga.
           MOVE ZERO TO w-monto-carga.
           IF w-modalidad-carga = "P"
               DISPLAY "Porcentaje sobre lo recaudado: "
               ACCEPT w-porcentaje-carga
           END-IF.
           IF w-modalidad-carga = "F"
               DISPLAY "Monto fijo mensual: "
               ACCEPT w-monto-carga
           END-IF.
           IF (w-modalidad-carga = "P" AND w-porcentaje-carga > ZERO)
           OR (w-modalidad-carga = "F" AND w-monto-carga > ZERO)
               PERFORM 520-GRABAR-ASIGNACION
           ELSE
               DISPLAY "DATOS INVALIDOS, NO SE GRABA"
           END-IF.

       520-GRABAR-ASIGNACION.
           PERFORM 610-BUSCAR-ASIGNACION.
           IF w-pac-hallada = ZERO
               IF w-cant-pac >= 300
                   DISPLAY "TABLA DE ASIGNACIONES LLENA, NO SE GRABA"
               ELSE
                   ADD 1 TO w-cant-pac
                   MOVE w-cant-pac TO w-pac-hallada
                   MOVE w-codigo-carga
                       TO w-pac-profesor (w-pac-hallada)
                   MOVE w-actividad-carga
                       TO w-pac-actividad (w-pac-hallada)
                   MOVE "ASIGNA ACTIV" TO w-operacion-aud
               END-IF
           ELSE
               MOVE "MODIF.HONOR." TO w-operacion-aud
           END-IF.
           IF w-pac-hallada NOT = ZERO
               MOVE w-modalidad-carga
                   TO w-pac-modalidad (w-pac-hallada)
               MOVE w-porcentaje-carga
                   TO w-pac-porcentaje (w-pac-hallada)
               MOVE w-monto-carga TO w-pac-monto (w-pac-hallada)
               MOVE "A" TO w-pac-estado (w-pac-hallada)
               PERFORM 750-REGRABAR-ASIGNACIONES
               MOVE SPACES TO w-resultado-aud
               STRING w-codigo-carga " ACT " w-actividad-carga
                   DELIMITED BY SIZE INTO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "ACTIVIDAD ASIGNADA AL PROFESOR "
                   w-codigo-carga
           END-IF.

       550-QUITAR-ACTIVIDAD.
           DISPLAY "Codigo de profesor: ".
           ACCEPT w-codigo-carga.
           DISPLAY "Codigo de actividad: ".
           ACCEPT w-actividad-carga.
           PERFORM 610-BUSCAR-ASIGNACION.
           IF w-pac-hallada = ZERO
               DISPLAY "EL PROFESOR NO TIENE ESA ACTIVIDAD"
           ELSE
               MOVE "B" TO w-pac-estado (w-pac-hallada)
               PERFORM 750-REGRABAR-ASIGNACIONES
               MOVE "QUITA ACTIV." TO w-operacion-aud
               MOVE SPACES TO w-resultado-aud
               STRING w-codigo-carga " ACT " w-actividad-carga
                   DELIMITED BY SIZE INTO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "ACTIVIDAD QUITADA"
           END-IF.

       600-BUSCAR-PROFESOR.
           MOVE ZERO TO w-prf-hallado.
           PERFORM VARYING w-ind-prf FROM 1 BY 1
                   UNTIL w-ind-prf > w-cant-prf
                   OR w-prf-hallado NOT = ZERO
               IF w-prf-codigo (w-ind-prf) = w-codigo-carga
                   MOVE w-ind-prf TO w-prf-hallado
               END-IF
           END-PERFORM.

       610-BUSCAR-ASIGNACION.
           MOVE ZERO TO w-pac-hallada.
           PERFORM VARYING w-ind-pac FROM 1 BY 1
                   UNTIL w-ind-pac > w-cant-pac
                   OR w-pac-hallada NOT = ZERO
               IF w-pac-profesor (w-ind-pac) = w-codigo-carga
               AND w-pac-actividad (w-ind-pac) = w-actividad-carga
                   MOVE w-ind-pac TO w-pac-hallada
               END-IF
           END-PERFORM.

       620-BUSCAR-ACTIVIDAD.
           MOVE ZERO TO w-act-hallada.
           MOVE SPACES TO w-act-nombre.
           MOVE ZERO TO w-flag-act.
           OPEN INPUT ACTIVIDADES.
           IF w-status-act = "00"
               PERFORM 625-LEER-ACTIVIDAD
               PERFORM UNTIL w-flag-act = 1
                   IF act-codigo = w-actividad-carga
                       MOVE 1 TO w-act-hallada
                       MOVE act-nombre TO w-act-nombre
                   END-IF
                   PERFORM 625-LEER-ACTIVIDAD
               END-PERFORM
               CLOSE ACTIVIDADES
           ELSE
               IF w-status-act = "05"
                   CLOSE ACTIVIDADES
               END-IF
           END-IF.

       625-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-act.

       650-ASENTAR-AUDITORIA.
           ACCEPT w-hora-proceso FROM TIME.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE ZERO TO aud-legajo.
           MOVE w-operacion-aud TO aud-operacion.
           MOVE w-resultado-aud TO aud-resultado.
           MOVE w-fecha-proceso TO aud-fecha.
           MOVE w-hora-proceso TO aud-hora.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       700-REGRABAR-PROFESORES.
           OPEN OUTPUT PROFESORES.
           PERFORM VARYING w-ind-prf FROM 1 BY 1
                   UNTIL w-ind-prf > w-cant-prf
               MOVE SPACES TO prf-reg
               MOVE w-prf-codigo (w-ind-prf) TO prf-codigo
               MOVE w-prf-nombre (w-ind-prf) TO prf-nombre
               MOVE w-prf-dni (w-ind-prf) TO prf-dni
               MOVE w-prf-estado (w-ind-prf) TO prf-estado
               WRITE prf-reg
           END-PERFORM.
           CLOSE PROFESORES.

       750-REGRABAR-ASIGNACIONES.
           OPEN OUTPUT PROF-ACTIVIDADES.
           PERFORM VARYING w-ind-pac FROM 1 BY 1
                   UNTIL w-ind-pac > w-cant-pac
               MOVE SPACES TO pac-reg
               MOVE w-pac-profesor (w-ind-pac) TO pac-profesor
               MOVE w-pac-actividad (w-ind-pac) TO pac-actividad
               MOVE w-pac-modalidad (w-ind-pac) TO pac-modalidad
               MOVE w-pac-porcentaje (w-ind-pac) TO pac-porcentaje
               MOVE w-pac-monto (w-ind-pac) TO pac-monto
               MOVE w-pac-estado (w-ind-pac) TO pac-estado
               WRITE pac-reg
           END-PERFORM.
           CLOSE PROF-ACTIVIDADES.

       END PROGRAM MANTENER-PROFESORES.
