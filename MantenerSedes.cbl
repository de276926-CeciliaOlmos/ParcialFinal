      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-SEDES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Tabla de sedes del club: codigo, nombre, domicilio y estado
      * (A activa, B baja). Cada socio, sesion de caja, movimiento,
      * actividad e instalacion pertenece a una sede. Sin el archivo
      * existe solo la sede 01, que es la sede a la que se asigna
      * todo lo cargado antes de haber varias sedes.
       FD  SEDES.
       01  sed-reg.
           03 sed-codigo pic 9(2).
           03 filler pic x value space.
           03 sed-nombre pic x(30).
           03 filler pic x value space.
           03 sed-domicilio pic x(30).
           03 filler pic x value space.
           03 sed-estado pic x.

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
       77  w-status-sed pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-sed pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 4.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-hora-proceso pic 9(8) value zero.
       77  w-sede-carga pic 9(2) value zero.
       77  w-nombre-carga pic x(30) value spaces.
       77  w-domicilio-carga pic x(30) value spaces.
       77  w-cant-sed pic 9(2) value zero.
       77  w-ind-sed pic 9(2) value zero.
       77  w-sed-hallada pic 9(2) value zero.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-operacion-aud pic x(12) value spaces.
       01  w-tab-sedes.
           03 w-tab-sed occurs 20.
               05 w-sed-codigo pic 9(2).
               05 w-sed-nombre pic x(30).
               05 w-sed-domicilio pic x(30).
               05 w-sed-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 100-CARGAR-SEDES.
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

      * Con el archivo vacio o inexistente la tabla arranca con la
      * sede 01: es la que ya tienen asignada por omision todos los
      * socios, cajas y actividades anteriores.
       100-CARGAR-SEDES.
           MOVE ZERO TO w-cant-sed.
           MOVE ZERO TO w-flag-sed.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 110-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   IF w-cant-sed < 20
                       ADD 1 TO w-cant-sed
                       MOVE sed-codigo TO w-sed-codigo (w-cant-sed)
                       MOVE sed-nombre TO w-sed-nombre (w-cant-sed)
                       MOVE sed-domicilio
                           TO w-sed-domicilio (w-cant-sed)
                       MOVE sed-estado TO w-sed-estado (w-cant-sed)
                   END-IF
                   PERFORM 110-LEER-SEDE
               END-PERFORM
               CLOSE SEDES
           ELSE
               IF w-status-sed = "05"
                   CLOSE SEDES
               END-IF
           END-IF.
           IF w-cant-sed = ZERO
               MOVE 1 TO w-cant-sed
               MOVE 1 TO w-sed-codigo (1)
               MOVE "SEDE CENTRAL" TO w-sed-nombre (1)
               MOVE SPACES TO w-sed-domicilio (1)
               MOVE "A" TO w-sed-estado (1)
           END-IF.

       110-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

       200-MENU.
           DISPLAY " ".
           DISPLAY "SEDES DEL CLUB".
           DISPLAY "  1- CONSULTAR SEDES".
           DISPLAY "  2- ALTA O MODIFICACION DE SEDE".
           DISPLAY "  3- BAJA DE SEDE".
           DISPLAY "  4- SALIR".
           ACCEPT w-llave-menu.

      * Consultar puede cualquier operador; tocar la tabla exige
      * perfil supervisor.
       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-CONSULTAR
           ELSE
               IF w-llave-menu = 2 OR w-llave-menu = 3
                   IF w-perfil NOT = "S"
                       DISPLAY "MODIFICAR SEDES REQUIERE PERFIL DE "
                           "SUPERVISOR"
                   ELSE
                       IF w-llave-menu = 2
                           PERFORM 400-ALTA-SEDE
                       ELSE
                           PERFORM 450-BAJA-SEDE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-IF.

       300-CONSULTAR.
           PERFORM VARYING w-ind-sed FROM 1 BY 1
                   UNTIL w-ind-sed > w-cant-sed
               DISPLAY "SEDE " w-sed-codigo (w-ind-sed) " "
                   w-sed-nombre (w-ind-sed) " "
                   w-sed-domicilio (w-ind-sed)
                   " ESTADO " w-sed-estado (w-ind-sed)
           END-PERFORM.

       400-ALTA-SEDE.
           DISPLAY "Codigo de sede (01-99): ".
           ACCEPT w-sede-carga.
           IF w-sede-carga = ZERO
               DISPLAY "CODIGO INVALIDO"
           ELSE
               PERFORM 600-BUSCAR-SEDE
               DISPLAY "Nombre: "
               ACCEPT w-nombre-carga
               DISPLAY "Domicilio: "
               ACCEPT w-domicilio-carga
               IF w-nombre-carga = SPACES
                   DISPLAY "DATOS INVALIDOS, NO SE GRABA"
               ELSE
                   PERFORM 410-GRABAR-SEDE
               END-IF
           END-IF.

       410-GRABAR-SEDE.
           IF w-sed-hallada = ZERO
               IF w-cant-sed >= 20
                   DISPLAY "TABLA DE SEDES LLENA, NO SE GRABA"
               ELSE
                   ADD 1 TO w-cant-sed
                   MOVE w-cant-sed TO w-sed-hallada
                   MOVE w-sede-carga TO w-sed-codigo (w-sed-hallada)
                   MOVE "ALTA SEDE" TO w-operacion-aud
               END-IF
           ELSE
               MOVE "MODIF. SEDE" TO w-operacion-aud
           END-IF.
           IF w-sed-hallada NOT = ZERO
               MOVE w-nombre-carga TO w-sed-nombre (w-sed-hallada)
               MOVE w-domicilio-carga
                   TO w-sed-domicilio (w-sed-hallada)
               MOVE "A" TO w-sed-estado (w-sed-hallada)
               PERFORM 700-REGRABAR-SEDES
               MOVE w-sede-carga TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "SEDE " w-sede-carga " GRABADA"
           END-IF.

      * La sede no se borra: pasa a baja y queda como historia de
      * los socios y movimientos que ya la tienen. La 01 es la sede
      * por omision de todo lo anterior y no se da de baja.
       450-BAJA-SEDE.
           DISPLAY "Codigo de sede: ".
           ACCEPT w-sede-carga.
           PERFORM 600-BUSCAR-SEDE.
           IF w-sed-hallada = ZERO
               DISPLAY "LA SEDE NO EXISTE"
           ELSE
               IF w-sede-carga = 1
                   DISPLAY "LA SEDE 01 NO SE PUEDE DAR DE BAJA"
               ELSE
                   MOVE "B" TO w-sed-estado (w-sed-hallada)
                   PERFORM 700-REGRABAR-SEDES
                   MOVE "BAJA SEDE" TO w-operacion-aud
                   MOVE w-sede-carga TO w-resultado-aud
                   PERFORM 650-ASENTAR-AUDITORIA
                   DISPLAY "SEDE DADA DE BAJA"
               END-IF
           END-IF.

       600-BUSCAR-SEDE.
           MOVE ZERO TO w-sed-hallada.
           PERFORM VARYING w-ind-sed FROM 1 BY 1
                   UNTIL w-ind-sed > w-cant-sed
                   OR w-sed-hallada NOT = ZERO
               IF w-sed-codigo (w-ind-sed) = w-sede-carga
                   MOVE w-ind-sed TO w-sed-hallada
               END-IF
           END-PERFORM.

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

       700-REGRABAR-SEDES.
           OPEN OUTPUT SEDES.
           PERFORM VARYING w-ind-sed FROM 1 BY 1
                   UNTIL w-ind-sed > w-cant-sed
               MOVE SPACES TO sed-reg
               MOVE w-sed-codigo (w-ind-sed) TO sed-codigo
               MOVE w-sed-nombre (w-ind-sed) TO sed-nombre
               MOVE w-sed-domicilio (w-ind-sed) TO sed-domicilio
               MOVE w-sed-estado (w-ind-sed) TO sed-estado
               WRITE sed-reg
           END-PERFORM.
           CLOSE SEDES.

       END PROGRAM MANTENER-SEDES.
