      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-COBRADORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COBRADORES ASSIGN TO "..\cobradores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cob.
           SELECT OPTIONAL ZONAS ASSIGN TO "..\zonas_cobro.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-zon.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Maestro de cobradores a domicilio: codigo, nombre, el
      * porcentaje de comision sobre lo que rinden cobrado y el
      * estado (A activo, B baja). Un cobrador dado de baja queda
      * como historia para el informe de efectividad.
       FD  COBRADORES.
       01  cob-reg.
           03 cob-codigo pic x(4).
           03 filler pic x value space.
           03 cob-nombre pic x(30).
           03 filler pic x value space.
           03 cob-comision pic 9(2).
           03 filler pic x value space.
           03 cob-estado pic x.

      * Zonas de cobro: cada zona pertenece a un cobrador y se
      * reconoce por un texto que aparece en el domicilio del socio
      * (datos_socios.dat), una calle o un barrio. Con edad minima
      * en cero entran todos los socios del domicilio; si no, solo
      * los que tienen esa edad o mas. Un socio cae en la primera
      * zona activa que lo reconoce.
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
       77  w-status-cob pic xx value spaces.
       77  w-status-zon pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-cob pic 9 value zero.
       77  w-flag-zon pic 9 value zero.
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
       77  w-comision-carga pic 9(2) value zero.
       77  w-zona-carga pic x(4) value spaces.
       77  w-patron-carga pic x(20) value spaces.
       77  w-edad-carga pic 9(2) value zero.
       77  w-cant-cob pic 9(2) value zero.
       77  w-ind-cob pic 9(2) value zero.
       77  w-cob-hallado pic 9(2) value zero.
       77  w-cant-zon pic 9(3) value zero.
       77  w-ind-zon pic 9(3) value zero.
       77  w-zon-hallada pic 9(3) value zero.
       77  w-zonas-activas pic 9(3) value zero.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-operacion-aud pic x(12) value spaces.
       01  w-tab-cobradores.
           03 w-tab-cob occurs 20.
               05 w-cob-codigo pic x(4).
               05 w-cob-nombre pic x(30).
               05 w-cob-comision pic 9(2).
               05 w-cob-estado pic x.
       01  w-tab-zonas.
           03 w-tab-zon occurs 200.
               05 w-zon-codigo pic x(4).
               05 w-zon-cobrador pic x(4).
               05 w-zon-patron pic x(20).
               05 w-zon-edad-minima pic 9(2).
               05 w-zon-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 100-CARGAR-COBRADORES.
           PERFORM 150-CARGAR-ZONAS.
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

       100-CARGAR-COBRADORES.
           MOVE ZERO TO w-cant-cob.
           MOVE ZERO TO w-flag-cob.
           OPEN INPUT COBRADORES.
           IF w-status-cob = "00"
               PERFORM 110-LEER-COBRADOR
               PERFORM UNTIL w-flag-cob = 1
                   IF w-cant-cob < 20
                       ADD 1 TO w-cant-cob
                       MOVE cob-codigo TO w-cob-codigo (w-cant-cob)
                       MOVE cob-nombre TO w-cob-nombre (w-cant-cob)
                       MOVE cob-comision
                           TO w-cob-comision (w-cant-cob)
                       MOVE cob-estado TO w-cob-estado (w-cant-cob)
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
           MOVE ZERO TO w-cant-zon.
           MOVE ZERO TO w-flag-zon.
           OPEN INPUT ZONAS.
           IF w-status-zon = "00"
               PERFORM 160-LEER-ZONA
               PERFORM UNTIL w-flag-zon = 1
                   IF w-cant-zon < 200
                       ADD 1 TO w-cant-zon
                       MOVE zon-codigo TO w-zon-codigo (w-cant-zon)
                       MOVE zon-cobrador
                           TO w-zon-cobrador (w-cant-zon)
                       MOVE zon-patron TO w-zon-patron (w-cant-zon)
                       MOVE zon-edad-minima
                           TO w-zon-edad-minima (w-cant-zon)
                       MOVE zon-estado TO w-zon-estado (w-cant-zon)
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

       200-MENU.
           DISPLAY " ".
           DISPLAY "COBRADORES A DOMICILIO".
           DISPLAY "  1- CONSULTAR COBRADORES Y ZONAS".
           DISPLAY "  2- ALTA O MODIFICACION DE COBRADOR".
           DISPLAY "  3- BAJA DE COBRADOR".
           DISPLAY "  4- ALTA O MODIFICACION DE ZONA".
           DISPLAY "  5- BAJA DE ZONA".
           DISPLAY "  6- SALIR".
           ACCEPT w-llave-menu.

      * Consultar puede cualquier operador; tocar el maestro exige
      * perfil supervisor, porque la comision y las zonas definen
      * lo que se le paga al cobrador y que cuotas salen del debito.
       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-CONSULTAR
           ELSE
               IF w-llave-menu > 1 AND w-llave-menu < 6
                   IF w-perfil NOT = "S"
                       DISPLAY "MODIFICAR COBRADORES O ZONAS REQUIERE "
                           "PERFIL DE SUPERVISOR"
                   ELSE
                       IF w-llave-menu = 2
                           PERFORM 400-ALTA-COBRADOR
                       END-IF
                       IF w-llave-menu = 3
                           PERFORM 450-BAJA-COBRADOR
                       END-IF
                       IF w-llave-menu = 4
                           PERFORM 500-ALTA-ZONA
                       END-IF
                       IF w-llave-menu = 5
                           PERFORM 550-BAJA-ZONA
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-IF.

       300-CONSULTAR.
           IF w-cant-cob = ZERO
               DISPLAY "NO HAY COBRADORES CARGADOS"
           END-IF.
           PERFORM VARYING w-ind-cob FROM 1 BY 1
                   UNTIL w-ind-cob > w-cant-cob
               DISPLAY "COBRADOR " w-cob-codigo (w-ind-cob) " "
                   w-cob-nombre (w-ind-cob)
                   " COMISION " w-cob-comision (w-ind-cob) "%"
                   " ESTADO " w-cob-estado (w-ind-cob)
               PERFORM VARYING w-ind-zon FROM 1 BY 1
                       UNTIL w-ind-zon > w-cant-zon
                   IF w-zon-cobrador (w-ind-zon)
                       = w-cob-codigo (w-ind-cob)
                       DISPLAY "    ZONA " w-zon-codigo (w-ind-zon)
                           " DOMICILIO CON: " w-zon-patron (w-ind-zon)
                           " EDAD MIN. " w-zon-edad-minima (w-ind-zon)
                           " ESTADO " w-zon-estado (w-ind-zon)
                   END-IF
               END-PERFORM
           END-PERFORM.

       400-ALTA-COBRADOR.
           DISPLAY "Codigo de cobrador (4 posiciones): ".
           ACCEPT w-codigo-carga.
           IF w-codigo-carga = SPACES
               DISPLAY "CODIGO INVALIDO"
           ELSE
               PERFORM 600-BUSCAR-COBRADOR
               DISPLAY "Nombre: "
               ACCEPT w-nombre-carga
               DISPLAY "Porcentaje de comision sobre lo cobrado: "
               ACCEPT w-comision-carga
               IF w-nombre-carga = SPACES OR w-comision-carga > 50
                   DISPLAY "DATOS INVALIDOS, NO SE GRABA"
               ELSE
                   PERFORM 410-GRABAR-COBRADOR
               END-IF
           END-IF.

       410-GRABAR-COBRADOR.
           IF w-cob-hallado = ZERO
               IF w-cant-cob >= 20
                   DISPLAY "TABLA DE COBRADORES LLENA, NO SE GRABA"
               ELSE
                   ADD 1 TO w-cant-cob
                   MOVE w-cant-cob TO w-cob-hallado
                   MOVE w-codigo-carga TO w-cob-codigo (w-cob-hallado)
                   MOVE "ALTA COBRAD." TO w-operacion-aud
               END-IF
           ELSE
               MOVE "MODIF.COBRAD" TO w-operacion-aud
           END-IF.
           IF w-cob-hallado NOT = ZERO
               MOVE w-nombre-carga TO w-cob-nombre (w-cob-hallado)
               MOVE w-comision-carga TO w-cob-comision (w-cob-hallado)
               MOVE "A" TO w-cob-estado (w-cob-hallado)
               PERFORM 700-REGRABAR-COBRADORES
               MOVE w-codigo-carga TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "COBRADOR " w-codigo-carga " GRABADO"
           END-IF.

      * El cobrador no se borra: pasa a baja y sus zonas quedan sin
      * planilla hasta reasignarlas a otro cobrador.
       450-BAJA-COBRADOR.
           DISPLAY "Codigo de cobrador: ".
           ACCEPT w-codigo-carga.
           PERFORM 600-BUSCAR-COBRADOR.
           IF w-cob-hallado = ZERO
               DISPLAY "EL COBRADOR NO EXISTE"
           ELSE
               MOVE "B" TO w-cob-estado (w-cob-hallado)
               PERFORM 700-REGRABAR-COBRADORES
               MOVE "BAJA COBRAD." TO w-operacion-aud
               MOVE w-codigo-carga TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               MOVE ZERO TO w-zonas-activas
               PERFORM VARYING w-ind-zon FROM 1 BY 1
                       UNTIL w-ind-zon > w-cant-zon
                   IF w-zon-cobrador (w-ind-zon) = w-codigo-carga
                   AND w-zon-estado (w-ind-zon) = "A"
                       ADD 1 TO w-zonas-activas
                   END-IF
               END-PERFORM
               DISPLAY "COBRADOR DADO DE BAJA"
               IF w-zonas-activas > ZERO
                   DISPLAY "ATENCION: TIENE " w-zonas-activas
                       " ZONAS ACTIVAS, REASIGNELAS"
               END-IF
           END-IF.

      * El texto de la zona se guarda en mayusculas, que es como
      * se compara contra el domicilio.
       500-ALTA-ZONA.
           DISPLAY "Codigo de zona (4 posiciones): ".
           ACCEPT w-zona-carga.
           DISPLAY "Cobrador asignado: ".
           ACCEPT w-codigo-carga.
           DISPLAY "Texto del domicilio (calle o barrio): ".
           ACCEPT w-patron-carga.
           INSPECT w-patron-carga CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Edad minima del socio (ENTER=todos): ".
           ACCEPT w-edad-carga.
           PERFORM 600-BUSCAR-COBRADOR.
           IF w-zona-carga = SPACES OR w-patron-carga = SPACES
               DISPLAY "DATOS INVALIDOS, NO SE GRABA"
           ELSE
               IF w-cob-hallado = ZERO
                   DISPLAY "EL COBRADOR NO EXISTE"
               ELSE
                   IF w-cob-estado (w-cob-hallado) NOT = "A"
                       DISPLAY "EL COBRADOR ESTA DADO DE BAJA"
                   ELSE
                       PERFORM 510-GRABAR-ZONA
                   END-IF
               END-IF
           END-IF.

       510-GRABAR-ZONA.
           PERFORM 610-BUSCAR-ZONA.
           IF w-zon-hallada = ZERO
               IF w-cant-zon >= 200
                   DISPLAY "TABLA DE ZONAS LLENA, NO SE GRABA"
               ELSE
                   ADD 1 TO w-cant-zon
                   MOVE w-cant-zon TO w-zon-hallada
                   MOVE w-zona-carga TO w-zon-codigo (w-zon-hallada)
                   MOVE "ALTA ZONA" TO w-operacion-aud
               END-IF
           ELSE
               MOVE "MODIF. ZONA" TO w-operacion-aud
           END-IF.
           IF w-zon-hallada NOT = ZERO
               MOVE w-codigo-carga TO w-zon-cobrador (w-zon-hallada)
               MOVE w-patron-carga TO w-zon-patron (w-zon-hallada)
               MOVE w-edad-carga TO w-zon-edad-minima (w-zon-hallada)
               MOVE "A" TO w-zon-estado (w-zon-hallada)
               PERFORM 750-REGRABAR-ZONAS
               MOVE w-zona-carga TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "ZONA " w-zona-carga " GRABADA"
           END-IF.

       550-BAJA-ZONA.
           DISPLAY "Codigo de zona: ".
           ACCEPT w-zona-carga.
           PERFORM 610-BUSCAR-ZONA.
           IF w-zon-hallada = ZERO
               DISPLAY "LA ZONA NO EXISTE"
           ELSE
               MOVE "B" TO w-zon-estado (w-zon-hallada)
               PERFORM 750-REGRABAR-ZONAS
               MOVE "BAJA ZONA" TO w-operacion-aud
               MOVE w-zona-carga TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "ZONA DADA DE BAJA"
           END-IF.

       600-BUSCAR-COBRADOR.
           MOVE ZERO TO w-cob-hallado.
           PERFORM VARYING w-ind-cob FROM 1 BY 1
                   UNTIL w-ind-cob > w-cant-cob
                   OR w-cob-hallado NOT = ZERO
               IF w-cob-codigo (w-ind-cob) = w-codigo-carga
                   MOVE w-ind-cob TO w-cob-hallado
               END-IF
           END-PERFORM.

       610-BUSCAR-ZONA.
           MOVE ZERO TO w-zon-hallada.
           PERFORM VARYING w-ind-zon FROM 1 BY 1
                   UNTIL w-ind-zon > w-cant-zon
                   OR w-zon-hallada NOT = ZERO
               IF w-zon-codigo (w-ind-zon) = w-zona-carga
                   MOVE w-ind-zon TO w-zon-hallada
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

       700-REGRABAR-COBRADORES.
           OPEN OUTPUT COBRADORES.
           PERFORM VARYING w-ind-cob FROM 1 BY 1
                   UNTIL w-ind-cob > w-cant-cob
               MOVE SPACES TO cob-reg
               MOVE w-cob-codigo (w-ind-cob) TO cob-codigo
               MOVE w-cob-nombre (w-ind-cob) TO cob-nombre
               MOVE w-cob-comision (w-ind-cob) TO cob-comision
               MOVE w-cob-estado (w-ind-cob) TO cob-estado
               WRITE cob-reg
           END-PERFORM.
           CLOSE COBRADORES.

       750-REGRABAR-ZONAS.
           OPEN OUTPUT ZONAS.
           PERFORM VARYING w-ind-zon FROM 1 BY 1
                   UNTIL w-ind-zon > w-cant-zon
               MOVE SPACES TO zon-reg
               MOVE w-zon-codigo (w-ind-zon) TO zon-codigo
               MOVE w-zon-cobrador (w-ind-zon) TO zon-cobrador
               MOVE w-zon-patron (w-ind-zon) TO zon-patron
               MOVE w-zon-edad-minima (w-ind-zon) TO zon-edad-minima
               MOVE w-zon-estado (w-ind-zon) TO zon-estado
               WRITE zon-reg
           END-PERFORM.
           CLOSE ZONAS.

       END PROGRAM MANTENER-COBRADORES.
