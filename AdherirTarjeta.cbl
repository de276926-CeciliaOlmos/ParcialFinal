      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHERIR-TARJETA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETAS ASSIGN TO "..\tarjetas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-tar.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Maestro de adhesiones al debito en tarjeta de credito: una
      * linea por adhesion. La vigente de cada legajo es la que no
      * tiene fecha de baja. Del numero de tarjeta solo se guardan
      * los primeros seis y los ultimos cuatro digitos; el numero
      * completo lo tiene la procesadora desde el formulario de
      * adhesion. Los rechazos seguidos los lleva
      * ProcesarLiquidacionTarjeta y vuelven a cero con un debito
      * aprobado.
       FD  TARJETAS.
       01  tar-reg.
           03 tar-legajo pic 9(5).
           03 filler pic x value space.
           03 tar-marca pic x(10).
           03 filler pic x value space.
           03 tar-numero pic x(16).
           03 filler pic x value space.
           03 tar-vencimiento pic 9(6).
           03 filler pic x value space.
           03 tar-fecha-adhesion pic 9(8).
           03 filler pic x value space.
           03 tar-fecha-baja pic 9(8).
           03 filler pic x value space.
           03 tar-rechazos pic 9(2).
           03 filler pic x value space.
           03 tar-operador pic x(8).

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
       77  w-status-tar pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-tar pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 4.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-legajo-carga pic 9(5) value zero.
       77  w-marca-carga pic x(10) value spaces.
       77  w-bin-carga pic x(6) value spaces.
       77  w-ultimos-carga pic x(4) value spaces.
       77  w-vencimiento-carga pic 9(6) value zero.
       77  w-operacion-aud pic x(12) value spaces.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-confirma pic x value space.
       77  w-sin-datos pic 9 value zero.
       77  w-cant-tar pic 9(4) value zero.
       77  w-ind-tar pic 9(4) value zero.
       77  w-tar-vigente pic 9(4) value zero.
       77  w-cant-mostradas pic 9(4) value zero.
       01  w-numero-enmascarado.
           03 w-nen-bin pic x(6).
           03 w-nen-medio pic x(6) value "******".
           03 w-nen-ultimos pic x(4).
       01  w-tab-tarjetas.
           03 w-tab-tar occurs 3000.
               05 w-tar-legajo pic 9(5).
               05 w-tar-marca pic x(10).
               05 w-tar-numero pic x(16).
               05 w-tar-vencimiento pic 9(6).
               05 w-tar-fecha-adhesion pic 9(8).
               05 w-tar-fecha-baja pic 9(8).
               05 w-tar-rechazos pic 9(2).
               05 w-tar-operador pic x(8).

      * Adhesion de la cuota al debito en tarjeta de credito: alta,
      * baja y consulta por socio. Las cuotas de un socio con
      * adhesion vigente las presenta PresentarTarjeta a la
      * procesadora y GenerarDebitos deja de presentarlas por CBU.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-periodo-hoy = w-fecha-hoy / 100.
           OPEN INPUT DATOS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 250-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE DATOS.
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

       200-MENU.
           DISPLAY " ".
           DISPLAY "DEBITO EN TARJETA DE CREDITO".
           DISPLAY "  1- ADHERIR UN SOCIO".
           DISPLAY "  2- DAR DE BAJA LA ADHESION DE UN SOCIO".
           DISPLAY "  3- CONSULTAR ADHESIONES DE UN SOCIO".
           DISPLAY "  4- SALIR".
           ACCEPT w-llave-menu.

       250-PROCESO.
           IF w-llave-menu = 1 OR w-llave-menu = 2
               IF w-perfil = "C"
                   DISPLAY "PERFIL DE CONSULTA: NO PUEDE MODIFICAR "
                       "ADHESIONES"
               ELSE
                   IF w-llave-menu = 1
                       PERFORM 300-ADHERIR
                   ELSE
                       PERFORM 400-DAR-BAJA
                   END-IF
               END-IF
           ELSE
               IF w-llave-menu = 3
                   PERFORM 500-CONSULTAR
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-IF.

      * Un socio tiene a lo sumo una adhesion vigente: para cambiar
      * de tarjeta primero se da de baja la anterior.
       300-ADHERIR.
           DISPLAY "Legajo: ".
           ACCEPT w-legajo-carga.
           PERFORM 320-VERIFICAR-SOCIO.
           IF w-sin-datos = 1
               DISPLAY "EL LEGAJO NO TIENE DATOS PERSONALES CARGADOS"
           ELSE
               PERFORM 800-CARGAR-TARJETAS
               PERFORM 850-BUSCAR-VIGENTE
               IF w-tar-vigente NOT = ZERO
                   DISPLAY "EL SOCIO YA TIENE UNA ADHESION VIGENTE ("
                       w-tar-marca (w-tar-vigente) " "
                       w-tar-numero (w-tar-vigente) "): DARLA DE "
                       "BAJA ANTES"
               ELSE
                   PERFORM 330-PEDIR-TARJETA
               END-IF
           END-IF.

       320-VERIFICAR-SOCIO.
           MOVE ZERO TO w-sin-datos.
           MOVE w-legajo-carga TO dat-legajo.
           READ DATOS
               INVALID KEY MOVE 1 TO w-sin-datos
           END-READ.

       330-PEDIR-TARJETA.
           DISPLAY "SOCIO: " dat-nombre.
           DISPLAY "Marca (VISA, MASTERCARD, AMEX, ...): ".
           ACCEPT w-marca-carga.
           DISPLAY "Primeros 6 digitos de la tarjeta: ".
           ACCEPT w-bin-carga.
           DISPLAY "Ultimos 4 digitos de la tarjeta: ".
           ACCEPT w-ultimos-carga.
           DISPLAY "Vencimiento de la tarjeta AAAAMM: ".
           ACCEPT w-vencimiento-carga.
           IF w-marca-carga = SPACES
           OR w-bin-carga IS NOT NUMERIC
           OR w-ultimos-carga IS NOT NUMERIC
               DISPLAY "DATOS DE LA TARJETA INCOMPLETOS, NO SE ADHIERE"
           ELSE
               IF w-vencimiento-carga < w-periodo-hoy
               OR w-vencimiento-carga (5:2) < "01"
               OR w-vencimiento-carga (5:2) > "12"
                   DISPLAY "VENCIMIENTO INVALIDO O TARJETA VENCIDA"
               ELSE
                   MOVE w-bin-carga TO w-nen-bin
                   MOVE w-ultimos-carga TO w-nen-ultimos
                   DISPLAY "Adhiere " w-marca-carga " "
                       w-numero-enmascarado " (S/N): "
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       PERFORM 340-GRABAR-ADHESION
                   ELSE
                       DISPLAY "ADHESION CANCELADA"
                   END-IF
               END-IF
           END-IF.

       340-GRABAR-ADHESION.
           OPEN EXTEND TARJETAS.
           MOVE SPACES TO tar-reg.
           MOVE w-legajo-carga TO tar-legajo.
           MOVE w-marca-carga TO tar-marca.
           MOVE w-numero-enmascarado TO tar-numero.
           MOVE w-vencimiento-carga TO tar-vencimiento.
           MOVE w-fecha-hoy TO tar-fecha-adhesion.
           MOVE ZERO TO tar-fecha-baja.
           MOVE ZERO TO tar-rechazos.
           MOVE w-operador TO tar-operador.
           WRITE tar-reg.
           CLOSE TARJETAS.
           MOVE "ADHESION TC" TO w-operacion-aud.
           MOVE w-marca-carga TO w-resultado-aud.
           PERFORM 900-ASENTAR-AUDITORIA.
           DISPLAY "ADHESION REGISTRADA: SE PRESENTA DESDE LA PROXIMA "
               "CUOTA".

       400-DAR-BAJA.
           DISPLAY "Legajo: ".
           ACCEPT w-legajo-carga.
           PERFORM 800-CARGAR-TARJETAS.
           PERFORM 850-BUSCAR-VIGENTE.
           IF w-tar-vigente = ZERO
               DISPLAY "EL SOCIO NO TIENE ADHESION VIGENTE"
           ELSE
               DISPLAY "Da de baja " w-tar-marca (w-tar-vigente) " "
                   w-tar-numero (w-tar-vigente) " (S/N): "
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   MOVE w-fecha-hoy
                       TO w-tar-fecha-baja (w-tar-vigente)
                   PERFORM 820-REGRABAR-TARJETAS
                   MOVE "BAJA TC" TO w-operacion-aud
                   MOVE w-tar-marca (w-tar-vigente)
                       TO w-resultado-aud
                   PERFORM 900-ASENTAR-AUDITORIA
                   DISPLAY "ADHESION DADA DE BAJA"
               ELSE
                   DISPLAY "BAJA CANCELADA"
               END-IF
           END-IF.

       500-CONSULTAR.
           DISPLAY "Legajo: ".
           ACCEPT w-legajo-carga.
           PERFORM 800-CARGAR-TARJETAS.
           MOVE ZERO TO w-cant-mostradas.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
                   UNTIL w-ind-tar > w-cant-tar
               IF w-tar-legajo (w-ind-tar) = w-legajo-carga
                   ADD 1 TO w-cant-mostradas
                   DISPLAY "  " w-tar-marca (w-ind-tar) " "
                       w-tar-numero (w-ind-tar)
                       " VTO " w-tar-vencimiento (w-ind-tar)
                       " ALTA " w-tar-fecha-adhesion (w-ind-tar)
                       " BAJA " w-tar-fecha-baja (w-ind-tar)
                       " RECHAZOS " w-tar-rechazos (w-ind-tar)
               END-IF
           END-PERFORM.
           IF w-cant-mostradas = ZERO
               DISPLAY "EL SOCIO NO TIENE ADHESIONES"
           END-IF.

       800-CARGAR-TARJETAS.
           MOVE ZERO TO w-cant-tar.
           MOVE ZERO TO w-flag-tar.
           OPEN INPUT TARJETAS.
           IF w-status-tar = "00"
               PERFORM 810-LEER-TARJETA
               PERFORM UNTIL w-flag-tar = 1
                   IF w-cant-tar < 3000
                       ADD 1 TO w-cant-tar
                       MOVE tar-legajo TO w-tar-legajo (w-cant-tar)
                       MOVE tar-marca TO w-tar-marca (w-cant-tar)
                       MOVE tar-numero TO w-tar-numero (w-cant-tar)
                       MOVE tar-vencimiento
                           TO w-tar-vencimiento (w-cant-tar)
                       MOVE tar-fecha-adhesion
                           TO w-tar-fecha-adhesion (w-cant-tar)
                       MOVE tar-fecha-baja
                           TO w-tar-fecha-baja (w-cant-tar)
                       MOVE tar-rechazos
                           TO w-tar-rechazos (w-cant-tar)
                       MOVE tar-operador
                           TO w-tar-operador (w-cant-tar)
                   ELSE
                       DISPLAY "MAESTRO DE TARJETAS EXCEDE 3000 "
                           "ADHESIONES"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 810-LEER-TARJETA
               END-PERFORM
               CLOSE TARJETAS
           ELSE
               IF w-status-tar = "05"
                   CLOSE TARJETAS
               END-IF
           END-IF.

       810-LEER-TARJETA.
           READ TARJETAS AT END MOVE 1 TO w-flag-tar.

       820-REGRABAR-TARJETAS.
           OPEN OUTPUT TARJETAS.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
                   UNTIL w-ind-tar > w-cant-tar
               MOVE SPACES TO tar-reg
               MOVE w-tar-legajo (w-ind-tar) TO tar-legajo
               MOVE w-tar-marca (w-ind-tar) TO tar-marca
               MOVE w-tar-numero (w-ind-tar) TO tar-numero
               MOVE w-tar-vencimiento (w-ind-tar) TO tar-vencimiento
               MOVE w-tar-fecha-adhesion (w-ind-tar)
                   TO tar-fecha-adhesion
               MOVE w-tar-fecha-baja (w-ind-tar) TO tar-fecha-baja
               MOVE w-tar-rechazos (w-ind-tar) TO tar-rechazos
               MOVE w-tar-operador (w-ind-tar) TO tar-operador
               WRITE tar-reg
           END-PERFORM.
           CLOSE TARJETAS.

       850-BUSCAR-VIGENTE.
           MOVE ZERO TO w-tar-vigente.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
                   UNTIL w-ind-tar > w-cant-tar
               IF w-tar-legajo (w-ind-tar) = w-legajo-carga
               AND w-tar-fecha-baja (w-ind-tar) = ZERO
                   MOVE w-ind-tar TO w-tar-vigente
               END-IF
           END-PERFORM.

       900-ASENTAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-legajo-carga TO aud-legajo.
           MOVE w-operacion-aud TO aud-operacion.
           MOVE w-resultado-aud TO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM ADHERIR-TARJETA.
