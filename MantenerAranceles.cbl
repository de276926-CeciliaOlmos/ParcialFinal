      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-ARANCELES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARANCELES ASSIGN TO "..\aranceles_hist.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-arh.
           SELECT OPTIONAL ACTIVIDADES
                   ASSIGN TO "..\actividades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-act.
           SELECT OPTIONAL INSTALACIONES
                   ASSIGN TO "..\instalaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ist.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Historia de aranceles de actividades (tipo A) e
      * instalaciones (tipo I): cada linea es un importe con la
      * fecha desde la que rige, cargado por anticipado, con la
      * fecha de carga y el operador. Estado A en vigor o
      * programado, N anulado antes de entrar en vigencia. La
      * linea con vigencia cero es el arancel que tenia el maestro
      * antes del primer cambio cargado.
       FD  ARANCELES.
       01  arh-reg.
           03 arh-tipo pic x.
           03 filler pic x value space.
           03 arh-codigo pic 9(3).
           03 filler pic x value space.
           03 arh-vigencia pic 9(8).
           03 filler pic x value space.
           03 arh-importe pic 9(8).
           03 filler pic x value space.
           03 arh-fecha-carga pic 9(8).
           03 filler pic x value space.
           03 arh-operador pic x(8).
           03 filler pic x value space.
           03 arh-estado pic x.

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

       FD  INSTALACIONES.
       01  ist-reg.
           03 ist-codigo pic 9(3).
           03 filler pic x.
           03 ist-nombre pic x(20).
           03 filler pic x.
           03 ist-arancel pic 9(8).
           03 filler pic x.
           03 ist-sede pic 9(2).

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
       77  w-status-arh pic xx value spaces.
       77  w-status-act pic xx value spaces.
       77  w-status-ist pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-arh pic 9 value zero.
       77  w-flag-act pic 9 value zero.
       77  w-flag-ist pic 9 value zero.
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
       77  w-tipo-carga pic x value space.
       77  w-codigo-carga pic 9(3) value zero.
       77  w-vigencia-carga pic 9(8) value zero.
       77  w-vigencia-sugerida pic 9(8) value zero.
       77  w-importe-carga pic 9(8) value zero.
       77  w-item-hallado pic 9 value zero.
       77  w-item-nombre pic x(20) value spaces.
       77  w-item-arancel pic 9(8) value zero.
       77  w-cant-arh pic 9(4) value zero.
       77  w-ind-arh pic 9(4) value zero.
       77  w-arh-hallado pic 9(4) value zero.
       77  w-cant-historia pic 9(4) value zero.
       77  w-vig-hallada pic 9(8) value zero.
       77  w-ind-vigente pic 9(4) value zero.
       77  w-marca-vigente pic x(10) value spaces.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-operacion-aud pic x(12) value spaces.
       01  w-fecha-mes.
           03 w-mes-anio pic 9(4).
           03 w-mes-mes pic 9(2).
           03 w-mes-dia pic 9(2).
       01  w-tab-aranceles.
           03 w-tab-arh occurs 3000.
               05 w-arh-tipo pic x.
               05 w-arh-codigo pic 9(3).
               05 w-arh-vigencia pic 9(8).
               05 w-arh-importe pic 9(8).
               05 w-arh-fecha-carga pic 9(8).
               05 w-arh-operador pic x(8).
               05 w-arh-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 100-CARGAR-ARANCELES.
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

       100-CARGAR-ARANCELES.
           MOVE ZERO TO w-cant-arh.
           MOVE ZERO TO w-flag-arh.
           OPEN INPUT ARANCELES.
           IF w-status-arh = "00"
               PERFORM 110-LEER-ARANCEL
               PERFORM UNTIL w-flag-arh = 1
                   IF w-cant-arh < 3000
                       ADD 1 TO w-cant-arh
                       MOVE arh-tipo TO w-arh-tipo (w-cant-arh)
                       MOVE arh-codigo TO w-arh-codigo (w-cant-arh)
                       MOVE arh-vigencia
                           TO w-arh-vigencia (w-cant-arh)
                       MOVE arh-importe TO w-arh-importe (w-cant-arh)
                       MOVE arh-fecha-carga
                           TO w-arh-fecha-carga (w-cant-arh)
                       MOVE arh-operador
                           TO w-arh-operador (w-cant-arh)
                       MOVE arh-estado TO w-arh-estado (w-cant-arh)
                   END-IF
                   PERFORM 110-LEER-ARANCEL
               END-PERFORM
               CLOSE ARANCELES
           ELSE
               IF w-status-arh = "05"
                   CLOSE ARANCELES
               END-IF
           END-IF.

       110-LEER-ARANCEL.
           READ ARANCELES AT END MOVE 1 TO w-flag-arh.

       200-MENU.
           DISPLAY " ".
           DISPLAY "ARANCELES DE ACTIVIDADES E INSTALACIONES".
           DISPLAY "  1- CONSULTAR HISTORIA DE UN ARANCEL".
           DISPLAY "  2- PROGRAMAR CAMBIO DE ARANCEL".
           DISPLAY "  3- ANULAR CAMBIO PROGRAMADO".
           DISPLAY "  4- SALIR".
           ACCEPT w-llave-menu.

      * Consultar puede cualquier operador; cargar o anular un
      * cambio de precio exige perfil supervisor.
       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-CONSULTAR
           ELSE
               IF w-llave-menu = 2 OR w-llave-menu = 3
                   IF w-perfil NOT = "S"
                       DISPLAY "MODIFICAR ARANCELES REQUIERE PERFIL "
                           "DE SUPERVISOR"
                   ELSE
                       IF w-llave-menu = 2
                           PERFORM 400-PROGRAMAR-CAMBIO
                       ELSE
                           PERFORM 500-ANULAR-CAMBIO
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-IF.

       300-CONSULTAR.
           PERFORM 600-PEDIR-ITEM.
           IF w-item-hallado = 1
               PERFORM 610-BUSCAR-VIGENTE
               DISPLAY "ARANCEL EN EL MAESTRO: " w-item-arancel
               MOVE ZERO TO w-cant-historia
               PERFORM VARYING w-ind-arh FROM 1 BY 1
                       UNTIL w-ind-arh > w-cant-arh
                   IF w-arh-tipo (w-ind-arh) = w-tipo-carga
                   AND w-arh-codigo (w-ind-arh) = w-codigo-carga
                       ADD 1 TO w-cant-historia
                       PERFORM 310-MOSTRAR-LINEA
                   END-IF
               END-PERFORM
               IF w-cant-historia = ZERO
                   DISPLAY "SIN CAMBIOS CARGADOS: RIGE EL ARANCEL "
                       "DEL MAESTRO"
               END-IF
           END-IF.

       310-MOSTRAR-LINEA.
           MOVE SPACES TO w-marca-vigente.
           IF w-arh-estado (w-ind-arh) = "N"
               MOVE "ANULADO" TO w-marca-vigente
           ELSE
               IF w-ind-arh = w-ind-vigente
                   MOVE "VIGENTE" TO w-marca-vigente
               ELSE
                   IF w-arh-vigencia (w-ind-arh) > w-fecha-proceso
                       MOVE "PROGRAMADO" TO w-marca-vigente
                   END-IF
               END-IF
           END-IF.
           IF w-arh-vigencia (w-ind-arh) = ZERO
               DISPLAY "  ARANCEL ORIGINAL  "
                   " IMPORTE " w-arh-importe (w-ind-arh)
                   " CARGADO " w-arh-fecha-carga (w-ind-arh)
                   " " w-arh-operador (w-ind-arh)
                   " " w-marca-vigente
           ELSE
               DISPLAY "  DESDE " w-arh-vigencia (w-ind-arh)
                   "    IMPORTE " w-arh-importe (w-ind-arh)
                   " CARGADO " w-arh-fecha-carga (w-ind-arh)
                   " " w-arh-operador (w-ind-arh)
                   " " w-marca-vigente
           END-IF.

      * El cambio se programa desde hoy en adelante (por omision el
      * primero del mes que viene): un arancel ya facturado no se
      * modifica hacia atras. El primer cambio de un item deja
      * tambien asentado el arancel que tenia el maestro, para que
      * las cuotas y reservas anteriores sigan explicandose.
       400-PROGRAMAR-CAMBIO.
           PERFORM 600-PEDIR-ITEM.
           IF w-item-hallado = 1
               PERFORM 610-BUSCAR-VIGENTE
               DISPLAY "ARANCEL VIGENTE HOY: " w-item-arancel
               MOVE w-fecha-proceso TO w-fecha-mes
               ADD 1 TO w-mes-mes
               IF w-mes-mes > 12
                   MOVE 1 TO w-mes-mes
                   ADD 1 TO w-mes-anio
               END-IF
               MOVE 1 TO w-mes-dia
               MOVE w-fecha-mes TO w-vigencia-sugerida
               DISPLAY "Vigente desde AAAAMMDD (ENTER="
                   w-vigencia-sugerida "): "
               ACCEPT w-vigencia-carga
               IF w-vigencia-carga = ZERO
                   MOVE w-vigencia-sugerida TO w-vigencia-carga
               END-IF
               DISPLAY "Nuevo arancel: "
               ACCEPT w-importe-carga
               PERFORM 620-BUSCAR-MISMA-VIGENCIA
               IF w-vigencia-carga < w-fecha-proceso
                   DISPLAY "NO SE PUEDEN CARGAR CAMBIOS CON VIGENCIA "
                       "ANTERIOR A HOY"
               ELSE
                   IF w-importe-carga = ZERO
                       DISPLAY "IMPORTE INVALIDO, NO SE GRABA"
                   ELSE
                       IF w-arh-hallado NOT = ZERO
                           DISPLAY "YA HAY UN CAMBIO CARGADO DESDE "
                               "ESA FECHA: ANULELO ANTES DE CARGAR "
                               "OTRO"
                       ELSE
                           IF w-cant-arh + 2 > 3000
                               DISPLAY "TABLA DE ARANCELES LLENA, NO "
                                   "SE GRABA"
                           ELSE
                               PERFORM 410-GRABAR-CAMBIO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       410-GRABAR-CAMBIO.
           IF w-cant-historia = ZERO
               ADD 1 TO w-cant-arh
               MOVE w-tipo-carga TO w-arh-tipo (w-cant-arh)
               MOVE w-codigo-carga TO w-arh-codigo (w-cant-arh)
               MOVE ZERO TO w-arh-vigencia (w-cant-arh)
               MOVE w-item-arancel TO w-arh-importe (w-cant-arh)
               MOVE w-fecha-proceso TO w-arh-fecha-carga (w-cant-arh)
               MOVE w-operador TO w-arh-operador (w-cant-arh)
               MOVE "A" TO w-arh-estado (w-cant-arh)
           END-IF.
           ADD 1 TO w-cant-arh.
           MOVE w-tipo-carga TO w-arh-tipo (w-cant-arh).
           MOVE w-codigo-carga TO w-arh-codigo (w-cant-arh).
           MOVE w-vigencia-carga TO w-arh-vigencia (w-cant-arh).
           MOVE w-importe-carga TO w-arh-importe (w-cant-arh).
           MOVE w-fecha-proceso TO w-arh-fecha-carga (w-cant-arh).
           MOVE w-operador TO w-arh-operador (w-cant-arh).
           MOVE "A" TO w-arh-estado (w-cant-arh).
           PERFORM 700-REGRABAR-ARANCELES.
           MOVE "ARANCEL PROG" TO w-operacion-aud.
           PERFORM 640-RESULTADO-AUDITORIA.
           PERFORM 650-ASENTAR-AUDITORIA.
           DISPLAY "ARANCEL " w-importe-carga " PROGRAMADO DESDE EL "
               w-vigencia-carga.
           DISPLAY "EL MAESTRO SE ACTUALIZA EN EL PROCESO NOCTURNO "
               "DEL DIA EN QUE ENTRA EN VIGENCIA".

      * Solo se anula un cambio que todavia no entro en vigencia;
      * uno vigente se corrige cargando otro cambio.
       500-ANULAR-CAMBIO.
           PERFORM 600-PEDIR-ITEM.
           IF w-item-hallado = 1
               DISPLAY "Vigencia del cambio a anular AAAAMMDD: "
               ACCEPT w-vigencia-carga
               PERFORM 620-BUSCAR-MISMA-VIGENCIA
               IF w-arh-hallado = ZERO
                   DISPLAY "NO HAY CAMBIO CARGADO DESDE ESA FECHA"
               ELSE
                   IF w-vigencia-carga <= w-fecha-proceso
                       DISPLAY "EL CAMBIO YA ESTA EN VIGENCIA, NO SE "
                           "PUEDE ANULAR"
                   ELSE
                       MOVE "N" TO w-arh-estado (w-arh-hallado)
                       MOVE w-arh-importe (w-arh-hallado)
                           TO w-importe-carga
                       PERFORM 700-REGRABAR-ARANCELES
                       MOVE "ARANCEL ANUL" TO w-operacion-aud
                       PERFORM 640-RESULTADO-AUDITORIA
                       PERFORM 650-ASENTAR-AUDITORIA
                       DISPLAY "CAMBIO ANULADO"
                   END-IF
               END-IF
           END-IF.

       600-PEDIR-ITEM.
           MOVE ZERO TO w-item-hallado.
           DISPLAY "Tipo (A=ACTIVIDAD I=INSTALACION): ".
           ACCEPT w-tipo-carga.
           IF w-tipo-carga = "a"
               MOVE "A" TO w-tipo-carga
           END-IF.
           IF w-tipo-carga = "i"
               MOVE "I" TO w-tipo-carga
           END-IF.
           IF w-tipo-carga NOT = "A" AND NOT = "I"
               DISPLAY "TIPO INVALIDO"
           ELSE
               DISPLAY "Codigo: "
               ACCEPT w-codigo-carga
               IF w-tipo-carga = "A"
                   PERFORM 660-BUSCAR-ACTIVIDAD
               ELSE
                   PERFORM 670-BUSCAR-INSTALACION
               END-IF
               IF w-item-hallado = ZERO
                   DISPLAY "EL CODIGO " w-codigo-carga " NO EXISTE"
               ELSE
                   DISPLAY w-codigo-carga " " w-item-nombre
               END-IF
           END-IF.

      * Vigente a hoy: la linea no anulada de vigencia mas reciente
      * que no sea posterior a hoy. Sin historia rige el maestro.
       610-BUSCAR-VIGENTE.
           MOVE ZERO TO w-ind-vigente.
           MOVE ZERO TO w-vig-hallada.
           MOVE ZERO TO w-cant-historia.
           PERFORM VARYING w-ind-arh FROM 1 BY 1
                   UNTIL w-ind-arh > w-cant-arh
               IF w-arh-tipo (w-ind-arh) = w-tipo-carga
               AND w-arh-codigo (w-ind-arh) = w-codigo-carga
               AND w-arh-estado (w-ind-arh) = "A"
                   ADD 1 TO w-cant-historia
                   IF w-arh-vigencia (w-ind-arh) <= w-fecha-proceso
                   AND w-arh-vigencia (w-ind-arh) >= w-vig-hallada
                       MOVE w-arh-vigencia (w-ind-arh)
                           TO w-vig-hallada
                       MOVE w-ind-arh TO w-ind-vigente
                   END-IF
               END-IF
           END-PERFORM.
           IF w-ind-vigente NOT = ZERO
               MOVE w-arh-importe (w-ind-vigente) TO w-item-arancel
           END-IF.

       620-BUSCAR-MISMA-VIGENCIA.
           MOVE ZERO TO w-arh-hallado.
           PERFORM VARYING w-ind-arh FROM 1 BY 1
                   UNTIL w-ind-arh > w-cant-arh
               IF w-arh-tipo (w-ind-arh) = w-tipo-carga
               AND w-arh-codigo (w-ind-arh) = w-codigo-carga
               AND w-arh-vigencia (w-ind-arh) = w-vigencia-carga
               AND w-arh-estado (w-ind-arh) = "A"
                   MOVE w-ind-arh TO w-arh-hallado
               END-IF
           END-PERFORM.

       640-RESULTADO-AUDITORIA.
           MOVE SPACES TO w-resultado-aud.
           STRING w-tipo-carga w-codigo-carga " "
               w-vigencia-carga
               DELIMITED BY SIZE INTO w-resultado-aud.

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

       660-BUSCAR-ACTIVIDAD.
           MOVE ZERO TO w-flag-act.
           OPEN INPUT ACTIVIDADES.
           IF w-status-act = "00"
               PERFORM 665-LEER-ACTIVIDAD
               PERFORM UNTIL w-flag-act = 1
                   IF act-codigo = w-codigo-carga
                       MOVE 1 TO w-item-hallado
                       MOVE act-nombre TO w-item-nombre
                       MOVE act-arancel TO w-item-arancel
                   END-IF
                   PERFORM 665-LEER-ACTIVIDAD
               END-PERFORM
               CLOSE ACTIVIDADES
           ELSE
               IF w-status-act = "05"
                   CLOSE ACTIVIDADES
               END-IF
           END-IF.

       665-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-act.

       670-BUSCAR-INSTALACION.
           MOVE ZERO TO w-flag-ist.
           OPEN INPUT INSTALACIONES.
           IF w-status-ist = "00"
               PERFORM 675-LEER-INSTALACION
               PERFORM UNTIL w-flag-ist = 1
                   IF ist-codigo = w-codigo-carga
                       MOVE 1 TO w-item-hallado
                       MOVE ist-nombre TO w-item-nombre
                       MOVE ist-arancel TO w-item-arancel
                   END-IF
                   PERFORM 675-LEER-INSTALACION
               END-PERFORM
               CLOSE INSTALACIONES
           ELSE
               IF w-status-ist = "05"
                   CLOSE INSTALACIONES
               END-IF
           END-IF.

       675-LEER-INSTALACION.
           READ INSTALACIONES AT END MOVE 1 TO w-flag-ist.

       700-REGRABAR-ARANCELES.
           OPEN OUTPUT ARANCELES.
           PERFORM VARYING w-ind-arh FROM 1 BY 1
                   UNTIL w-ind-arh > w-cant-arh
               MOVE SPACES TO arh-reg
               MOVE w-arh-tipo (w-ind-arh) TO arh-tipo
               MOVE w-arh-codigo (w-ind-arh) TO arh-codigo
               MOVE w-arh-vigencia (w-ind-arh) TO arh-vigencia
               MOVE w-arh-importe (w-ind-arh) TO arh-importe
               MOVE w-arh-fecha-carga (w-ind-arh) TO arh-fecha-carga
               MOVE w-arh-operador (w-ind-arh) TO arh-operador
               MOVE w-arh-estado (w-ind-arh) TO arh-estado
               WRITE arh-reg
           END-PERFORM.
           CLOSE ARANCELES.

       END PROGRAM MANTENER-ARANCELES.
