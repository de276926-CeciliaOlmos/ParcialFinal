      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-CASILLEROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT LISTADO ASSIGN TO "..\casilleros_ocupacion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Maestro de casilleros: estado L libre, O ocupado, F fuera
      * de servicio.
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

      * Asignaciones: A activa, L marcada para liberar, B terminada.
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

      * Lista de espera: E en espera, A asignado, B borrado.
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
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

       FD  LISTADO.
       01  lis-linea pic x(120).

       WORKING-STORAGE SECTION.
       77  w-status-csl pic xx value spaces.
       77  w-status-asg pic xx value spaces.
       77  w-status-esp pic xx value spaces.
       77  w-flag-csl pic 9 value zero.
       77  w-flag-asg pic 9 value zero.
       77  w-flag-esp pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-cant-csl pic 9(3) value zero.
       77  w-ind-csl pic 9(3) value zero.
       77  w-cant-asg pic 9(4) value zero.
       77  w-ind-asg pic 9(4) value zero.
       77  w-asg-hallada pic 9(4) value zero.
       77  w-cant-esp pic 9(3) value zero.
       77  w-ind-esp pic 9(3) value zero.
       77  w-cant-ves pic 9(2) value zero.
       77  w-ind-ves pic 9(2) value zero.
       77  w-ves-hallado pic 9(2) value zero.
       77  w-ind-tam pic 9 value zero.
       77  w-tamano-actual pic x value space.
       77  w-orden-espera pic 9(3) value zero.
       77  w-libres-tamano pic 9(3) value zero.
       77  w-sub-libres pic 9(3) value zero.
       77  w-sub-ocupados pic 9(3) value zero.
       77  w-sub-liberar pic 9(3) value zero.
       77  w-sub-fuera pic 9(3) value zero.
       77  w-tot-libres pic 9(4) value zero.
       77  w-tot-ocupados pic 9(4) value zero.
       77  w-tot-liberar pic 9(4) value zero.
       77  w-tot-fuera pic 9(4) value zero.
       77  w-tot-espera pic 9(4) value zero.
       01  w-tamanos-datos pic x(3) value "CMG".
       01  w-tamanos REDEFINES w-tamanos-datos.
           03 w-tamano-item pic x occurs 3.
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
               05 w-asg-renovacion pic 9(8).
               05 w-asg-estado pic x.
       01  w-tab-espera.
           03 w-tab-esp occurs 500.
               05 w-esp-legajo pic 9(5).
               05 w-esp-tamano pic x.
               05 w-esp-vestuario pic x(12).
               05 w-esp-fecha pic 9(8).
       01  w-tab-vestuarios.
           03 w-tab-ves occurs 50.
               05 w-ves-nombre pic x(12).
       01  w-lin-titulo.
           03 filler pic x(44) value
               "OCUPACION DE CASILLEROS POR VESTUARIO AL    ".
           03 w-tit-fecha pic 9(8).
       01  w-lin-vestuario.
           03 filler pic x(10) value "VESTUARIO ".
           03 w-ves-lin-nombre pic x(12).
       01  w-lin-encabezado.
           03 filler pic x(36) value
               "  NRO.    T     TARIFA ESTADO".
           03 filler pic x(54) value
               "LEGAJO NOMBRE                         RENOVADO".
       01  w-lin-detalle.
           03 filler pic xx value spaces.
           03 w-det-numero pic 9(4).
           03 filler pic x(4) value spaces.
           03 w-det-tamano pic x.
           03 filler pic x value space.
           03 w-det-tarifa pic zz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-estado pic x(12).
           03 filler pic x value space.
           03 w-det-legajo pic x(5).
           03 filler pic xx value spaces.
           03 w-det-nombre pic x(30).
           03 filler pic x value space.
           03 w-det-renovacion pic x(8).
       01  w-lin-subtotal.
           03 filler pic x(11) value "  LIBRES: ".
           03 w-sub-lin-libres pic zz9.
           03 filler pic x(13) value "  OCUPADOS: ".
           03 w-sub-lin-ocupados pic zz9.
           03 filler pic x(14) value "  A LIBERAR: ".
           03 w-sub-lin-liberar pic zz9.
           03 filler pic x(21) value "  FUERA DE SERVICIO: ".
           03 w-sub-lin-fuera pic zz9.
       01  w-lin-tit-espera.
           03 filler pic x(31) value
               "LISTA DE ESPERA - TAMANO      ".
           03 w-esp-lin-tamano pic x.
           03 filler pic x(21) value "  CASILLEROS LIBRES: ".
           03 w-esp-lin-libres pic zz9.
       01  w-lin-enc-espera.
           03 filler pic x(50) value
               "  NRO  LEGAJO NOMBRE".
           03 filler pic x(30) value
               "VESTUARIO    ANOTADO".
       01  w-lin-espera.
           03 filler pic xx value spaces.
           03 w-esp-det-orden pic zz9.
           03 filler pic xx value spaces.
           03 w-esp-det-legajo pic 9(5).
           03 filler pic xx value spaces.
           03 w-esp-det-nombre pic x(30).
           03 filler pic x(6) value spaces.
           03 w-esp-det-vestuario pic x(12).
           03 filler pic x value space.
           03 w-esp-det-fecha pic 9(8).
       01  w-lin-total.
           03 filler pic x(18) value "TOTAL CASILLEROS: ".
           03 w-tot-lin-cant pic zz9.
           03 filler pic x(11) value "  LIBRES: ".
           03 w-tot-lin-libres pic zzz9.
           03 filler pic x(13) value "  OCUPADOS: ".
           03 w-tot-lin-ocupados pic zzz9.
           03 filler pic x(14) value "  A LIBERAR: ".
           03 w-tot-lin-liberar pic zzz9.
           03 filler pic x(13) value "  EN ESPERA: ".
           03 w-tot-lin-espera pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-CARGAR-CASILLEROS.
           PERFORM 150-CARGAR-ASIGNACIONES.
           PERFORM 170-CARGAR-ESPERA.
           OPEN INPUT DATOS.
           OPEN OUTPUT LISTADO.
           PERFORM 300-MAPA-OCUPACION.
           PERFORM 400-LISTA-ESPERA.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE w-cant-csl TO w-tot-lin-cant.
           MOVE w-tot-libres TO w-tot-lin-libres.
           MOVE w-tot-ocupados TO w-tot-lin-ocupados.
           MOVE w-tot-liberar TO w-tot-lin-liberar.
           MOVE w-tot-espera TO w-tot-lin-espera.
           WRITE lis-linea FROM w-lin-total.
           CLOSE DATOS.
           CLOSE LISTADO.
           DISPLAY "CASILLEROS          : " w-cant-csl.
           DISPLAY "LIBRES              : " w-tot-libres.
           DISPLAY "OCUPADOS            : " w-tot-ocupados.
           DISPLAY "MARCADOS A LIBERAR  : " w-tot-liberar.
           DISPLAY "FUERA DE SERVICIO   : " w-tot-fuera.
           DISPLAY "SOCIOS EN ESPERA    : " w-tot-espera.
           DISPLAY "LISTADO EN casilleros_ocupacion.txt".
           STOP RUN.

       100-CARGAR-CASILLEROS.
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
                       PERFORM 120-REGISTRAR-VESTUARIO
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

      * Los vestuarios salen en el orden en que aparecen en el
      * maestro.
       120-REGISTRAR-VESTUARIO.
           MOVE ZERO TO w-ves-hallado.
           PERFORM VARYING w-ind-ves FROM 1 BY 1
                   UNTIL w-ind-ves > w-cant-ves
               IF w-ves-nombre (w-ind-ves) = csl-vestuario
                   MOVE w-ind-ves TO w-ves-hallado
               END-IF
           END-PERFORM.
           IF w-ves-hallado = ZERO AND w-cant-ves < 50
               ADD 1 TO w-cant-ves
               MOVE csl-vestuario TO w-ves-nombre (w-cant-ves)
           END-IF.

      * Solo interesan las asignaciones vigentes.
       150-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
           IF w-status-asg = "00"
               PERFORM 160-LEER-ASIGNACION
               PERFORM UNTIL w-flag-asg = 1
                   IF asg-estado NOT = "B" AND w-cant-asg < 2000
                       ADD 1 TO w-cant-asg
                       MOVE asg-casillero
                           TO w-asg-casillero (w-cant-asg)
                       MOVE asg-legajo TO w-asg-legajo (w-cant-asg)
                       MOVE asg-renovacion
                           TO w-asg-renovacion (w-cant-asg)
                       MOVE asg-estado TO w-asg-estado (w-cant-asg)
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

      * La lista conserva el orden de anotacion.
       170-CARGAR-ESPERA.
           OPEN INPUT ESPERA.
           IF w-status-esp = "00"
               PERFORM 180-LEER-ESPERA
               PERFORM UNTIL w-flag-esp = 1
                   IF esp-estado = "E" AND w-cant-esp < 500
                       ADD 1 TO w-cant-esp
                       MOVE esp-legajo TO w-esp-legajo (w-cant-esp)
                       MOVE esp-tamano TO w-esp-tamano (w-cant-esp)
                       MOVE esp-vestuario
                           TO w-esp-vestuario (w-cant-esp)
                       MOVE esp-fecha TO w-esp-fecha (w-cant-esp)
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

       300-MAPA-OCUPACION.
           MOVE w-fecha-hoy TO w-tit-fecha.
           WRITE lis-linea FROM w-lin-titulo.
           PERFORM VARYING w-ind-ves FROM 1 BY 1
                   UNTIL w-ind-ves > w-cant-ves
               MOVE SPACES TO lis-linea
               WRITE lis-linea
               MOVE w-ves-nombre (w-ind-ves) TO w-ves-lin-nombre
               WRITE lis-linea FROM w-lin-vestuario
               WRITE lis-linea FROM w-lin-encabezado
               MOVE ZERO TO w-sub-libres
               MOVE ZERO TO w-sub-ocupados
               MOVE ZERO TO w-sub-liberar
               MOVE ZERO TO w-sub-fuera
               PERFORM VARYING w-ind-csl FROM 1 BY 1
                       UNTIL w-ind-csl > w-cant-csl
                   IF w-csl-vestuario (w-ind-csl)
                       = w-ves-nombre (w-ind-ves)
                       PERFORM 310-LISTAR-CASILLERO
                   END-IF
               END-PERFORM
               MOVE w-sub-libres TO w-sub-lin-libres
               MOVE w-sub-ocupados TO w-sub-lin-ocupados
               MOVE w-sub-liberar TO w-sub-lin-liberar
               MOVE w-sub-fuera TO w-sub-lin-fuera
               WRITE lis-linea FROM w-lin-subtotal
               ADD w-sub-libres TO w-tot-libres
               ADD w-sub-ocupados TO w-tot-ocupados
               ADD w-sub-liberar TO w-tot-liberar
               ADD w-sub-fuera TO w-tot-fuera
           END-PERFORM.

      * Un casillero ocupado cuya asignacion quedo marcada por
      * falta de pago sale como A LIBERAR.
       310-LISTAR-CASILLERO.
           MOVE SPACES TO w-lin-detalle.
           MOVE w-csl-numero (w-ind-csl) TO w-det-numero.
           MOVE w-csl-tamano (w-ind-csl) TO w-det-tamano.
           MOVE w-csl-tarifa (w-ind-csl) TO w-det-tarifa.
           MOVE ZERO TO w-asg-hallada.
           PERFORM VARYING w-ind-asg FROM 1 BY 1
                   UNTIL w-ind-asg > w-cant-asg
                   OR w-asg-hallada NOT = ZERO
               IF w-asg-casillero (w-ind-asg)
                   = w-csl-numero (w-ind-csl)
                   MOVE w-ind-asg TO w-asg-hallada
               END-IF
           END-PERFORM.
           IF w-csl-estado (w-ind-csl) = "F"
               MOVE "FUERA SERV." TO w-det-estado
               ADD 1 TO w-sub-fuera
           ELSE
               IF w-asg-hallada = ZERO
                   MOVE "LIBRE" TO w-det-estado
                   ADD 1 TO w-sub-libres
               ELSE
                   IF w-asg-estado (w-asg-hallada) = "L"
                       MOVE "A LIBERAR" TO w-det-estado
                       ADD 1 TO w-sub-liberar
                   ELSE
                       MOVE "OCUPADO" TO w-det-estado
                       ADD 1 TO w-sub-ocupados
                   END-IF
                   MOVE w-asg-legajo (w-asg-hallada) TO w-det-legajo
                   MOVE w-asg-renovacion (w-asg-hallada)
                       TO w-det-renovacion
                   MOVE w-asg-legajo (w-asg-hallada) TO dat-legajo
                   READ DATOS
                       INVALID KEY
                           MOVE "(SIN DATOS PERSONALES)"
                               TO w-det-nombre
                       NOT INVALID KEY
                           MOVE dat-nombre TO w-det-nombre
                   END-READ
               END-IF
           END-IF.
           WRITE lis-linea FROM w-lin-detalle.

      * Una lista por tamano, con los casilleros libres de ese
      * tamano para ver de un vistazo si se puede ir asignando.
       400-LISTA-ESPERA.
           PERFORM VARYING w-ind-tam FROM 1 BY 1 UNTIL w-ind-tam > 3
               MOVE w-tamano-item (w-ind-tam) TO w-tamano-actual
               MOVE ZERO TO w-libres-tamano
               PERFORM VARYING w-ind-csl FROM 1 BY 1
                       UNTIL w-ind-csl > w-cant-csl
                   IF w-csl-tamano (w-ind-csl) = w-tamano-actual
                   AND w-csl-estado (w-ind-csl) = "L"
                       ADD 1 TO w-libres-tamano
                   END-IF
               END-PERFORM
               MOVE SPACES TO lis-linea
               WRITE lis-linea
               MOVE w-tamano-actual TO w-esp-lin-tamano
               MOVE w-libres-tamano TO w-esp-lin-libres
               WRITE lis-linea FROM w-lin-tit-espera
               WRITE lis-linea FROM w-lin-enc-espera
               MOVE ZERO TO w-orden-espera
               PERFORM VARYING w-ind-esp FROM 1 BY 1
                       UNTIL w-ind-esp > w-cant-esp
                   IF w-esp-tamano (w-ind-esp) = w-tamano-actual
                       PERFORM 410-LISTAR-ESPERA
                   END-IF
               END-PERFORM
           END-PERFORM.

       410-LISTAR-ESPERA.
           ADD 1 TO w-orden-espera.
           ADD 1 TO w-tot-espera.
           MOVE SPACES TO w-lin-espera.
           MOVE w-orden-espera TO w-esp-det-orden.
           MOVE w-esp-legajo (w-ind-esp) TO w-esp-det-legajo.
           IF w-esp-vestuario (w-ind-esp) = SPACES
               MOVE "CUALQUIERA" TO w-esp-det-vestuario
           ELSE
               MOVE w-esp-vestuario (w-ind-esp)
                   TO w-esp-det-vestuario
           END-IF.
           MOVE w-esp-fecha (w-ind-esp) TO w-esp-det-fecha.
           MOVE w-esp-legajo (w-ind-esp) TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE "(SIN DATOS PERSONALES)" TO w-esp-det-nombre
               NOT INVALID KEY
                   MOVE dat-nombre TO w-esp-det-nombre
           END-READ.
           WRITE lis-linea FROM w-lin-espera.

       END PROGRAM LISTADO-CASILLEROS.
