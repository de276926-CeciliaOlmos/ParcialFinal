      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-AUSENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rsv.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT LISTADO ASSIGN TO "..\reservas_ausencias.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Reservas (las graba ReservarInstalacion): asistencia A
      * ausente y T cancelada tarde, con su penalidad pendiente (P)
      * o ya facturada (F).
       FD  RESERVAS.
       01  rsv-reg.
           03 rsv-instalacion pic 9(3).
           03 filler pic x value space.
           03 rsv-fecha pic 9(8).
           03 filler pic x value space.
           03 rsv-turno pic 9(2).
           03 filler pic x value space.
           03 rsv-legajo pic 9(5).
           03 filler pic x value space.
           03 rsv-arancel pic 9(8).
           03 filler pic x value space.
           03 rsv-estado pic x.
           03 filler pic x value space.
           03 rsv-asistencia pic x.
           03 filler pic x value space.
           03 rsv-penalidad pic 9(8).
           03 filler pic x value space.
           03 rsv-pen-estado pic x.

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

      * Maestro unico de parametros: tope de ausencias en el mes que
      * deja al socio sin reservar (AUSENCIAS-BLOQUEO).
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Listado mensual por socio de ausencias, cancelaciones
      * tardias y penalidades, para administracion y la porteria.
       FD  LISTADO.
       01  lis-linea pic x(120).

       WORKING-STORAGE SECTION.
       77  w-status-rsv pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-rsv pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-ausencias-bloqueo pic 9(2) value 3.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-pedido pic 9(4) value zero.
       77  w-mes-pedido pic 9(2) value zero.
       77  w-periodo-pedido pic 9(6) value zero.
       77  w-periodo-rsv pic 9(6) value zero.
       77  w-cant-socios pic 9(4) value zero.
       77  w-ind-soc pic 9(4) value zero.
       77  w-soc-hallado pic 9(4) value zero.
       77  w-penalidad pic 9(8) value zero.
       77  w-cant-bloqueados pic 9(4) value zero.
       77  w-tot-ausencias pic 9(6) value zero.
       77  w-tot-tardias pic 9(6) value zero.
       77  w-tot-penalidad pic 9(10) value zero.
       77  w-tot-facturada pic 9(10) value zero.
       01  w-tab-socios.
           03 w-tab-soc occurs 1000.
               05 w-soc-legajo pic 9(5).
               05 w-soc-ausencias pic 9(3).
               05 w-soc-tardias pic 9(3).
               05 w-soc-penalidad pic 9(8).
               05 w-soc-facturada pic 9(8).
       01  w-lin-titulo.
           03 filler pic x(44) value
               "AUSENCIAS Y PENALIDADES EN RESERVAS - MES   ".
           03 w-tit-periodo pic 9(6).
       01  w-lin-encabezado.
           03 filler pic x(38) value
               "LEGAJO NOMBRE".
           03 filler pic x(46) value
               "AUSEN TARDE PENALIDAD FACTURADA PENDIENTE".
       01  w-lin-detalle.
           03 w-det-legajo pic 9(5).
           03 filler pic xx value spaces.
           03 w-det-nombre pic x(30).
           03 filler pic x value space.
           03 w-det-ausencias pic zz9.
           03 filler pic xxx value spaces.
           03 w-det-tardias pic zz9.
           03 filler pic x value space.
           03 w-det-penalidad pic zz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-facturada pic zz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-pendiente pic zz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-bloqueo pic x(9).
       01  w-lin-total.
           03 filler pic x(16) value "TOTAL SOCIOS:   ".
           03 w-tot-cantidad pic zzz9.
           03 filler pic x(13) value "  AUSENCIAS: ".
           03 w-tot-lin-aus pic zzzzz9.
           03 filler pic x(11) value "  TARDIAS: ".
           03 w-tot-lin-tar pic zzzzz9.
           03 filler pic x(15) value "  PENALIDADES: ".
           03 w-tot-lin-pen pic z.zzz.zzz.zz9.
           03 filler pic x(14) value "  BLOQUEADOS: ".
           03 w-tot-lin-blo pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "AUSENCIAS Y PENALIDADES EN RESERVAS".
           DISPLAY "ANIO (ENTER=" w-fecha-hoy (1:4) "): ".
           ACCEPT w-anio-pedido.
           IF w-anio-pedido = ZERO
               MOVE w-fecha-hoy (1:4) TO w-anio-pedido
           END-IF.
           DISPLAY "MES (ENTER=" w-fecha-hoy (5:2) "): ".
           ACCEPT w-mes-pedido.
           IF w-mes-pedido = ZERO
               MOVE w-fecha-hoy (5:2) TO w-mes-pedido
           END-IF.
           IF w-mes-pedido > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-periodo-pedido =
               w-anio-pedido * 100 + w-mes-pedido.
           PERFORM 090-LEER-PARAMETROS-SIS.
           PERFORM 100-ACUMULAR-RESERVAS.
           PERFORM 300-EMITIR-LISTADO.
           DISPLAY "SOCIOS CON AUSENCIAS O PENALIDADES: "
               w-cant-socios.
           DISPLAY "SOCIOS QUE LLEGARON AL BLOQUEO     : "
               w-cant-bloqueados.
           DISPLAY "PENALIDADES DEL MES                : "
               w-tot-penalidad.
           DISPLAY "YA FACTURADAS                      : "
               w-tot-facturada.
           DISPLAY "LISTADO EN reservas_ausencias.txt".
           STOP RUN.

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "AUSENCIAS-BLOQUEO"
                       COMPUTE w-ausencias-bloqueo =
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

      * El mes es el del turno, no el de la facturacion de la
      * penalidad.
       100-ACUMULAR-RESERVAS.
           OPEN INPUT RESERVAS.
           IF w-status-rsv = "00"
               PERFORM 110-LEER-RESERVA
               PERFORM UNTIL w-flag-rsv = 1
                   COMPUTE w-periodo-rsv = rsv-fecha / 100
                   IF w-periodo-rsv = w-periodo-pedido
                   AND (rsv-asistencia = "A" OR rsv-asistencia = "T")
                       PERFORM 200-SUMAR-SOCIO
                   END-IF
                   PERFORM 110-LEER-RESERVA
               END-PERFORM
               CLOSE RESERVAS
           ELSE
               IF w-status-rsv = "05"
                   CLOSE RESERVAS
               END-IF
           END-IF.

       110-LEER-RESERVA.
           READ RESERVAS AT END MOVE 1 TO w-flag-rsv.

       200-SUMAR-SOCIO.
           MOVE ZERO TO w-soc-hallado.
           PERFORM VARYING w-ind-soc FROM 1 BY 1
                   UNTIL w-ind-soc > w-cant-socios
               IF w-soc-legajo (w-ind-soc) = rsv-legajo
                   MOVE w-ind-soc TO w-soc-hallado
               END-IF
           END-PERFORM.
           IF w-soc-hallado = ZERO AND w-cant-socios < 1000
               ADD 1 TO w-cant-socios
               MOVE w-cant-socios TO w-soc-hallado
               MOVE rsv-legajo TO w-soc-legajo (w-soc-hallado)
               MOVE ZERO TO w-soc-ausencias (w-soc-hallado)
               MOVE ZERO TO w-soc-tardias (w-soc-hallado)
               MOVE ZERO TO w-soc-penalidad (w-soc-hallado)
               MOVE ZERO TO w-soc-facturada (w-soc-hallado)
           END-IF.
           IF w-soc-hallado NOT = ZERO
               IF rsv-asistencia = "A"
                   ADD 1 TO w-soc-ausencias (w-soc-hallado)
               ELSE
                   ADD 1 TO w-soc-tardias (w-soc-hallado)
               END-IF
               MOVE ZERO TO w-penalidad
               IF rsv-penalidad IS NUMERIC
                   MOVE rsv-penalidad TO w-penalidad
               END-IF
               ADD w-penalidad TO w-soc-penalidad (w-soc-hallado)
               IF rsv-pen-estado = "F"
                   ADD w-penalidad TO w-soc-facturada (w-soc-hallado)
               END-IF
           END-IF.

       300-EMITIR-LISTADO.
           OPEN INPUT DATOS.
           OPEN OUTPUT LISTADO.
           MOVE w-periodo-pedido TO w-tit-periodo.
           WRITE lis-linea FROM w-lin-titulo.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM w-lin-encabezado.
           PERFORM VARYING w-ind-soc FROM 1 BY 1
                   UNTIL w-ind-soc > w-cant-socios
               PERFORM 310-LISTAR-SOCIO
           END-PERFORM.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE w-cant-socios TO w-tot-cantidad.
           MOVE w-tot-ausencias TO w-tot-lin-aus.
           MOVE w-tot-tardias TO w-tot-lin-tar.
           MOVE w-tot-penalidad TO w-tot-lin-pen.
           MOVE w-cant-bloqueados TO w-tot-lin-blo.
           WRITE lis-linea FROM w-lin-total.
           CLOSE DATOS.
           CLOSE LISTADO.

      * Se marca al socio que en el mes llego al tope de ausencias
      * (el bloqueo en si lo aplica ReservarInstalacion).
       310-LISTAR-SOCIO.
           MOVE SPACES TO w-lin-detalle.
           MOVE w-soc-legajo (w-ind-soc) TO w-det-legajo.
           MOVE w-soc-ausencias (w-ind-soc) TO w-det-ausencias.
           MOVE w-soc-tardias (w-ind-soc) TO w-det-tardias.
           MOVE w-soc-penalidad (w-ind-soc) TO w-det-penalidad.
           MOVE w-soc-facturada (w-ind-soc) TO w-det-facturada.
           COMPUTE w-det-pendiente = w-soc-penalidad (w-ind-soc)
               - w-soc-facturada (w-ind-soc).
           IF w-soc-ausencias (w-ind-soc) >= w-ausencias-bloqueo
           AND w-ausencias-bloqueo > ZERO
               MOVE "BLOQUEADO" TO w-det-bloqueo
               ADD 1 TO w-cant-bloqueados
           END-IF.
           MOVE w-soc-legajo (w-ind-soc) TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE "(SIN DATOS PERSONALES)" TO w-det-nombre
               NOT INVALID KEY
                   MOVE dat-nombre TO w-det-nombre
           END-READ.
           WRITE lis-linea FROM w-lin-detalle.
           ADD w-soc-ausencias (w-ind-soc) TO w-tot-ausencias.
           ADD w-soc-tardias (w-ind-soc) TO w-tot-tardias.
           ADD w-soc-penalidad (w-ind-soc) TO w-tot-penalidad.
           ADD w-soc-facturada (w-ind-soc) TO w-tot-facturada.

       END PROGRAM LISTADO-AUSENCIAS.
