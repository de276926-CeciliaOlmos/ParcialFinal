      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLAR-AUSENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rsv.
           SELECT OPTIONAL HISTORICO
                   ASSIGN TO "..\ingresos_hist.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-hist.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
       DATA DIVISION.
       FILE SECTION.

      * Reservas (las graba ReservarInstalacion): la asistencia en
      * blanco es un turno todavia sin controlar.
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

      * Historico de pasadas del molinete (lo vuelca
      * ProcesarIngresos): un dia que no aparece todavia no se
      * proceso, y sus turnos no se pueden controlar.
       FD  HISTORICO.
       01  his-reg.
           03 his-legajo pic 9(5).
           03 filler pic x.
           03 his-fecha pic 9(8).
           03 filler pic x.
           03 his-hora pic 9(4).
           03 filler pic x.
           03 his-puerta pic 9(2).
           03 filler pic x.
           03 his-resultado pic x.
           03 filler pic x.
           03 his-marca pic x.

      * Maestro unico de parametros: porcentaje del arancel que se
      * cobra como penalidad por ausencia (PCT-PENALIDAD-RSV).
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       WORKING-STORAGE SECTION.
       77  w-status-rsv pic xx value spaces.
       77  w-status-hist pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-rsv pic 9 value zero.
       77  w-flag-his pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-pct-penalidad pic 9(3) value 50.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-fecha-minima pic 9(8) value zero.
       77  w-cant-rsv pic 9(4) value zero.
       77  w-ind-rsv pic 9(4) value zero.
       77  w-cant-pendientes pic 9(4) value zero.
       77  w-cant-presentes pic 9(4) value zero.
       77  w-cant-ausentes pic 9(4) value zero.
       77  w-cant-sin-ingresos pic 9(4) value zero.
       77  w-tot-penalidades pic 9(10) value zero.
       01  w-tab-reservas.
           03 w-tab-rsv occurs 2000.
               05 w-rsv-instalacion pic 9(3).
               05 w-rsv-fecha pic 9(8).
               05 w-rsv-turno pic 9(2).
               05 w-rsv-legajo pic 9(5).
               05 w-rsv-arancel pic 9(8).
               05 w-rsv-estado pic x.
               05 w-rsv-asistencia pic x.
               05 w-rsv-penalidad pic 9(8).
               05 w-rsv-pen-estado pic x.
               05 w-rsv-pendiente pic 9.
               05 w-rsv-dia-visto pic 9.
               05 w-rsv-entro pic 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 090-LEER-PARAMETROS-SIS.
           PERFORM 100-CARGAR-RESERVAS.
           IF w-cant-pendientes = ZERO
               DISPLAY "NO HAY TURNOS VENCIDOS SIN CONTROLAR"
               STOP RUN
           END-IF.
           PERFORM 200-CRUZAR-INGRESOS.
           PERFORM 300-MARCAR-ASISTENCIA.
           IF w-cant-presentes > ZERO OR w-cant-ausentes > ZERO
               PERFORM 400-REGRABAR-RESERVAS
           END-IF.
           DISPLAY "TURNOS SIN CONTROLAR   : " w-cant-pendientes.
           DISPLAY "PRESENTES              : " w-cant-presentes.
           DISPLAY "AUSENTES               : " w-cant-ausentes.
           DISPLAY "PENALIDADES GENERADAS  : " w-tot-penalidades.
           DISPLAY "DIAS SIN INGRESOS AUN  : " w-cant-sin-ingresos.
           STOP RUN.

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "PCT-PENALIDAD-RSV"
                       COMPUTE w-pct-penalidad =
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

      * Se controlan los turnos de dias ya terminados (la corrida
      * de la noche no toca los del dia, que pueden no haber
      * empezado), vigentes o facturados y sin marca de asistencia:
      * lo que ya marco la porteria no se pisa.
       100-CARGAR-RESERVAS.
           OPEN INPUT RESERVAS.
           IF w-status-rsv = "00"
               PERFORM 110-LEER-RESERVA
               PERFORM UNTIL w-flag-rsv = 1
                   IF w-cant-rsv < 2000
                       ADD 1 TO w-cant-rsv
                       PERFORM 120-GUARDAR-RESERVA
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

       120-GUARDAR-RESERVA.
           MOVE rsv-instalacion TO w-rsv-instalacion (w-cant-rsv).
           MOVE rsv-fecha TO w-rsv-fecha (w-cant-rsv).
           MOVE rsv-turno TO w-rsv-turno (w-cant-rsv).
           MOVE rsv-legajo TO w-rsv-legajo (w-cant-rsv).
           MOVE rsv-arancel TO w-rsv-arancel (w-cant-rsv).
           MOVE rsv-estado TO w-rsv-estado (w-cant-rsv).
           MOVE rsv-asistencia TO w-rsv-asistencia (w-cant-rsv).
           MOVE rsv-pen-estado TO w-rsv-pen-estado (w-cant-rsv).
           IF rsv-penalidad IS NUMERIC
               MOVE rsv-penalidad TO w-rsv-penalidad (w-cant-rsv)
           ELSE
               MOVE ZERO TO w-rsv-penalidad (w-cant-rsv)
           END-IF.
           MOVE ZERO TO w-rsv-pendiente (w-cant-rsv).
           MOVE ZERO TO w-rsv-dia-visto (w-cant-rsv).
           MOVE ZERO TO w-rsv-entro (w-cant-rsv).
           IF rsv-fecha < w-fecha-hoy
           AND (rsv-estado = "R" OR rsv-estado = "F")
           AND rsv-asistencia = SPACE
               MOVE 1 TO w-rsv-pendiente (w-cant-rsv)
               ADD 1 TO w-cant-pendientes
               IF w-fecha-minima = ZERO OR rsv-fecha < w-fecha-minima
                   MOVE rsv-fecha TO w-fecha-minima
               END-IF
           END-IF.

      * Una pasada aceptada del socio en el dia del turno cuenta
      * como presente; las de dias anteriores al turno pendiente
      * mas viejo ni se miran.
       200-CRUZAR-INGRESOS.
           OPEN INPUT HISTORICO.
           IF w-status-hist = "00"
               PERFORM 210-LEER-HISTORICO
               PERFORM UNTIL w-flag-his = 1
                   IF his-fecha >= w-fecha-minima
                   AND his-fecha < w-fecha-hoy
                       PERFORM 220-APAREAR-PASADA
                   END-IF
                   PERFORM 210-LEER-HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           ELSE
               IF w-status-hist = "05"
                   CLOSE HISTORICO
               END-IF
           END-IF.

       210-LEER-HISTORICO.
           READ HISTORICO AT END MOVE 1 TO w-flag-his.

       220-APAREAR-PASADA.
           PERFORM VARYING w-ind-rsv FROM 1 BY 1
                   UNTIL w-ind-rsv > w-cant-rsv
               IF w-rsv-pendiente (w-ind-rsv) = 1
               AND w-rsv-fecha (w-ind-rsv) = his-fecha
                   MOVE 1 TO w-rsv-dia-visto (w-ind-rsv)
                   IF w-rsv-legajo (w-ind-rsv) = his-legajo
                   AND his-resultado NOT = "R"
                       MOVE 1 TO w-rsv-entro (w-ind-rsv)
                   END-IF
               END-IF
           END-PERFORM.

      * La ausencia lleva la misma penalidad que la cancelacion
      * tardia; queda pendiente para la proxima corrida de
      * FacturarReservas.
       300-MARCAR-ASISTENCIA.
           PERFORM VARYING w-ind-rsv FROM 1 BY 1
                   UNTIL w-ind-rsv > w-cant-rsv
               IF w-rsv-pendiente (w-ind-rsv) = 1
                   IF w-rsv-dia-visto (w-ind-rsv) = ZERO
                       ADD 1 TO w-cant-sin-ingresos
                   ELSE
                       IF w-rsv-entro (w-ind-rsv) = 1
                           MOVE "P" TO w-rsv-asistencia (w-ind-rsv)
                           ADD 1 TO w-cant-presentes
                       ELSE
                           PERFORM 310-MARCAR-AUSENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       310-MARCAR-AUSENTE.
           MOVE "A" TO w-rsv-asistencia (w-ind-rsv).
           COMPUTE w-rsv-penalidad (w-ind-rsv) ROUNDED =
               w-rsv-arancel (w-ind-rsv) * w-pct-penalidad / 100.
           IF w-rsv-penalidad (w-ind-rsv) > ZERO
               MOVE "P" TO w-rsv-pen-estado (w-ind-rsv)
               ADD w-rsv-penalidad (w-ind-rsv) TO w-tot-penalidades
           END-IF.
           ADD 1 TO w-cant-ausentes.
           DISPLAY "AUSENTE LEGAJO " w-rsv-legajo (w-ind-rsv)
               " INSTALACION " w-rsv-instalacion (w-ind-rsv)
               " FECHA " w-rsv-fecha (w-ind-rsv)
               " TURNO " w-rsv-turno (w-ind-rsv).

       400-REGRABAR-RESERVAS.
           OPEN OUTPUT RESERVAS.
           PERFORM VARYING w-ind-rsv FROM 1 BY 1
                   UNTIL w-ind-rsv > w-cant-rsv
               MOVE SPACES TO rsv-reg
               MOVE w-rsv-instalacion (w-ind-rsv) TO rsv-instalacion
               MOVE w-rsv-fecha (w-ind-rsv) TO rsv-fecha
               MOVE w-rsv-turno (w-ind-rsv) TO rsv-turno
               MOVE w-rsv-legajo (w-ind-rsv) TO rsv-legajo
               MOVE w-rsv-arancel (w-ind-rsv) TO rsv-arancel
               MOVE w-rsv-estado (w-ind-rsv) TO rsv-estado
               MOVE w-rsv-asistencia (w-ind-rsv) TO rsv-asistencia
               MOVE w-rsv-penalidad (w-ind-rsv) TO rsv-penalidad
               MOVE w-rsv-pen-estado (w-ind-rsv) TO rsv-pen-estado
               WRITE rsv-reg
           END-PERFORM.
           CLOSE RESERVAS.

       END PROGRAM CONTROLAR-AUSENCIAS.
