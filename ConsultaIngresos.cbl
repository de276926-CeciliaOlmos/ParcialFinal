      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-INGRESOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORICO
                   ASSIGN TO "..\ingresos_hist.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-hist.
       DATA DIVISION.
       FILE SECTION.

      * Historico de ingresos por el molinete (lo arma
      * ProcesarIngresos cada noche).
       FD  HISTORICO.
       01  his-reg.
           03 his-legajo pic 9(5).
           03 filler pic x.
           03 his-fecha pic 9(8).
           03 filler pic x.
           03 his-hora.
               05 his-hora-hh pic 9(2).
               05 his-hora-mm pic 9(2).
           03 filler pic x.
           03 his-puerta pic 9(2).
           03 filler pic x.
           03 his-resultado pic x.
           03 filler pic x.
           03 his-marca pic x.

       WORKING-STORAGE SECTION.
       77  w-status-hist pic xx value spaces.
       77  w-flag-his pic 9 value zero.
       77  w-legajo-pedido pic 9(5) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-cant-aceptados pic 9(5) value zero.
       77  w-cant-rechazados pic 9(5) value zero.
       77  w-seguir pic x value "S".

      * Historico de ingresos de un socio por legajo, con rango de
      * fechas opcional: para reclamos en la puerta y para ver la
      * concurrencia real de un socio.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL w-seguir NOT = "S" AND w-seguir NOT = "s"
               PERFORM 100-CONSULTAR
               DISPLAY "Otra consulta (S/N): "
               ACCEPT w-seguir
           END-PERFORM.
           STOP RUN.

       100-CONSULTAR.
           MOVE ZERO TO w-legajo-pedido.
           MOVE ZERO TO w-fecha-desde.
           MOVE ZERO TO w-fecha-hasta.
           DISPLAY "Legajo: ".
           ACCEPT w-legajo-pedido.
           IF w-legajo-pedido = ZERO
               DISPLAY "SIN LEGAJO, NADA QUE BUSCAR"
           ELSE
               DISPLAY "Desde AAAAMMDD (ENTER=todo el historico): "
               ACCEPT w-fecha-desde
               DISPLAY "Hasta AAAAMMDD (ENTER=hoy): "
               ACCEPT w-fecha-hasta
               IF w-fecha-hasta = ZERO
                   ACCEPT w-fecha-hasta FROM DATE YYYYMMDD
               END-IF
               PERFORM 200-BUSCAR
           END-IF.

       200-BUSCAR.
           MOVE ZERO TO w-flag-his.
           MOVE ZERO TO w-cant-aceptados.
           MOVE ZERO TO w-cant-rechazados.
           OPEN INPUT HISTORICO.
           IF w-status-hist NOT = "00"
               DISPLAY "NO HAY HISTORICO DE INGRESOS: CORRA "
                   "ProcesarIngresos"
               IF w-status-hist = "05"
                   CLOSE HISTORICO
               END-IF
           ELSE
               PERFORM 210-LEER-HISTORICO
               PERFORM UNTIL w-flag-his = 1
                   IF his-legajo = w-legajo-pedido
                   AND his-fecha >= w-fecha-desde
                   AND his-fecha <= w-fecha-hasta
                       PERFORM 300-MOSTRAR
                   END-IF
                   PERFORM 210-LEER-HISTORICO
               END-PERFORM
               CLOSE HISTORICO
               DISPLAY "INGRESOS: " w-cant-aceptados
                   "  RECHAZOS: " w-cant-rechazados
           END-IF.

       210-LEER-HISTORICO.
           READ HISTORICO AT END MOVE 1 TO w-flag-his.

       300-MOSTRAR.
           IF his-resultado = "R"
               ADD 1 TO w-cant-rechazados
               DISPLAY "  " his-fecha " " his-hora-hh ":" his-hora-mm
                   " PUERTA " his-puerta " RECHAZADO"
                   " (MARCA " his-marca ")"
           ELSE
               ADD 1 TO w-cant-aceptados
               DISPLAY "  " his-fecha " " his-hora-hh ":" his-hora-mm
                   " PUERTA " his-puerta " INGRESO"
                   " (MARCA " his-marca ")"
           END-IF.

       END PROGRAM CONSULTA-INGRESOS.
