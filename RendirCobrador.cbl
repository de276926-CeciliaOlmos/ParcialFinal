      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDIR-COBRADOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLANILLAS ASSIGN TO "..\planillas_cobro.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-plc.
           SELECT OPTIONAL NOVEDADES ASSIGN TO "..\novedades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SERIE ASSIGN TO "..\serie_recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-serie.
           SELECT OPTIONAL SERIES-CANAL
                   ASSIGN TO "..\series_recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sercan.
       DATA DIVISION.
       FILE SECTION.

      * Planillas de ruta (EmitirPlanillaRuta): una linea por cuota
      * entregada al cobrador. La rendicion cierra las de estado A
      * del cobrador y periodo en C (cobrada) o N (no cobrada).
       FD  PLANILLAS.
       01  plc-reg.
           03 plc-cobrador pic x(4).
           03 filler pic x value space.
           03 plc-periodo pic 9(6).
           03 filler pic x value space.
           03 plc-zona pic x(4).
           03 filler pic x value space.
           03 plc-legajo pic 9(5).
           03 filler pic x value space.
           03 plc-cuota pic 9(2).
           03 filler pic x value space.
           03 plc-anio pic 9(4).
           03 filler pic x value space.
           03 plc-importe pic 9(8).
           03 filler pic x value space.
           03 plc-estado pic x.
           03 filler pic x value space.
           03 plc-cobrado pic 9(8).
           03 filler pic x value space.
           03 plc-recibo pic 9(10).
           03 filler pic x value space.
           03 plc-fecha-rendicion pic 9(8).

       FD  NOVEDADES.
       01  nov-cab-reg.
           03 nov-cab-tipo PIC 9.
           03 nov-cab-fecha.
               05 nov-cab-anio pic 9(4).
               05 nov-cab-mes pic 9(2).
               05 nov-cab-dia pic 9(2).
       01  nov-det-reg.
           03 nov-det-tipo pic 9.
           03 nov-det-recibo pic 9(10).
           03 nov-det-alu pic 9(5).
           03 nov-det-cuota pic 99.
           03 nov-det-importe pic 9(8).
       01  nov-fin-reg.
           03 nov-fin-tipo pic 9.
           03 nov-fin-cantidad pic 9(6).
           03 nov-fin-importe pic 9(10).

       FD  SERIE.
       01  serie-reg pic 9(10).

      * Rangos de numeracion de recibos por canal (los asigna
      * AdministrarSeries): cada canal emite dentro de su rango y
      * ningun numero puede pisarse entre canales. Sin rango
      * asignado para el canal, rige la serie unica historica.
       FD  SERIES-CANAL.
       01  ser-reg.
           03 ser-canal pic x(12).
           03 filler pic x value space.
           03 ser-desde pic 9(10).
           03 filler pic x value space.
           03 ser-hasta pic 9(10).
           03 filler pic x value space.
           03 ser-ultimo pic 9(10).

       WORKING-STORAGE SECTION.
       77  w-status-plc pic xx value spaces.
       77  w-status-serie pic xx value spaces.
       77  w-status-sercan pic xx value spaces.
       77  w-flag-plc pic 9 value zero.
       77  w-flag-sercan pic 9 value zero.
       77  w-usa-series pic 9 value zero.
       77  w-cant-a-emitir pic 9(6) value zero.
       77  w-serie-tope pic 9(10) value zero.
       77  w-cant-series pic 9(2) value zero.
       77  w-ind-ser pic 9(2) value zero.
       77  w-ind-propio pic 9(2) value zero.
       77  w-canal-propio pic x(12) value "COBRADOR".
       01  w-tab-series.
           03 w-tab-ser occurs 10.
               05 w-ser-canal pic x(12).
               05 w-ser-desde pic 9(10).
               05 w-ser-hasta pic 9(10).
               05 w-ser-ultimo pic 9(10).
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-serie-ultimo pic 9(10) value zero.
       77  w-serie-emitida pic 9(10) value zero.
       77  w-cobrador-rendir pic x(4) value spaces.
       77  w-periodo-rendir pic 9(6) value zero.
       77  w-respuesta pic x value space.
       77  w-importe-ingresado pic 9(8) value zero.
       77  w-cant-plc pic 9(5) value zero.
       77  w-ind-plc pic 9(5) value zero.
       77  w-cant-en-planilla pic 9(5) value zero.
       77  w-cant-cobros pic 9(6) value zero.
       77  w-tot-cobrado pic 9(10) value zero.
       77  w-cant-no-cobradas pic 9(5) value zero.
       77  w-cant-lote pic 9(6) value zero.
       77  w-tot-lote pic 9(10) value zero.
       77  w-cant-anios pic 9(2) value zero.
       77  w-ind-anio pic 9(2) value zero.
       77  w-anio-hallado pic 9 value zero.
       77  w-anio-lote pic 9(4) value zero.
       77  w-ind-busca pic 9(2) value zero.
       01  w-tab-anios.
           03 w-tab-anio pic 9(4) occurs 10.
      * Todo el archivo de planillas en memoria, porque al cerrar la
      * rendicion se regraba completo. El resultado de cada cuota se
      * anota aparte y recien se vuelca si el operador confirma.
       01  w-tab-planillas.
           03 w-tab-plc occurs 9000.
               05 w-plc-cobrador pic x(4).
               05 w-plc-periodo pic 9(6).
               05 w-plc-zona pic x(4).
               05 w-plc-legajo pic 9(5).
               05 w-plc-cuota pic 9(2).
               05 w-plc-anio pic 9(4).
               05 w-plc-importe pic 9(8).
               05 w-plc-estado pic x.
               05 w-plc-cobrado pic 9(8).
               05 w-plc-recibo pic 9(10).
               05 w-plc-fecha-rendicion pic 9(8).
               05 w-plc-resultado pic x.
               05 w-plc-rendido pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "COBRADOR QUE RINDE: ".
           ACCEPT w-cobrador-rendir.
           DISPLAY "PERIODO DE LA PLANILLA AAAAMM (ENTER="
               w-fecha-hoy (1:6) "): ".
           ACCEPT w-periodo-rendir.
           IF w-periodo-rendir = ZERO
               MOVE w-fecha-hoy (1:6) TO w-periodo-rendir
           END-IF.
           PERFORM 060-LEER-SERIE.
           PERFORM 100-CARGAR-PLANILLAS.
           IF w-cant-en-planilla = ZERO
               DISPLAY "EL COBRADOR " w-cobrador-rendir
                   " NO TIENE PLANILLA ABIERTA DEL PERIODO "
                   w-periodo-rendir
               STOP RUN
           END-IF.
           PERFORM VARYING w-ind-plc FROM 1 BY 1
                   UNTIL w-ind-plc > w-cant-plc
               IF w-plc-cobrador (w-ind-plc) = w-cobrador-rendir
               AND w-plc-periodo (w-ind-plc) = w-periodo-rendir
               AND w-plc-estado (w-ind-plc) = "A"
                   PERFORM 200-TOMAR-CUOTA
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "CUOTAS COBRADAS   : " w-cant-cobros.
           DISPLAY "IMPORTE RENDIDO   : " w-tot-cobrado.
           DISPLAY "CUOTAS NO COBRADAS: " w-cant-no-cobradas.
           DISPLAY "CONFIRMA LA RENDICION CONTRA EL EFECTIVO "
               "ENTREGADO (S/N): ".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "RENDICION CANCELADA, LA PLANILLA SIGUE ABIERTA"
               STOP RUN
           END-IF.
      * Igual que la rendicion de la red: si el rango del canal no
      * alcanza para todos los cobros se corta sin escribir nada y
      * la planilla sigue abierta.
           MOVE w-cant-cobros TO w-cant-a-emitir.
           IF w-usa-series = 1
           AND w-serie-ultimo + w-cant-a-emitir > w-serie-tope
               DISPLAY "RANGO DE NUMERACION DEL CANAL "
                   w-canal-propio " NO ALCANZA PARA "
                   w-cant-a-emitir " COBROS: ASIGNE UNO NUEVO "
                   "CON AdministrarSeries"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-cant-cobros > ZERO
               OPEN EXTEND NOVEDADES
               PERFORM VARYING w-ind-anio FROM 1 BY 1
                       UNTIL w-ind-anio > w-cant-anios
                   MOVE w-tab-anio (w-ind-anio) TO w-anio-lote
                   PERFORM 300-GENERAR-LOTE-ANIO
               END-PERFORM
               CLOSE NOVEDADES
           END-IF.
           PERFORM 500-CERRAR-PLANILLA.
           IF w-cant-cobros > ZERO
               PERFORM 700-GRABAR-SERIE
           END-IF.
           DISPLAY "RENDICION DEL COBRADOR " w-cobrador-rendir
               " PASADA A NOVEDADES".
           STOP RUN.

      * Si el administrador de series asigno un rango para este
      * canal (series_recibos.txt), la numeracion sale de ahi; sin
      * rango asignado se sigue con la serie unica historica.
       060-LEER-SERIE.
           PERFORM 062-LEER-SERIES-CANAL.
           IF w-usa-series = ZERO
               OPEN INPUT SERIE
               IF w-status-serie = "00"
                   READ SERIE
                       AT END MOVE "10" TO w-status-serie
                   END-READ
                   IF w-status-serie = "00"
                       MOVE serie-reg TO w-serie-ultimo
                   END-IF
                   CLOSE SERIE
               ELSE
                   IF w-status-serie = "05"
                       CLOSE SERIE
                   END-IF
               END-IF
           END-IF.

       062-LEER-SERIES-CANAL.
           MOVE ZERO TO w-usa-series.
           MOVE ZERO TO w-cant-series.
           MOVE ZERO TO w-flag-sercan.
           OPEN INPUT SERIES-CANAL.
           IF w-status-sercan = "00"
               PERFORM 063-LEER-SERIE-CANAL
               PERFORM UNTIL w-flag-sercan = 1
                   IF w-cant-series < 10
                       ADD 1 TO w-cant-series
                       MOVE ser-canal TO w-ser-canal (w-cant-series)
                       MOVE ser-desde TO w-ser-desde (w-cant-series)
                       MOVE ser-hasta TO w-ser-hasta (w-cant-series)
                       MOVE ser-ultimo
                           TO w-ser-ultimo (w-cant-series)
                   END-IF
                   PERFORM 063-LEER-SERIE-CANAL
               END-PERFORM
               CLOSE SERIES-CANAL
           ELSE
               IF w-status-sercan = "05"
                   CLOSE SERIES-CANAL
               END-IF
           END-IF.
           PERFORM VARYING w-ind-ser FROM 1 BY 1
                   UNTIL w-ind-ser > w-cant-series
               IF w-ser-canal (w-ind-ser) = w-canal-propio
                   MOVE 1 TO w-usa-series
                   MOVE w-ind-ser TO w-ind-propio
                   IF w-ser-ultimo (w-ind-ser) = ZERO
                       COMPUTE w-serie-ultimo =
                           w-ser-desde (w-ind-ser) - 1
                   ELSE
                       MOVE w-ser-ultimo (w-ind-ser)
                           TO w-serie-ultimo
                   END-IF
                   MOVE w-ser-hasta (w-ind-ser) TO w-serie-tope
               END-IF
           END-PERFORM.

       063-LEER-SERIE-CANAL.
           READ SERIES-CANAL AT END MOVE 1 TO w-flag-sercan.

       100-CARGAR-PLANILLAS.
           OPEN INPUT PLANILLAS.
           IF w-status-plc = "00"
               PERFORM 110-LEER-PLANILLA
               PERFORM UNTIL w-flag-plc = 1
                   IF w-cant-plc < 9000
                       PERFORM 120-GUARDAR-PLANILLA
                   ELSE
                       DISPLAY "EL ARCHIVO DE PLANILLAS EXCEDE 9000 "
                           "LINEAS, NO SE PUEDE RENDIR"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 110-LEER-PLANILLA
               END-PERFORM
               CLOSE PLANILLAS
           ELSE
               IF w-status-plc = "05"
                   CLOSE PLANILLAS
               END-IF
           END-IF.

       110-LEER-PLANILLA.
           READ PLANILLAS AT END MOVE 1 TO w-flag-plc.

       120-GUARDAR-PLANILLA.
           ADD 1 TO w-cant-plc.
           MOVE plc-cobrador TO w-plc-cobrador (w-cant-plc).
           MOVE plc-periodo TO w-plc-periodo (w-cant-plc).
           MOVE plc-zona TO w-plc-zona (w-cant-plc).
           MOVE plc-legajo TO w-plc-legajo (w-cant-plc).
           MOVE plc-cuota TO w-plc-cuota (w-cant-plc).
           MOVE plc-anio TO w-plc-anio (w-cant-plc).
           MOVE plc-importe TO w-plc-importe (w-cant-plc).
           MOVE plc-estado TO w-plc-estado (w-cant-plc).
           MOVE plc-cobrado TO w-plc-cobrado (w-cant-plc).
           MOVE plc-recibo TO w-plc-recibo (w-cant-plc).
           MOVE plc-fecha-rendicion
               TO w-plc-fecha-rendicion (w-cant-plc).
           MOVE SPACE TO w-plc-resultado (w-cant-plc).
           MOVE ZERO TO w-plc-rendido (w-cant-plc).
           IF plc-cobrador = w-cobrador-rendir
           AND plc-periodo = w-periodo-rendir
           AND plc-estado = "A"
               ADD 1 TO w-cant-en-planilla
           END-IF.

      * Se recorre la planilla en el orden en que se emitio, que es
      * el de la hoja en papel que devuelve el cobrador. ENTER en el
      * importe toma el total de la cuota; un importe distinto se
      * acepta tal cual (el posteo resuelve pago parcial o saldo a
      * favor como con cualquier pago).
       200-TOMAR-CUOTA.
           DISPLAY "LEGAJO " w-plc-legajo (w-ind-plc)
               " CUOTA " w-plc-cuota (w-ind-plc)
               "/" w-plc-anio (w-ind-plc)
               " IMPORTE " w-plc-importe (w-ind-plc).
           DISPLAY "  COBRADA (S/N): ".
           ACCEPT w-respuesta.
           IF w-respuesta = "S" OR w-respuesta = "s"
               DISPLAY "  IMPORTE COBRADO (ENTER=total): "
               MOVE ZERO TO w-importe-ingresado
               ACCEPT w-importe-ingresado
               IF w-importe-ingresado = ZERO
                   MOVE w-plc-importe (w-ind-plc)
                       TO w-importe-ingresado
               END-IF
               MOVE "C" TO w-plc-resultado (w-ind-plc)
               MOVE w-importe-ingresado TO w-plc-rendido (w-ind-plc)
               ADD 1 TO w-cant-cobros
               ADD w-importe-ingresado TO w-tot-cobrado
               PERFORM 220-ANOTAR-ANIO
           ELSE
               MOVE "N" TO w-plc-resultado (w-ind-plc)
               ADD 1 TO w-cant-no-cobradas
           END-IF.

       220-ANOTAR-ANIO.
           MOVE ZERO TO w-anio-hallado.
           PERFORM VARYING w-ind-busca FROM 1 BY 1
                   UNTIL w-ind-busca > w-cant-anios
               IF w-tab-anio (w-ind-busca) = w-plc-anio (w-ind-plc)
                   MOVE 1 TO w-anio-hallado
               END-IF
           END-PERFORM.
           IF w-anio-hallado = ZERO AND w-cant-anios < 10
               ADD 1 TO w-cant-anios
               MOVE w-plc-anio (w-ind-plc) TO w-tab-anio (w-cant-anios)
           END-IF.

      * Un lote por anio, con su registro final de control tipo 9,
      * igual que la rendicion de la red: la cabecera lleva un
      * unico anio y el posteo aplica todo el lote contra ese anio.
      * Cada cobro consume un numero de la serie del canal.
       300-GENERAR-LOTE-ANIO.
           MOVE ZERO TO w-cant-lote.
           MOVE ZERO TO w-tot-lote.
           MOVE 1 TO nov-cab-tipo.
           MOVE w-fecha-hoy TO nov-cab-fecha.
           MOVE w-anio-lote TO nov-cab-anio.
           WRITE nov-cab-reg.
           PERFORM VARYING w-ind-plc FROM 1 BY 1
                   UNTIL w-ind-plc > w-cant-plc
               IF w-plc-resultado (w-ind-plc) = "C"
               AND w-plc-anio (w-ind-plc) = w-anio-lote
                   PERFORM 310-GENERAR-NOVEDAD
               END-IF
           END-PERFORM.
           MOVE 9 TO nov-fin-tipo.
           MOVE w-cant-lote TO nov-fin-cantidad.
           MOVE w-tot-lote TO nov-fin-importe.
           WRITE nov-fin-reg.

       310-GENERAR-NOVEDAD.
           ADD 1 TO w-serie-ultimo.
           MOVE w-serie-ultimo TO w-plc-recibo (w-ind-plc).
           MOVE ZERO TO nov-det-tipo.
           MOVE w-serie-ultimo TO nov-det-recibo.
           MOVE w-plc-legajo (w-ind-plc) TO nov-det-alu.
           MOVE w-plc-cuota (w-ind-plc) TO nov-det-cuota.
           MOVE w-plc-rendido (w-ind-plc) TO nov-det-importe.
           WRITE nov-det-reg.
           ADD 1 TO w-cant-lote.
           ADD w-plc-rendido (w-ind-plc) TO w-tot-lote.

      * Con la rendicion cargada la planilla queda cerrada: las
      * cuotas no cobradas vuelven al debito y a la red en el
      * periodo siguiente.
       500-CERRAR-PLANILLA.
           OPEN OUTPUT PLANILLAS.
           PERFORM VARYING w-ind-plc FROM 1 BY 1
                   UNTIL w-ind-plc > w-cant-plc
               IF w-plc-resultado (w-ind-plc) NOT = SPACE
                   MOVE w-plc-resultado (w-ind-plc)
                       TO w-plc-estado (w-ind-plc)
                   MOVE w-plc-rendido (w-ind-plc)
                       TO w-plc-cobrado (w-ind-plc)
                   MOVE w-fecha-hoy
                       TO w-plc-fecha-rendicion (w-ind-plc)
               END-IF
               MOVE SPACES TO plc-reg
               MOVE w-plc-cobrador (w-ind-plc) TO plc-cobrador
               MOVE w-plc-periodo (w-ind-plc) TO plc-periodo
               MOVE w-plc-zona (w-ind-plc) TO plc-zona
               MOVE w-plc-legajo (w-ind-plc) TO plc-legajo
               MOVE w-plc-cuota (w-ind-plc) TO plc-cuota
               MOVE w-plc-anio (w-ind-plc) TO plc-anio
               MOVE w-plc-importe (w-ind-plc) TO plc-importe
               MOVE w-plc-estado (w-ind-plc) TO plc-estado
               MOVE w-plc-cobrado (w-ind-plc) TO plc-cobrado
               MOVE w-plc-recibo (w-ind-plc) TO plc-recibo
               MOVE w-plc-fecha-rendicion (w-ind-plc)
                   TO plc-fecha-rendicion
               WRITE plc-reg
           END-PERFORM.
           CLOSE PLANILLAS.

      * El rango se verifico completo antes de emitir; aca solo se
      * persiste. La tabla de series se relee recien aca, antes de
      * regrabar: otros canales pudieron consumir numeros durante
      * la carga, y solo el ultimo del canal propio sale de esta
      * corrida.
       700-GRABAR-SERIE.
           MOVE w-serie-ultimo TO w-serie-emitida.
           PERFORM 062-LEER-SERIES-CANAL.
           MOVE w-serie-emitida TO w-serie-ultimo.
           IF w-usa-series = 1
               MOVE w-serie-emitida
                   TO w-ser-ultimo (w-ind-propio)
               OPEN OUTPUT SERIES-CANAL
               PERFORM VARYING w-ind-ser FROM 1 BY 1
                       UNTIL w-ind-ser > w-cant-series
                   MOVE SPACES TO ser-reg
                   MOVE w-ser-canal (w-ind-ser) TO ser-canal
                   MOVE w-ser-desde (w-ind-ser) TO ser-desde
                   MOVE w-ser-hasta (w-ind-ser) TO ser-hasta
                   MOVE w-ser-ultimo (w-ind-ser) TO ser-ultimo
                   WRITE ser-reg
               END-PERFORM
               CLOSE SERIES-CANAL
           ELSE
               OPEN OUTPUT SERIE
               MOVE w-serie-ultimo TO serie-reg
               WRITE serie-reg
               CLOSE SERIE
           END-IF.

       END PROGRAM RENDIR-COBRADOR.
