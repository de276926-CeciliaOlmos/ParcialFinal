      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-LIQUIDACION-TARJETA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACION
                   ASSIGN TO "..\liquidacion_tarjeta.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOVEDADES ASSIGN TO "..\novedades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECHAZADOS
                   ASSIGN TO "..\tarjetas_rechazadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACTAR
                   ASSIGN TO "..\tarjetas_contactar.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TARJETAS ASSIGN TO "..\tarjetas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-tar.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL SERIE ASSIGN TO "..\serie_recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-serie.
           SELECT OPTIONAL SERIES-CANAL
                   ASSIGN TO "..\series_recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sercan.
       DATA DIVISION.
       FILE SECTION.

      * Liquidacion que devuelve la procesadora: mismo formato que la
      * presentacion (ver PresentarTarjeta) con el estado de cada
      * debito, A aprobado o R rechazado, y el motivo del rechazo.
       FD  LIQUIDACION.
       01  liq-cab-reg.
           03 liq-cab-tipo pic 9.
           03 liq-cab-comercio pic 9(10).
           03 liq-cab-fecha pic 9(8).
           03 liq-cab-periodo pic 9(6).
       01  liq-det-reg.
           03 liq-det-tipo pic 9.
           03 liq-det-marca pic x(10).
           03 liq-det-numero pic x(16).
           03 liq-det-referencia.
               05 liq-det-legajo pic 9(5).
               05 liq-det-cuota pic 9(2).
               05 liq-det-anio pic 9(4).
           03 liq-det-importe pic 9(8).
           03 liq-det-estado pic x.
           03 liq-det-motivo pic x(20).
       01  liq-fin-reg.
           03 liq-fin-tipo pic 9.
           03 liq-fin-cantidad pic 9(6).
           03 liq-fin-importe pic 9(10).

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

       FD  RECHAZADOS.
       01  rch-reg.
           03 rch-legajo pic 9(5).
           03 filler pic x value space.
           03 rch-cuota pic 9(2).
           03 filler pic x value space.
           03 rch-anio pic 9(4).
           03 filler pic x value space.
           03 rch-importe pic 9(8).
           03 filler pic x value space.
           03 rch-marca pic x(10).
           03 filler pic x value space.
           03 rch-numero pic x(16).
           03 filler pic x value space.
           03 rch-motivo pic x(20).

      * Listado para contactar al socio: tarjetas vencidas o por
      * vencer en el mes y tarjetas con tres rechazos seguidos, que
      * PresentarTarjeta ya no presenta.
       FD  CONTACTAR.
       01  cto-linea pic x(132).

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
       77  w-status-serie pic xx value spaces.
       77  w-status-sercan pic xx value spaces.
       77  w-status-tar pic xx value spaces.
       77  w-flag-sercan pic 9 value zero.
       77  w-flag-tar pic 9 value zero.
       77  w-usa-series pic 9 value zero.
       77  w-cant-a-emitir pic 9(6) value zero.
       77  w-serie-tope pic 9(10) value zero.
       77  w-cant-series pic 9(2) value zero.
       77  w-ind-ser pic 9(2) value zero.
       77  w-ind-propio pic 9(2) value zero.
       77  w-canal-propio pic x(12) value "TARJETA".
       01  w-tab-series.
           03 w-tab-ser occurs 10.
               05 w-ser-canal pic x(12).
               05 w-ser-desde pic 9(10).
               05 w-ser-hasta pic 9(10).
               05 w-ser-ultimo pic 9(10).
       77  w-flag-liq pic 9 value zero.
           88 fin-liquidacion value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-serie-ultimo pic 9(10) value zero.
       77  w-serie-emitida pic 9(10) value zero.
       77  w-cant-aprobados pic 9(6) value zero.
       77  w-tot-aprobado pic 9(10) value zero.
       77  w-cant-rechazados pic 9(6) value zero.
       77  w-cant-leidos pic 9(6) value zero.
       77  w-tot-leido pic 9(10) value zero.
       77  w-hay-cabecera pic 9 value zero.
       77  w-hay-final pic 9 value zero.
       77  w-cant-tar pic 9(4) value zero.
       77  w-ind-tar pic 9(4) value zero.
       77  w-tar-hallada pic 9(4) value zero.
       77  w-cant-contactar pic 9(5) value zero.
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
       01  w-lin-contacto.
           03 w-cto-legajo pic 9(5).
           03 filler pic x value space.
           03 w-cto-nombre pic x(30).
           03 filler pic x value space.
           03 w-cto-marca pic x(10).
           03 filler pic x value space.
           03 w-cto-numero pic x(16).
           03 filler pic x value space.
           03 w-cto-motivo pic x(15).
           03 filler pic x value space.
           03 w-cto-telefono pic x(15).
           03 filler pic x value space.
           03 w-cto-mail pic x(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-CARGAR-TARJETAS.
           PERFORM 060-LEER-SERIE.
           PERFORM 080-VERIFICAR-RANGO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-periodo-hoy = w-fecha-hoy / 100.
           OPEN INPUT LIQUIDACION.
           OPEN EXTEND NOVEDADES.
           OPEN OUTPUT RECHAZADOS.
           PERFORM 100-LEER-LIQUIDACION.
           PERFORM UNTIL fin-liquidacion
               IF liq-det-tipo = 2
                   ADD 1 TO w-cant-leidos
                   ADD liq-det-importe TO w-tot-leido
                   PERFORM 150-BUSCAR-TARJETA
                   IF liq-det-estado = "A"
                       PERFORM 200-GENERAR-NOVEDAD
                   ELSE
                       PERFORM 300-LISTAR-RECHAZO
                   END-IF
               ELSE
                   IF liq-fin-tipo = 9
                       PERFORM 120-CONTROLAR-FINAL
                   END-IF
               END-IF
               PERFORM 100-LEER-LIQUIDACION
           END-PERFORM.
           IF w-hay-cabecera = 1
               PERFORM 400-GRABAR-TRAILER
           END-IF.
           CLOSE LIQUIDACION.
           CLOSE NOVEDADES.
           CLOSE RECHAZADOS.
           PERFORM 700-GRABAR-SERIE.
           PERFORM 800-REGRABAR-TARJETAS.
           PERFORM 850-LISTAR-CONTACTOS.
           IF w-hay-final = ZERO
               DISPLAY "ATENCION: LA LIQUIDACION NO TRAE REGISTRO "
                   "FINAL DE CONTROL"
           END-IF.
           DISPLAY "DEBITOS APROBADOS A NOVEDADES: " w-cant-aprobados.
           DISPLAY "IMPORTE APROBADO             : " w-tot-aprobado.
           DISPLAY "DEBITOS RECHAZADOS           : "
               w-cant-rechazados.
           DISPLAY "TARJETAS A CONTACTAR         : "
               w-cant-contactar.
           STOP RUN.

       050-CARGAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF w-status-tar = "00"
               PERFORM 055-LEER-TARJETA
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
                   PERFORM 055-LEER-TARJETA
               END-PERFORM
               CLOSE TARJETAS
           ELSE
               IF w-status-tar = "05"
                   CLOSE TARJETAS
               END-IF
           END-IF.

       055-LEER-TARJETA.
           READ TARJETAS AT END MOVE 1 TO w-flag-tar.

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

      * Con rango por canal, antes de emitir nada se cuenta cuantos
      * numeros va a consumir la corrida: si el rango no alcanza se
      * corta aca, sin escribir ningun detalle ni tocar el maestro
      * de tarjetas.
       080-VERIFICAR-RANGO.
           IF w-usa-series = 1
               OPEN INPUT LIQUIDACION
               PERFORM 100-LEER-LIQUIDACION
               PERFORM UNTIL fin-liquidacion
                   IF liq-det-tipo = 2 AND liq-det-estado = "A"
                       ADD 1 TO w-cant-a-emitir
                   END-IF
                   PERFORM 100-LEER-LIQUIDACION
               END-PERFORM
               CLOSE LIQUIDACION
               MOVE ZERO TO w-flag-liq
               IF w-serie-ultimo + w-cant-a-emitir > w-serie-tope
                   DISPLAY "RANGO DE NUMERACION DEL CANAL "
                       w-canal-propio " NO ALCANZA PARA "
                       w-cant-a-emitir " DEBITOS: ASIGNE UNO "
                       "NUEVO CON AdministrarSeries"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       100-LEER-LIQUIDACION.
           READ LIQUIDACION AT END MOVE 1 TO w-flag-liq.

       120-CONTROLAR-FINAL.
           MOVE 1 TO w-hay-final.
           IF liq-fin-cantidad NOT = w-cant-leidos
           OR liq-fin-importe NOT = w-tot-leido
               DISPLAY "ATENCION: EL REGISTRO FINAL DE LA LIQUIDACION "
                   "NO COINCIDE CON LOS DETALLES (" liq-fin-cantidad
                   " / " w-cant-leidos ")"
           END-IF.

       150-BUSCAR-TARJETA.
           MOVE ZERO TO w-tar-hallada.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
                   UNTIL w-ind-tar > w-cant-tar
               IF w-tar-legajo (w-ind-tar) = liq-det-legajo
               AND w-tar-fecha-baja (w-ind-tar) = ZERO
                   MOVE w-ind-tar TO w-tar-hallada
               END-IF
           END-PERFORM.

      * Los debitos aprobados se convierten en un lote de novedades
      * con el mismo formato que arma ProcesarRespuesta para el
      * banco, numerados con la serie del canal TARJETA; la
      * cabecera lleva el anio de las cuotas debitadas. Un debito
      * aprobado vuelve a cero los rechazos seguidos de la tarjeta.
       200-GENERAR-NOVEDAD.
           IF w-hay-cabecera = ZERO
               MOVE 1 TO nov-cab-tipo
               MOVE w-fecha-hoy TO nov-cab-fecha
               MOVE liq-det-anio TO nov-cab-anio
               WRITE nov-cab-reg
               MOVE 1 TO w-hay-cabecera
           END-IF.
           ADD 1 TO w-serie-ultimo.
           MOVE ZERO TO nov-det-tipo.
           MOVE w-serie-ultimo TO nov-det-recibo.
           MOVE liq-det-legajo TO nov-det-alu.
           MOVE liq-det-cuota TO nov-det-cuota.
           MOVE liq-det-importe TO nov-det-importe.
           WRITE nov-det-reg.
           ADD 1 TO w-cant-aprobados.
           ADD liq-det-importe TO w-tot-aprobado.
           IF w-tar-hallada NOT = ZERO
               MOVE ZERO TO w-tar-rechazos (w-tar-hallada)
           END-IF.

       300-LISTAR-RECHAZO.
           MOVE SPACES TO rch-reg.
           MOVE liq-det-legajo TO rch-legajo.
           MOVE liq-det-cuota TO rch-cuota.
           MOVE liq-det-anio TO rch-anio.
           MOVE liq-det-importe TO rch-importe.
           MOVE liq-det-marca TO rch-marca.
           MOVE liq-det-numero TO rch-numero.
           MOVE liq-det-motivo TO rch-motivo.
           WRITE rch-reg.
           ADD 1 TO w-cant-rechazados.
           IF w-tar-hallada NOT = ZERO
           AND w-tar-rechazos (w-tar-hallada) < 99
               ADD 1 TO w-tar-rechazos (w-tar-hallada)
           END-IF.

       400-GRABAR-TRAILER.
           MOVE 9 TO nov-fin-tipo.
           MOVE w-cant-aprobados TO nov-fin-cantidad.
           MOVE w-tot-aprobado TO nov-fin-importe.
           WRITE nov-fin-reg.

      * La tabla de series se relee antes de regrabar, como en
      * ProcesarRespuesta: solo el ultimo del canal propio sale de
      * esta corrida.
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

       800-REGRABAR-TARJETAS.
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

       850-LISTAR-CONTACTOS.
           OPEN INPUT DATOS.
           OPEN OUTPUT CONTACTAR.
           MOVE "TARJETAS A CONTACTAR: VENCIDAS, POR VENCER EN EL MES"
               TO cto-linea.
           WRITE cto-linea.
           MOVE " O CON TRES RECHAZOS SEGUIDOS" TO cto-linea.
           WRITE cto-linea.
           MOVE SPACES TO cto-linea.
           WRITE cto-linea.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
                   UNTIL w-ind-tar > w-cant-tar
               IF w-tar-fecha-baja (w-ind-tar) = ZERO
                   MOVE SPACES TO w-cto-motivo
                   IF w-tar-rechazos (w-ind-tar) >= 3
                       MOVE "3 RECHAZOS" TO w-cto-motivo
                   END-IF
                   IF w-tar-vencimiento (w-ind-tar) = w-periodo-hoy
                       MOVE "VENCE EN EL MES" TO w-cto-motivo
                   END-IF
                   IF w-tar-vencimiento (w-ind-tar) < w-periodo-hoy
                       MOVE "VENCIDA" TO w-cto-motivo
                   END-IF
                   IF w-cto-motivo NOT = SPACES
                       PERFORM 860-LISTAR-CONTACTO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DATOS.
           CLOSE CONTACTAR.

       860-LISTAR-CONTACTO.
           MOVE w-tar-legajo (w-ind-tar) TO w-cto-legajo.
           MOVE w-tar-marca (w-ind-tar) TO w-cto-marca.
           MOVE w-tar-numero (w-ind-tar) TO w-cto-numero.
           MOVE SPACES TO w-cto-nombre.
           MOVE SPACES TO w-cto-telefono.
           MOVE SPACES TO w-cto-mail.
           MOVE w-tar-legajo (w-ind-tar) TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE "(SIN DATOS PERSONALES)" TO w-cto-nombre
               NOT INVALID KEY
                   MOVE dat-nombre TO w-cto-nombre
                   MOVE dat-telefono TO w-cto-telefono
                   MOVE dat-mail TO w-cto-mail
           END-READ.
           WRITE cto-linea FROM w-lin-contacto.
           ADD 1 TO w-cant-contactar.

       END PROGRAM PROCESAR-LIQUIDACION-TARJETA.
