      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-ENVIOS-MAIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENVIOS ASSIGN TO "..\mail_envios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-envios.
           SELECT LISTADO ASSIGN TO "..\mail_envios_listado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-ENV ASSIGN TO "sortwork".
       DATA DIVISION.
       FILE SECTION.

      * Registro de envios: E mensaje dejado en la bandeja, S socio
      * sin mail e I mail marcado como invalido (ambos van a papel),
      * R rebote asentado por ProcesarRebotes con la fecha del envio
      * original.
       FD  ENVIOS.
       01  env-reg.
           03 env-fecha pic 9(8).
           03 filler pic x value space.
           03 env-legajo pic 9(5).
           03 filler pic x value space.
           03 env-origen pic x(10).
           03 filler pic x value space.
           03 env-nro pic 9(10).
           03 filler pic x value space.
           03 env-destinatario pic x(30).
           03 filler pic x value space.
           03 env-estado pic x.

       FD  LISTADO.
       01  lis-linea pic x(80).

      * Los rebotes se asientan al final del registro con la fecha
      * del envio original: el SORT los junta con su dia.
       SD  SORT-ENV.
       01  srt-reg.
           03 srt-fecha pic 9(8).
           03 srt-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-status-envios pic xx value spaces.
       77  w-flag-env pic 9 value zero.
       77  w-flag-sort pic 9 value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-fecha-actual pic 9(8) value zero.
       77  w-dia-enviados pic 9(6) value zero.
       77  w-dia-rebotados pic 9(6) value zero.
       77  w-dia-entregados pic 9(6) value zero.
       77  w-dia-sin-mail pic 9(6) value zero.
       77  w-dia-invalidos pic 9(6) value zero.
       77  w-tot-enviados pic 9(7) value zero.
       77  w-tot-rebotados pic 9(7) value zero.
       77  w-tot-entregados pic 9(7) value zero.
       77  w-tot-sin-mail pic 9(7) value zero.
       77  w-tot-invalidos pic 9(7) value zero.
       01  lin-titulo.
           03 filler pic x(40)
               value "FECHA     ENVIADOS ENTREGADOS REBOTADOS ".
           03 filler pic x(24)
               value " SIN MAIL  MAIL INVALIDO".
       01  lin-detalle.
           03 l-fecha pic 9(8).
           03 filler pic x(3) value spaces.
           03 l-enviados pic z(5)9.
           03 filler pic x(5) value spaces.
           03 l-entregados pic z(5)9.
           03 filler pic x(4) value spaces.
           03 l-rebotados pic z(5)9.
           03 filler pic x(3) value spaces.
           03 l-sin-mail pic z(5)9.
           03 filler pic x(9) value spaces.
           03 l-invalidos pic z(5)9.
       01  lin-total.
           03 filler pic x(8) value "TOTAL".
           03 filler pic x(2) value spaces.
           03 lt-enviados pic z(6)9.
           03 filler pic x(4) value spaces.
           03 lt-entregados pic z(6)9.
           03 filler pic x(3) value spaces.
           03 lt-rebotados pic z(6)9.
           03 filler pic x(2) value spaces.
           03 lt-sin-mail pic z(6)9.
           03 filler pic x(8) value spaces.
           03 lt-invalidos pic z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "LISTADO DE ENVIOS POR MAIL".
           DISPLAY "Fecha desde (AAAAMMDD, ENTER=primero del mes): ".
           ACCEPT w-fecha-desde.
           IF w-fecha-desde = ZERO
               COMPUTE w-fecha-desde = (w-fecha-hoy / 100) * 100 + 1
           END-IF.
           DISPLAY "Fecha hasta (AAAAMMDD, ENTER=hoy): ".
           ACCEPT w-fecha-hasta.
           IF w-fecha-hasta = ZERO
               MOVE w-fecha-hoy TO w-fecha-hasta
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO lis-linea.
           STRING "ENVIOS POR MAIL DEL " w-fecha-desde
               " AL " w-fecha-hasta
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM lin-titulo.
           SORT SORT-ENV ASCENDING srt-fecha
               INPUT PROCEDURE IS 200-ENTRADA
               OUTPUT PROCEDURE IS 300-SALIDA.
           MOVE w-tot-enviados TO lt-enviados.
           MOVE w-tot-entregados TO lt-entregados.
           MOVE w-tot-rebotados TO lt-rebotados.
           MOVE w-tot-sin-mail TO lt-sin-mail.
           MOVE w-tot-invalidos TO lt-invalidos.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM lin-total.
           CLOSE LISTADO.
           DISPLAY "ENVIADOS A LA BANDEJA : " w-tot-enviados.
           DISPLAY "ENTREGADOS            : " w-tot-entregados.
           DISPLAY "REBOTADOS             : " w-tot-rebotados.
           DISPLAY "SOCIOS SIN MAIL       : " w-tot-sin-mail.
           DISPLAY "MAIL INVALIDO (PAPEL) : " w-tot-invalidos.
           DISPLAY "LISTADO EN mail_envios_listado.txt".
           STOP RUN.

       200-ENTRADA.
           OPEN INPUT ENVIOS.
           IF w-status-envios = "00"
               PERFORM 210-LEER-ENVIO
               PERFORM UNTIL w-flag-env = 1
                   IF env-fecha >= w-fecha-desde
                   AND env-fecha <= w-fecha-hasta
                       MOVE env-fecha TO srt-fecha
                       MOVE env-estado TO srt-estado
                       RELEASE srt-reg
                   END-IF
                   PERFORM 210-LEER-ENVIO
               END-PERFORM
               CLOSE ENVIOS
           ELSE
               IF w-status-envios = "05"
                   CLOSE ENVIOS
               END-IF
           END-IF.

       210-LEER-ENVIO.
           READ ENVIOS AT END MOVE 1 TO w-flag-env.

      * Corte por dia: entregados son los mensajes dejados en la
      * bandeja menos los que el servidor devolvio como rebotados.
       300-SALIDA.
           PERFORM 310-LEER-SORT.
           PERFORM UNTIL w-flag-sort = 1
               MOVE srt-fecha TO w-fecha-actual
               MOVE ZERO TO w-dia-enviados w-dia-rebotados
                   w-dia-sin-mail w-dia-invalidos
               PERFORM UNTIL w-flag-sort = 1
               OR srt-fecha NOT = w-fecha-actual
                   PERFORM 320-ACUMULAR-DIA
                   PERFORM 310-LEER-SORT
               END-PERFORM
               PERFORM 330-IMPRIMIR-DIA
           END-PERFORM.

       310-LEER-SORT.
           RETURN SORT-ENV AT END MOVE 1 TO w-flag-sort.

       320-ACUMULAR-DIA.
           IF srt-estado = "E"
               ADD 1 TO w-dia-enviados
           END-IF.
           IF srt-estado = "R"
               ADD 1 TO w-dia-rebotados
           END-IF.
           IF srt-estado = "S"
               ADD 1 TO w-dia-sin-mail
           END-IF.
           IF srt-estado = "I"
               ADD 1 TO w-dia-invalidos
           END-IF.

       330-IMPRIMIR-DIA.
           IF w-dia-rebotados > w-dia-enviados
               MOVE ZERO TO w-dia-entregados
           ELSE
               COMPUTE w-dia-entregados =
                   w-dia-enviados - w-dia-rebotados
           END-IF.
           MOVE w-fecha-actual TO l-fecha.
           MOVE w-dia-enviados TO l-enviados.
           MOVE w-dia-entregados TO l-entregados.
           MOVE w-dia-rebotados TO l-rebotados.
           MOVE w-dia-sin-mail TO l-sin-mail.
           MOVE w-dia-invalidos TO l-invalidos.
           WRITE lis-linea FROM lin-detalle.
           ADD w-dia-enviados TO w-tot-enviados.
           ADD w-dia-entregados TO w-tot-entregados.
           ADD w-dia-rebotados TO w-tot-rebotados.
           ADD w-dia-sin-mail TO w-tot-sin-mail.
           ADD w-dia-invalidos TO w-tot-invalidos.

       END PROGRAM LISTADO-ENVIOS-MAIL.
