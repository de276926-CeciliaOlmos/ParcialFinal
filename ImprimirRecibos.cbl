           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL BANDEJA ASSIGN TO "..\bandeja_mail.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAIL-SERIE ASSIGN TO "..\mail_serie.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-mserie.
           SELECT OPTIONAL ENVIOS ASSIGN TO "..\mail_envios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

      * Bandeja de salida de correo: el servidor de mail toma cada
      * mensaje (cabecera C con destinatario y asunto, y sus lineas
      * de cuerpo L) y vacia el archivo al despacharlo.
       FD  BANDEJA.
       01  mai-cabecera.
           03 mai-tipo pic x.
           03 filler pic x value space.
           03 mai-nro pic 9(10).
           03 filler pic x value space.
           03 mai-fecha pic 9(8).
           03 filler pic x value space.
           03 mai-hora pic 9(8).
           03 filler pic x value space.
           03 mai-legajo pic 9(5).
           03 filler pic x value space.
           03 mai-origen pic x(10).
           03 filler pic x value space.
           03 mai-destinatario pic x(30).
           03 filler pic x value space.
           03 mai-asunto pic x(60).
       01  mai-cuerpo.
           03 mai-cue-tipo pic x.
           03 filler pic x value space.
           03 mai-cue-nro pic 9(10).
           03 filler pic x value space.
           03 mai-cue-texto pic x(120).

      * Ultimo numero de mensaje asignado, compartido por todos los
      * procesos que dejan correo en la bandeja.
       FD  MAIL-SERIE.
       01  mse-reg.
           03 mse-ultimo pic 9(10).

      * Registro de envios: E mensaje dejado en la bandeja, S socio
      * sin mail e I mail marcado como invalido (ambos van a papel),
      * R rebote asentado por ProcesarRebotes.
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

       WORKING-STORAGE SECTION.
       77  w-nombre-socio pic x(30) value spaces.
       77  w-cant-impresos pic 9(6) value zero.
       77  idx-periodo pic 9(2) value zero.
       77  w-periodo pic x(10) value spaces.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-status-mserie pic xx value spaces.
       77  w-envio-mail pic x value "N".
       77  w-por-mail pic 9 value zero.
       77  w-mail-nro pic 9(10) value zero.
       77  w-mail-legajo pic 9(5) value zero.
       77  w-mail-origen pic x(10) value spaces.
       77  w-mail-destino pic x(30) value spaces.
       77  w-mail-invalido pic x value space.
       77  w-mail-asunto pic x(60) value spaces.
       77  w-mail-texto pic x(120) value spaces.
       77  w-hora-mail pic 9(8) value zero.
       77  w-cant-mails pic 9(6) value zero.
       77  w-cant-sin-mail pic 9(6) value zero.
       77  w-cant-mail-invalido pic 9(6) value zero.
       01  tb-periodos-datos.
           03 filler pic x(10) value "ENERO".
           03 filler pic x(10) value "FEBRERO".
       MAIN-PROCEDURE.

           PERFORM 050-PEDIR-FILTRO.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           IF w-envio-mail = "S"
               PERFORM 060-LEER-SERIE-MAIL
               OPEN EXTEND BANDEJA
               OPEN EXTEND ENVIOS
           END-IF.
           OPEN INPUT RECIBOS.
           OPEN INPUT DATOS.
           PERFORM 100-LEER-RECIBO.
           END-PERFORM.
           CLOSE RECIBOS.
           CLOSE DATOS.
           IF w-envio-mail = "S"
               CLOSE BANDEJA
               CLOSE ENVIOS
               PERFORM 790-GRABAR-SERIE-MAIL
           END-IF.
           IF w-cant-impresos = ZERO
               DISPLAY "NO SE ENCONTRO NINGUN RECIBO CON ESE CRITERIO"
           END-IF.
           DISPLAY "RECIBOS IMPRESOS: " w-cant-impresos.
           IF w-envio-mail = "S"
               DISPLAY "ENVIADOS POR MAIL      : " w-cant-mails
               DISPLAY "A PAPEL (SIN MAIL)     : " w-cant-sin-mail
               DISPLAY "A PAPEL (MAIL INVALIDO): "
                   w-cant-mail-invalido
           END-IF.
           STOP RUN.

       050-PEDIR-FILTRO.
               DISPLAY "Anio de la cuota (ENTER=todos): "
               ACCEPT w-filtro-anio
           END-IF.
           DISPLAY "Enviar ademas por mail al socio (S/N): ".
           ACCEPT w-envio-mail.
           IF w-envio-mail = "s"
               MOVE "S" TO w-envio-mail
           END-IF.

       060-LEER-SERIE-MAIL.
           OPEN INPUT MAIL-SERIE.
           IF w-status-mserie = "00"
               READ MAIL-SERIE
                   AT END MOVE ZERO TO mse-ultimo
               END-READ
               MOVE mse-ultimo TO w-mail-nro
               CLOSE MAIL-SERIE
           ELSE
               IF w-status-mserie = "05"
                   CLOSE MAIL-SERIE
               END-IF
           END-IF.

       100-LEER-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-rcb.
           DISPLAY "ESTADO CUOTA: " rcb-estado.
           DISPLAY "FECHA PROCESO: " rcb-fecha.
           ADD 1 TO w-cant-impresos.
           IF w-envio-mail = "S"
               PERFORM 280-ENVIAR-RECIBO
           END-IF.

       250-OBTENER-PERIODO.
           IF rcb-cuota >= 1 AND rcb-cuota <= 12
           READ DATOS
               INVALID KEY MOVE "(SIN DATOS PERSONALES)"
                   TO w-nombre-socio
                   MOVE SPACES TO w-mail-destino
                   MOVE "N" TO w-mail-invalido
               NOT INVALID KEY MOVE dat-nombre TO w-nombre-socio
                   MOVE dat-mail TO w-mail-destino
                   MOVE dat-mail-invalido TO w-mail-invalido
           END-READ.

      * El recibo mostrado en pantalla se deja tambien en la bandeja
      * de salida; sin mail o con mail rebotado queda registrado
      * como envio a papel para que se entregue impreso.
       280-ENVIAR-RECIBO.
           MOVE rcb-alumno TO w-mail-legajo.
           MOVE "RECIBO" TO w-mail-origen.
           MOVE SPACES TO w-mail-asunto.
           STRING "RECIBO NRO " rcb-recibo " - CUOTA " rcb-cuota
               "/" rcb-anio DELIMITED BY SIZE INTO w-mail-asunto.
           PERFORM 700-INICIAR-MAIL.
           IF w-por-mail = 1
               MOVE SPACES TO w-mail-texto
               STRING "RECIBO NRO: " rcb-recibo
                   DELIMITED BY SIZE INTO w-mail-texto
               PERFORM 285-LINEA-MAIL
               MOVE SPACES TO w-mail-texto
               STRING "SOCIO: " rcb-alumno " " w-nombre-socio
                   DELIMITED BY SIZE INTO w-mail-texto
               PERFORM 285-LINEA-MAIL
               MOVE SPACES TO w-mail-texto
               STRING "CUOTA: " rcb-cuota " (" w-periodo ") ANIO: "
                   rcb-anio DELIMITED BY SIZE INTO w-mail-texto
               PERFORM 285-LINEA-MAIL
               MOVE SPACES TO w-mail-texto
               STRING "IMPORTE ABONADO: " rcb-importe
                   DELIMITED BY SIZE INTO w-mail-texto
               PERFORM 285-LINEA-MAIL
               MOVE SPACES TO w-mail-texto
               STRING "SALDO PENDIENTE: " rcb-debe
                   DELIMITED BY SIZE INTO w-mail-texto
               PERFORM 285-LINEA-MAIL
               MOVE SPACES TO w-mail-texto
               STRING "ESTADO CUOTA: " rcb-estado
                   "  FECHA PROCESO: " rcb-fecha
                   DELIMITED BY SIZE INTO w-mail-texto
               PERFORM 285-LINEA-MAIL
           END-IF.

       285-LINEA-MAIL.
           MOVE SPACES TO mai-cuerpo.
           MOVE "L" TO mai-cue-tipo.
           MOVE w-mail-nro TO mai-cue-nro.
           MOVE w-mail-texto TO mai-cue-texto.
           WRITE mai-cuerpo.

      * Decide el canal del documento: con mail valido abre el
      * mensaje en la bandeja; sin mail o con mail rebotado el
      * documento sigue en papel y el envio queda registrado igual
      * para el listado diario.
       700-INICIAR-MAIL.
           MOVE SPACES TO env-reg.
           MOVE w-fecha-proceso TO env-fecha.
           MOVE w-mail-legajo TO env-legajo.
           MOVE w-mail-origen TO env-origen.
           MOVE w-mail-destino TO env-destinatario.
           MOVE ZERO TO env-nro.
           MOVE ZERO TO w-por-mail.
           IF w-mail-destino = SPACES
               MOVE "S" TO env-estado
               ADD 1 TO w-cant-sin-mail
           ELSE
           IF w-mail-invalido = "S"
               MOVE "I" TO env-estado
               ADD 1 TO w-cant-mail-invalido
           ELSE
               ADD 1 TO w-mail-nro
               MOVE w-mail-nro TO env-nro
               MOVE "E" TO env-estado
               MOVE 1 TO w-por-mail
               ADD 1 TO w-cant-mails
               PERFORM 710-GRABAR-CABECERA
           END-IF
           END-IF.
           WRITE env-reg.

       710-GRABAR-CABECERA.
           ACCEPT w-hora-mail FROM TIME.
           MOVE SPACES TO mai-cabecera.
           MOVE "C" TO mai-tipo.
           MOVE w-mail-nro TO mai-nro.
           MOVE w-fecha-proceso TO mai-fecha.
           MOVE w-hora-mail TO mai-hora.
           MOVE w-mail-legajo TO mai-legajo.
           MOVE w-mail-origen TO mai-origen.
           MOVE w-mail-destino TO mai-destinatario.
           MOVE w-mail-asunto TO mai-asunto.
           WRITE mai-cabecera.

       790-GRABAR-SERIE-MAIL.
           OPEN OUTPUT MAIL-SERIE.
           MOVE w-mail-nro TO mse-ultimo.
           WRITE mse-reg.
           CLOSE MAIL-SERIE.

       END PROGRAM IMPRIMIR-RECIBOS.
