           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT AVISOS ASSIGN TO "..\avisos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRO
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
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

      * Archivo de avisos para el servicio de mailing: una linea
      * por cuota proxima a vencer, con el contacto del socio, el
           03 filler pic x value space.
           03 psis-valor pic x(20).

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
       77  w-status-parsis pic xx value spaces.
       77  w-flag-parsis pic 9 value zero.
       77  w-nombre-socio pic x(30) value spaces.
       77  w-mail-socio pic x(30) value spaces.
       77  w-telefono-socio pic x(15) value spaces.
       77  w-status-mserie pic xx value spaces.
       77  w-envio-mail pic x value "N".
       77  w-por-mail pic 9 value zero.
       77  w-mail-nro pic 9(10) value zero.
       77  w-mail-legajo pic 9(5) value zero.
       77  w-mail-origen pic x(10) value spaces.
       77  w-mail-destino pic x(30) value spaces.
       77  w-mail-invalido pic x value space.
       77  w-mail-asunto pic x(60) value spaces.
       77  w-hora-mail pic 9(8) value zero.
       77  w-cant-mails pic 9(6) value zero.
       77  w-cant-sin-mail pic 9(6) value zero.
       77  w-cant-mail-invalido pic 9(6) value zero.
       01  tb-registro.
           03 tb-reg-item OCCURS 5000.
               05 tb-reg-legajo pic 9(5).
           COMPUTE w-fecha-limite =
               FUNCTION DATE-OF-INTEGER(w-dias-limite).
           PERFORM 100-CARGAR-REGISTRO.
           IF w-envio-mail = "S"
               PERFORM 060-LEER-SERIE-MAIL
               OPEN EXTEND BANDEJA
               OPEN EXTEND ENVIOS
           END-IF.
           OPEN INPUT CUOTAS.
           OPEN INPUT DATOS.
           OPEN OUTPUT AVISOS.
           CLOSE DATOS.
           CLOSE AVISOS.
           CLOSE REGISTRO.
           IF w-envio-mail = "S"
               CLOSE BANDEJA
               CLOSE ENVIOS
               PERFORM 790-GRABAR-SERIE-MAIL
           END-IF.
           DISPLAY "AVISOS EMITIDOS         : " w-cant-avisos.
           DISPLAY "OMITIDOS (YA AVISADOS)  : " w-cant-ya-avisados.
           DISPLAY "SIN MAIL NI TELEFONO    : " w-cant-sin-contacto.
           IF w-envio-mail = "S"
               DISPLAY "ENVIADOS POR MAIL       : " w-cant-mails
               DISPLAY "A PAPEL (SIN MAIL)      : " w-cant-sin-mail
               DISPLAY "A PAPEL (MAIL INVALIDO) : "
                   w-cant-mail-invalido
           END-IF.
           STOP RUN.

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

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
                       COMPUTE w-pct-recargo-mensual =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "ENVIO-MAIL"
                   AND psis-valor(1:1) = "S"
                       MOVE "S" TO w-envio-mail
                   END-IF
                   PERFORM 095-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS

      * Un socio sin mail ni telefono cargado sale igual en el
      * archivo (la secretaria lo llama o le deja nota en el club),
      * pero se cuenta aparte para reclamar el dato. Con el envio
      * por mail habilitado (ENVIO-MAIL), el aviso del socio con
      * mail valido va a la bandeja de salida y no al archivo.
       400-GENERAR-AVISO.
           MOVE cuo-alumno TO dat-legajo.
           READ DATOS
                   MOVE "(SIN DATOS PERSONALES)" TO w-nombre-socio
                   MOVE SPACES TO w-mail-socio
                   MOVE SPACES TO w-telefono-socio
                   MOVE "N" TO w-mail-invalido
               NOT INVALID KEY
                   MOVE dat-nombre TO w-nombre-socio
                   MOVE dat-mail TO w-mail-socio
                   MOVE dat-telefono TO w-telefono-socio
                   MOVE dat-mail-invalido TO w-mail-invalido
           END-READ.
           MOVE cuo-alumno TO w-mail-legajo.
           MOVE "AVISO" TO w-mail-origen.
           MOVE w-mail-socio TO w-mail-destino.
           MOVE SPACES TO w-mail-asunto.
           STRING "AVISO DE VENCIMIENTO CUOTA " cuo-cuota "/"
               cuo-anio DELIMITED BY SIZE INTO w-mail-asunto.
           PERFORM 600-INICIAR-MAIL.
           IF w-mail-socio = SPACES AND w-telefono-socio = SPACES
               ADD 1 TO w-cant-sin-contacto
           END-IF.
               " MAIL " w-mail-socio
               " TEL " w-telefono-socio
               DELIMITED BY SIZE INTO avi-linea.
           PERFORM 450-EMITIR-LINEA.
           MOVE SPACES TO avi-linea.
           STRING "  CUOTA " cuo-cuota "/" cuo-anio
               " VENCE " cuo-fecha
               " IMPORTE " cuo-debe
               " CON RECARGO POSTERIOR " w-recargo
               DELIMITED BY SIZE INTO avi-linea.
           PERFORM 450-EMITIR-LINEA.
           PERFORM 500-ASENTAR-REGISTRO.
           ADD 1 TO w-cant-avisos.

       450-EMITIR-LINEA.
           IF w-por-mail = 1
               MOVE SPACES TO mai-cuerpo
               MOVE "L" TO mai-cue-tipo
               MOVE w-mail-nro TO mai-cue-nro
               MOVE avi-linea TO mai-cue-texto
               WRITE mai-cuerpo
           ELSE
               WRITE avi-linea
           END-IF.

       500-ASENTAR-REGISTRO.
           MOVE SPACES TO reg-reg.
           MOVE cuo-alumno TO reg-legajo.
               MOVE cuo-anio TO tb-reg-anio(w-cant-registro)
           END-IF.

      * Decide el canal del documento: con mail valido abre el
      * mensaje en la bandeja; sin mail o con mail rebotado el
      * documento sigue en papel y el envio queda registrado igual
      * para el listado diario.
       600-INICIAR-MAIL.
           MOVE ZERO TO w-por-mail.
           IF w-envio-mail = "S"
               MOVE SPACES TO env-reg
               MOVE w-fecha-proceso TO env-fecha
               MOVE w-mail-legajo TO env-legajo
               MOVE w-mail-origen TO env-origen
               MOVE w-mail-destino TO env-destinatario
               MOVE ZERO TO env-nro
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
                   PERFORM 610-GRABAR-CABECERA
               END-IF
               END-IF
               WRITE env-reg
           END-IF.

       610-GRABAR-CABECERA.
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

       END PROGRAM AVISOS-VENCIMIENTO.
