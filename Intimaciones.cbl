           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cal.
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

           03 filler pic x value space.
           03 cal-descripcion pic x(20).

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
       01  rel-nro pic 9(5).
       77  w-status-cal pic xx value spaces.
       77  w-ya-intimado pic 9 value zero.
       77  w-cant-registro pic 9(3) value zero.
       77  idx-reg pic 9(3) value zero.
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
       77  w-cant-mails pic 9(5) value zero.
       77  w-cant-sin-mail pic 9(5) value zero.
       77  w-cant-mail-invalido pic 9(5) value zero.
       01  tb-registro.
           03 tb-reg-item OCCURS 999.
               05 tb-reg-legajo pic 9(5).
           PERFORM 090-LEER-PARAMETROS-SIS.
           PERFORM 096-CARGAR-CALENDARIO.
           PERFORM 100-CARGAR-REGISTRO.
           IF w-envio-mail = "S"
               PERFORM 060-LEER-SERIE-MAIL
               OPEN INPUT DATOS
               OPEN EXTEND BANDEJA
               OPEN EXTEND ENVIOS
           END-IF.
           OPEN INPUT ALUMNOS.
           OPEN INPUT CUOTAS.
           OPEN OUTPUT INTIMACIONES.
           CLOSE CUOTAS.
           CLOSE INTIMACIONES.
           CLOSE REGISTRO.
           IF w-envio-mail = "S"
               CLOSE DATOS
               CLOSE BANDEJA
               CLOSE ENVIOS
               PERFORM 790-GRABAR-SERIE-MAIL
           END-IF.
           DISPLAY "SOCIOS INTIMADOS       : " w-cant-intimados.
           DISPLAY "OMITIDOS (YA INTIMADOS): " w-cant-ya-intimados.
           IF w-envio-mail = "S"
               DISPLAY "ENVIADAS POR MAIL      : " w-cant-mails
               DISPLAY "A PAPEL (SIN MAIL)     : " w-cant-sin-mail
               DISPLAY "A PAPEL (MAIL INVALIDO): "
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
               END-IF
           END-PERFORM.

      * Con el envio por mail habilitado (ENVIO-MAIL), la intimacion
      * del socio con mail valido va a la bandeja de salida; el resto
      * sigue en el archivo para imprimir.
       500-GENERAR-INTIMACION.
           MOVE ZERO TO w-deuda-socio.
           PERFORM 510-BUSCAR-MAIL.
           MOVE SPACES TO int-linea.
           STRING "INTIMACION DE PAGO - SOCIO " alu-alumno
               " - FECHA " w-fecha-proceso
               DELIMITED BY SIZE INTO int-linea.
           PERFORM 520-EMITIR-LINEA.
           MOVE ZERO TO w-flag-cuota.
           MOVE alu-alumno TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE SPACES TO int-linea.
           STRING "  TOTAL ADEUDADO CON RECARGOS: " w-deuda-socio
               DELIMITED BY SIZE INTO int-linea.
           PERFORM 520-EMITIR-LINEA.
           PERFORM 600-ASENTAR-REGISTRO.
           ADD 1 TO w-cant-intimados.

       510-BUSCAR-MAIL.
           MOVE ZERO TO w-por-mail.
           IF w-envio-mail = "S"
               MOVE alu-alumno TO dat-legajo
               READ DATOS
                   INVALID KEY
                       MOVE SPACES TO w-mail-destino
                       MOVE "N" TO w-mail-invalido
                   NOT INVALID KEY
                       MOVE dat-mail TO w-mail-destino
                       MOVE dat-mail-invalido TO w-mail-invalido
               END-READ
               MOVE alu-alumno TO w-mail-legajo
               MOVE "INTIMACION" TO w-mail-origen
               MOVE SPACES TO w-mail-asunto
               STRING "INTIMACION DE PAGO - SOCIO " alu-alumno
                   DELIMITED BY SIZE INTO w-mail-asunto
               PERFORM 700-INICIAR-MAIL
           END-IF.

       520-EMITIR-LINEA.
           IF w-por-mail = 1
               MOVE SPACES TO mai-cuerpo
               MOVE "L" TO mai-cue-tipo
               MOVE w-mail-nro TO mai-cue-nro
               MOVE int-linea TO mai-cue-texto
               WRITE mai-cuerpo
           ELSE
               WRITE int-linea
           END-IF.

      * Mismo calculo de recargo que el posteo: meses enteros de
      * atraso por el porcentaje mensual sobre el importe original.
      * El atraso se cuenta desde el primer habil posterior al
               " DEBE " cuo-debe
               " RECARGO ESTIMADO " w-recargo
               DELIMITED BY SIZE INTO int-linea.
           PERFORM 520-EMITIR-LINEA.
           ADD cuo-debe TO w-deuda-socio.
           ADD w-recargo TO w-deuda-socio.

           ACCEPT reg-hora FROM TIME.
           WRITE reg-reg.

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

       END PROGRAM INTIMACIONES.
