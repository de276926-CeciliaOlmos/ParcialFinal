      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-REBOTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REBOTES ASSIGN TO "..\mail_rebotes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rebotes.
           SELECT OPTIONAL ENVIOS ASSIGN TO "..\mail_envios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-envios.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT LISTADO ASSIGN TO "..\rebotes_procesados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Archivo de rebotes que deja el servidor de correo: numero de
      * mensaje de la bandeja, destinatario, fecha del rebote y
      * motivo informado por el servidor.
       FD  REBOTES.
       01  reb-reg.
           03 reb-nro pic 9(10).
           03 filler pic x.
           03 reb-destinatario pic x(30).
           03 filler pic x.
           03 reb-fecha pic 9(8).
           03 filler pic x.
           03 reb-motivo pic x(40).

      * Registro de envios: E mensaje dejado en la bandeja, S socio
      * sin mail e I mail marcado como invalido (ambos van a papel),
      * R rebote asentado por este proceso con la fecha del envio
      * original, para que el listado diario lo descuente del dia.
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

      * Listado de rebotes procesados para que la secretaria pida a
      * cada socio un mail nuevo.
       FD  LISTADO.
       01  lis-linea pic x(120).

       WORKING-STORAGE SECTION.
       77  w-status-rebotes pic xx value spaces.
       77  w-status-envios pic xx value spaces.
       77  w-status-datos pic xx value spaces.
       77  w-flag-reb pic 9 value zero.
       77  w-flag-env pic 9 value zero.
       77  w-cant-reb pic 9(4) value zero.
       77  idx-reb pic 9(4) value zero.
       77  w-cant-leidos pic 9(5) value zero.
       77  w-cant-asentados pic 9(5) value zero.
       77  w-cant-marcados pic 9(5) value zero.
       77  w-cant-ya-asentados pic 9(5) value zero.
       77  w-cant-no-identif pic 9(5) value zero.
       77  w-cant-mail-cambiado pic 9(5) value zero.
       77  w-cant-excedidos pic 9(5) value zero.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-resultado pic x(20) value spaces.
       01  tb-rebotes.
           03 tb-reb-item OCCURS 2000.
               05 tb-reb-nro pic 9(10).
               05 tb-reb-destinatario pic x(30).
               05 tb-reb-motivo pic x(40).
               05 tb-reb-legajo pic 9(5).
               05 tb-reb-fecha-env pic 9(8).
               05 tb-reb-origen pic x(10).
               05 tb-reb-hallado pic 9.
               05 tb-reb-asentado pic 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 100-CARGAR-REBOTES.
           IF w-cant-reb = ZERO
               DISPLAY "NO HAY REBOTES PARA PROCESAR"
               STOP RUN
           END-IF.
           PERFORM 200-BUSCAR-ENVIOS.
           OPEN EXTEND ENVIOS.
           OPEN I-O DATOS.
           IF w-status-datos NOT = "00" AND w-status-datos NOT = "05"
               DISPLAY "NO SE PUDO ABRIR datos_socios.dat, ESTADO "
                   w-status-datos
               CLOSE ENVIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO lis-linea.
           STRING "REBOTES DE CORREO PROCESADOS EL " w-fecha-proceso
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING idx-reb FROM 1 BY 1
               UNTIL idx-reb > w-cant-reb
               PERFORM 300-PROCESAR-REBOTE
           END-PERFORM.
           CLOSE ENVIOS.
           CLOSE DATOS.
           PERFORM 400-IMPRIMIR-TOTALES.
           CLOSE LISTADO.
      * El archivo de rebotes se vacia una vez asentado, para que
      * la proxima entrega del servidor traiga solo rebotes nuevos;
      * si no entro entero en la tabla se conserva para partirlo.
           IF w-cant-excedidos = ZERO
               OPEN OUTPUT REBOTES
               CLOSE REBOTES
           END-IF.
           DISPLAY "REBOTES LEIDOS           : " w-cant-leidos.
           DISPLAY "ASENTADOS                : " w-cant-asentados.
           DISPLAY "MAILS MARCADOS INVALIDOS : " w-cant-marcados.
           DISPLAY "YA ASENTADOS ANTES       : " w-cant-ya-asentados.
           DISPLAY "SIN ENVIO IDENTIFICADO   : " w-cant-no-identif.
           DISPLAY "MAIL YA CORREGIDO        : " w-cant-mail-cambiado.
           IF w-cant-excedidos > ZERO
               DISPLAY "REBOTES NO CARGADOS (TABLA LLENA): "
                   w-cant-excedidos
               DISPLAY "EL ARCHIVO DE REBOTES NO SE VACIO: PARTALO "
                   "Y VUELVA A CORRER EL PROCESO"
           END-IF.
           STOP RUN.

       100-CARGAR-REBOTES.
           OPEN INPUT REBOTES.
           IF w-status-rebotes = "00"
               PERFORM 110-LEER-REBOTE
               PERFORM UNTIL w-flag-reb = 1
                   ADD 1 TO w-cant-leidos
                   IF w-cant-reb < 2000
                       ADD 1 TO w-cant-reb
                       MOVE reb-nro TO tb-reb-nro(w-cant-reb)
                       MOVE reb-destinatario
                           TO tb-reb-destinatario(w-cant-reb)
                       MOVE reb-motivo TO tb-reb-motivo(w-cant-reb)
                       MOVE ZERO TO tb-reb-legajo(w-cant-reb)
                       MOVE ZERO TO tb-reb-fecha-env(w-cant-reb)
                       MOVE SPACES TO tb-reb-origen(w-cant-reb)
                       MOVE ZERO TO tb-reb-hallado(w-cant-reb)
                       MOVE ZERO TO tb-reb-asentado(w-cant-reb)
                   ELSE
                       ADD 1 TO w-cant-excedidos
                   END-IF
                   PERFORM 110-LEER-REBOTE
               END-PERFORM
               CLOSE REBOTES
           ELSE
               IF w-status-rebotes = "05"
                   CLOSE REBOTES
               END-IF
           END-IF.

       110-LEER-REBOTE.
           READ REBOTES AT END MOVE 1 TO w-flag-reb.

      * Una sola pasada por el registro de envios: de cada mensaje
      * rebotado se toma el socio, el origen y la fecha del envio; un
      * rebote ya asentado (estado R) no se vuelve a contar.
       200-BUSCAR-ENVIOS.
           OPEN INPUT ENVIOS.
           IF w-status-envios = "00"
               PERFORM 210-LEER-ENVIO
               PERFORM UNTIL w-flag-env = 1
                   IF env-nro NOT = ZERO
                       PERFORM 220-COTEJAR-ENVIO
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

       220-COTEJAR-ENVIO.
           PERFORM VARYING idx-reb FROM 1 BY 1
               UNTIL idx-reb > w-cant-reb
               IF tb-reb-nro(idx-reb) = env-nro
                   IF env-estado = "R"
                       MOVE 1 TO tb-reb-asentado(idx-reb)
                   ELSE
                   IF env-estado = "E"
                       MOVE 1 TO tb-reb-hallado(idx-reb)
                       MOVE env-legajo TO tb-reb-legajo(idx-reb)
                       MOVE env-fecha TO tb-reb-fecha-env(idx-reb)
                       MOVE env-origen TO tb-reb-origen(idx-reb)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * El mail se marca invalido solo si el socio sigue teniendo
      * cargado el mismo destinatario que reboto: si ya lo corrigieron
      * en AltaAlu, el rebote se asienta pero el mail nuevo se respeta.
       300-PROCESAR-REBOTE.
           IF tb-reb-hallado(idx-reb) = ZERO
               MOVE "SIN ENVIO" TO w-resultado
               ADD 1 TO w-cant-no-identif
           ELSE
           IF tb-reb-asentado(idx-reb) = 1
               MOVE "YA ASENTADO" TO w-resultado
               ADD 1 TO w-cant-ya-asentados
           ELSE
               PERFORM 310-ASENTAR-REBOTE
               PERFORM 320-MARCAR-MAIL
           END-IF
           END-IF.
           MOVE SPACES TO lis-linea.
           STRING "MSJ " tb-reb-nro(idx-reb)
               " SOCIO " tb-reb-legajo(idx-reb)
               " " tb-reb-destinatario(idx-reb)
               " " w-resultado
               " " tb-reb-motivo(idx-reb)
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       310-ASENTAR-REBOTE.
           MOVE SPACES TO env-reg.
           MOVE tb-reb-fecha-env(idx-reb) TO env-fecha.
           MOVE tb-reb-legajo(idx-reb) TO env-legajo.
           MOVE tb-reb-origen(idx-reb) TO env-origen.
           MOVE tb-reb-nro(idx-reb) TO env-nro.
           MOVE tb-reb-destinatario(idx-reb) TO env-destinatario.
           MOVE "R" TO env-estado.
           WRITE env-reg.
           MOVE 1 TO tb-reb-asentado(idx-reb).
           ADD 1 TO w-cant-asentados.

       320-MARCAR-MAIL.
           MOVE tb-reb-legajo(idx-reb) TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE "SIN DATOS PERS." TO w-resultado
               NOT INVALID KEY
                   IF dat-mail = tb-reb-destinatario(idx-reb)
                       IF dat-mail-invalido = "S"
                           MOVE "YA ERA INVALIDO" TO w-resultado
                       ELSE
                           MOVE "S" TO dat-mail-invalido
                           REWRITE dat-reg
                           MOVE "MARCADO INVALIDO" TO w-resultado
                           ADD 1 TO w-cant-marcados
                       END-IF
                   ELSE
                       MOVE "MAIL YA CORREGIDO" TO w-resultado
                       ADD 1 TO w-cant-mail-cambiado
                   END-IF
           END-READ.

       400-IMPRIMIR-TOTALES.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           STRING "REBOTES LEIDOS: " w-cant-leidos
               "  ASENTADOS: " w-cant-asentados
               "  MAILS MARCADOS INVALIDOS: " w-cant-marcados
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           STRING "YA ASENTADOS: " w-cant-ya-asentados
               "  SIN ENVIO IDENTIFICADO: " w-cant-no-identif
               "  MAIL YA CORREGIDO: " w-cant-mail-cambiado
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       END PROGRAM PROCESAR-REBOTES.
