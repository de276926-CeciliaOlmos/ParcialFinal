                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo.
           SELECT OPTIONAL RECHAZOS
                   ASSIGN TO "..\cuotas_rechazadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rcz.
           SELECT OPTIONAL UMBRALES
                   ASSIGN TO "..\umbrales_batch.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-umbrales.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL PUNTOS ASSIGN TO "..\cuotatex_puntos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-puntos.
           SELECT RECORTE ASSIGN TO "..\rechazos_recorte.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x value space.
           03 umb-corte-conciliacion pic x.

      * Maestro unico de parametros: de aca sale cada cuantos
      * registros de cuotas.txt se graba el punto de control.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Puntos de control de la carga en curso: una linea por tramo
      * (corrida) de la misma carga de cuotas.txt. El tramo en curso
      * se regraba cada INTERVALO-PUNTO registros con lo ya
      * consolidado; si la corrida se corta queda en "E" y la
      * siguiente lo toma como reinicio, lo marca "C" (cortado) y
      * abre un tramo "R" que sigue desde desde + leidos. Al
      * terminar la carga el ultimo tramo queda en "F" y la proxima
      * corrida empieza una carga nueva desde el tramo 1.
       FD  PUNTOS.
       01  ptc-reg.
           03 ptc-tramo pic 9(2).
           03 filler pic x value space.
           03 ptc-tipo pic x.
           03 filler pic x value space.
           03 ptc-estado pic x.
           03 filler pic x value space.
           03 ptc-fecha pic 9(8).
           03 filler pic x value space.
           03 ptc-hora pic 9(8).
           03 filler pic x value space.
           03 ptc-desde pic 9(8).
           03 filler pic x value space.
           03 ptc-leidos pic 9(8).
           03 filler pic x value space.
           03 ptc-grabadas pic 9(8).
           03 filler pic x value space.
           03 ptc-rechazadas pic 9(8).
           03 filler pic x value space.
           03 ptc-recuperadas pic 9(8).
           03 filler pic x value space.
           03 ptc-lineas-rcz pic 9(8).

      * Copia de trabajo para recortar cuotas_rechazadas.txt a lo
      * que habia en el ultimo punto de control.
       FD  RECORTE.
       01  rec-reg pic x(40).

       WORKING-STORAGE SECTION.
       77  w-flag-cta pic 9.
           88 fin-archivo value 1.
       77  w-motivo-rechazo pic x(30) value spaces.
       77  w-status-umbrales pic xx value spaces.
       77  w-max-rechazos pic 9(5) value 99999.
       77  w-status-rcz pic xx value spaces.
       77  w-flag-rcz pic 9 value zero.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-parsis pic 9 value zero.
       77  w-intervalo pic 9(5) value 500.
       77  w-status-puntos pic xx value spaces.
       77  w-flag-punto pic 9 value zero.
       77  w-modo-reinicio pic 9 value zero.
           88 es-reinicio value 1.
       77  w-cant-tramos pic 9(2) value zero.
       77  w-ind-tramo pic 9(2) value zero.
       77  w-saltear pic 9(8) value zero.
       77  w-salteados pic 9(8) value zero.
       77  w-leidos-tramo pic 9(8) value zero.
       77  w-grabadas-tramo pic 9(8) value zero.
       77  w-recuperadas pic 9(8) value zero.
       77  w-lineas-rcz pic 9(8) value zero.
       77  w-copiadas pic 9(8) value zero.
       77  w-desde-punto pic 9(5) value zero.
       77  w-rechazadas-previas pic 9(8) value zero.
       77  w-rechazadas-total pic 9(8) value zero.
       01  w-tab-tramos.
           03 w-tramo occurs 99.
               05 w-tra-tipo pic x.
               05 w-tra-estado pic x.
               05 w-tra-fecha pic 9(8).
               05 w-tra-hora pic 9(8).
               05 w-tra-desde pic 9(8).
               05 w-tra-leidos pic 9(8).
               05 w-tra-grabadas pic 9(8).
               05 w-tra-rechazadas pic 9(8).
               05 w-tra-recuperadas pic 9(8).
               05 w-tra-lineas-rcz pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 020-LEER-INTERVALO.
           PERFORM 030-VERIFICAR-REINICIO.
            PERFORM 100-INICIO.
           PERFORM 200-LEER-ARCH-CTA.
           PERFORM UNTIL fin-archivo
      * En un reinicio lo leido hasta el ultimo punto del tramo
      * cortado ya esta consolidado en CUOTAS y en los rechazos.
            IF w-salteados < w-saltear
                ADD 1 TO w-salteados
            ELSE
                PERFORM 300-PROCESO
            END-IF
            PERFORM 200-LEER-ARCH-CTA
           END-PERFORM.
           PERFORM 400-FIN.
      * ascendente de legajo), asi que un WRITE en modo SECUENTIAL
      * rechazaria la mayoria de los registros por clave fuera de
      * secuencia; con DYNAMIC el WRITE es siempre por clave.
      * Sin maestro o sin la clave el punto se graba cada 500
      * registros.
       020-LEER-INTERVALO.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 022-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "INTERVALO-PUNTO"
                   AND FUNCTION NUMVAL (psis-valor) > ZERO
                       COMPUTE w-intervalo =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 022-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.

       022-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

      * Si la carga anterior quedo cortada (ultimo tramo en "E")
      * esta corrida la continua desde el ultimo punto en lugar de
      * volver a presentar todo cuotas.txt.
       030-VERIFICAR-REINICIO.
           OPEN INPUT PUNTOS.
           IF w-status-puntos = "00"
               PERFORM 032-LEER-PUNTO
               PERFORM UNTIL w-flag-punto = 1
               OR w-cant-tramos = 99
                   ADD 1 TO w-cant-tramos
                   MOVE ptc-tipo TO w-tra-tipo (w-cant-tramos)
                   MOVE ptc-estado TO w-tra-estado (w-cant-tramos)
                   MOVE ptc-fecha TO w-tra-fecha (w-cant-tramos)
                   MOVE ptc-hora TO w-tra-hora (w-cant-tramos)
                   MOVE ptc-desde TO w-tra-desde (w-cant-tramos)
                   MOVE ptc-leidos TO w-tra-leidos (w-cant-tramos)
                   MOVE ptc-grabadas TO w-tra-grabadas (w-cant-tramos)
                   MOVE ptc-rechazadas
                       TO w-tra-rechazadas (w-cant-tramos)
                   MOVE ptc-recuperadas
                       TO w-tra-recuperadas (w-cant-tramos)
                   MOVE ptc-lineas-rcz
                       TO w-tra-lineas-rcz (w-cant-tramos)
                   PERFORM 032-LEER-PUNTO
               END-PERFORM
               CLOSE PUNTOS
           ELSE
               IF w-status-puntos = "05"
                   CLOSE PUNTOS
               END-IF
           END-IF.
           IF w-cant-tramos > ZERO
               IF w-tra-estado (w-cant-tramos) = "E"
                   MOVE 1 TO w-modo-reinicio
               END-IF
           END-IF.
           IF es-reinicio AND w-cant-tramos = 99
               DISPLAY "TABLA DE TRAMOS LLENA: NO SE PUEDE REINICIAR "
                   "LA CARGA, CORRIDA ABORTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT es-reinicio
               MOVE ZERO TO w-cant-tramos
           END-IF.

       032-LEER-PUNTO.
           READ PUNTOS AT END MOVE 1 TO w-flag-punto.

      * En un reinicio el tramo cortado queda "C" y se abre uno "R"
      * que arranca donde termino lo consolidado: desde + leidos del
      * cortado. Los rechazos se recortan a las lineas que habia en
      * ese punto y se siguen agregando; los rechazados de los
      * tramos anteriores cuentan para el umbral de la carga.
       100-INICIO.
           IF es-reinicio
               MOVE ZERO TO w-rechazadas-previas
               PERFORM VARYING w-ind-tramo FROM 1 BY 1
                       UNTIL w-ind-tramo > w-cant-tramos
                   ADD w-tra-rechazadas (w-ind-tramo)
                       TO w-rechazadas-previas
               END-PERFORM
               COMPUTE w-saltear = w-tra-desde (w-cant-tramos)
                   + w-tra-leidos (w-cant-tramos)
               MOVE w-tra-lineas-rcz (w-cant-tramos) TO w-lineas-rcz
               PERFORM 120-RECORTAR-RECHAZOS
               MOVE "C" TO w-tra-estado (w-cant-tramos)
               ADD 1 TO w-cant-tramos
               MOVE "R" TO w-tra-tipo (w-cant-tramos)
               DISPLAY "CARGA ANTERIOR CORTADA, SE REINICIA DESPUES "
                   "DEL REGISTRO " w-saltear
           ELSE
               MOVE 1 TO w-cant-tramos
               MOVE "N" TO w-tra-tipo (w-cant-tramos)
           END-IF.
           MOVE "E" TO w-tra-estado (w-cant-tramos).
           ACCEPT w-tra-fecha (w-cant-tramos) FROM DATE YYYYMMDD.
           ACCEPT w-tra-hora (w-cant-tramos) FROM TIME.
           MOVE w-saltear TO w-tra-desde (w-cant-tramos).
           PERFORM 610-ACTUALIZAR-TRAMO.
           PERFORM 620-ESCRIBIR-PUNTOS.
           OPEN INPUT CTA.
           OPEN I-O CUOTAS.
           IF es-reinicio
               OPEN EXTEND RECHAZOS
           ELSE
               OPEN OUTPUT RECHAZOS
           END-IF.

      * Si el archivo tiene menos lineas que en el punto se copia lo
      * que hay; lo que falte vuelve a rechazarse al reprocesar.
       120-RECORTAR-RECHAZOS.
           MOVE ZERO TO w-copiadas.
           MOVE ZERO TO w-flag-rcz.
           OPEN INPUT RECHAZOS.
           OPEN OUTPUT RECORTE.
           PERFORM 122-LEER-RECHAZO.
           PERFORM UNTIL w-flag-rcz = 1 OR w-copiadas >= w-lineas-rcz
               WRITE rec-reg FROM rcz-reg
               ADD 1 TO w-copiadas
               PERFORM 122-LEER-RECHAZO
           END-PERFORM.
           CLOSE RECHAZOS.
           CLOSE RECORTE.
           OPEN INPUT RECORTE.
           OPEN OUTPUT RECHAZOS.
           MOVE ZERO TO w-flag-rcz.
           PERFORM 124-LEER-RECORTE.
           PERFORM UNTIL w-flag-rcz = 1
               WRITE rcz-reg FROM rec-reg
               PERFORM 124-LEER-RECORTE
           END-PERFORM.
           CLOSE RECORTE.
           CLOSE RECHAZOS.
           MOVE w-copiadas TO w-lineas-rcz.

       122-LEER-RECHAZO.
           READ RECHAZOS AT END MOVE 1 TO w-flag-rcz.

       124-LEER-RECORTE.
           READ RECORTE AT END MOVE 1 TO w-flag-rcz.

       200-LEER-ARCH-CTA.
           READ CTA AT END MOVE 1 TO w-flag-cta.
               MOVE cuo-tex-alumno TO cuo-per-alumno
               WRITE cuo-reg
                   INVALID KEY
                       IF es-reinicio AND w-leidos-tramo < w-intervalo
                           PERFORM 320-VERIFICAR-CARGADA
                       ELSE
                           MOVE "CLAVE DUPLICADA" TO w-motivo-rechazo
                           PERFORM 350-RECHAZAR
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO w-grabadas-tramo
               END-WRITE
           END-IF.
           ADD 1 TO w-leidos-tramo.
           ADD 1 TO w-desde-punto.
           IF w-desde-punto >= w-intervalo
               PERFORM 600-GRABAR-PUNTO
           END-IF.

      * En un reinicio, los registros procesados entre el ultimo
      * punto y el corte ya pueden estar en CUOTAS: si la cuota
      * grabada es la misma del texto se da por cargada en el tramo
      * anterior (recuperada) y no se rechaza ni se duplica.
       320-VERIFICAR-CARGADA.
           READ CUOTAS
               INVALID KEY
                   MOVE "CLAVE DUPLICADA" TO w-motivo-rechazo
                   PERFORM 350-RECHAZAR
               NOT INVALID KEY
                   IF cuo-fecha = cuo-tex-fecha
                   AND cuo-estado = cuo-tex-estado
                   AND cuo-importe = cuo-tex-importe
                   AND cuo-debe = cuo-tex-debe
                       ADD 1 TO w-recuperadas
                   ELSE
                       MOVE "CLAVE DUPLICADA" TO w-motivo-rechazo
                       PERFORM 350-RECHAZAR
                   END-IF
           END-READ.

       350-RECHAZAR.
           MOVE SPACES TO rcz-reg.
           MOVE w-motivo-rechazo TO rcz-motivo.
           WRITE rcz-reg.
           ADD 1 TO w-cant-rechazadas.
           ADD 1 TO w-lineas-rcz.

      * Una vez cargado todo a CUOTAS se vacia cuotas.txt, para que
      * una proxima corrida no vuelva a presentar los mismos cargos
      * (quedarian todos rechazados por clave duplicada): GenerarCuotas
      * ahora agrega con EXTEND y puede acumular varios lotes.
      * El tramo se da por terminado recien con cuotas.txt vacio: si
      * la corrida se corta antes, el reinicio reconoce como
      * recuperadas las cuotas que ya estan en CUOTAS.
       400-FIN.
           CLOSE CTA.
           CLOSE CUOTAS.
           CLOSE RECHAZOS.
           OPEN OUTPUT CTA.
           CLOSE CTA.
           IF w-cant-tramos > ZERO
               MOVE "F" TO w-tra-estado (w-cant-tramos)
           END-IF.
           PERFORM 610-ACTUALIZAR-TRAMO.
           PERFORM 620-ESCRIBIR-PUNTOS.
           PERFORM VARYING w-ind-tramo FROM 1 BY 1
                   UNTIL w-ind-tramo > w-cant-tramos
               DISPLAY "TRAMO " w-ind-tramo " "
                   w-tra-tipo (w-ind-tramo)
                   " LEIDOS " w-tra-leidos (w-ind-tramo)
                   " GRABADAS " w-tra-grabadas (w-ind-tramo)
                   " RECHAZADAS " w-tra-rechazadas (w-ind-tramo)
           END-PERFORM.
           IF es-reinicio
               DISPLAY "CUOTAS RECUPERADAS DEL TRAMO ANTERIOR: "
                   w-recuperadas
           END-IF.
           COMPUTE w-rechazadas-total =
               w-rechazadas-previas + w-cant-rechazadas.
           DISPLAY "CUOTAS RECHAZADAS: " w-rechazadas-total.
           PERFORM 450-FIJAR-RETORNO.

      * Sin archivo de umbrales no hay corte por rechazos (el maximo
                   CLOSE UMBRALES
               END-IF
           END-IF.
           IF w-rechazadas-total > w-max-rechazos
               DISPLAY "RECHAZOS POR ENCIMA DEL UMBRAL ("
                   w-max-rechazos "), SE CORTA EL PROCESO"
               MOVE 8 TO RETURN-CODE
               MOVE ZERO TO RETURN-CODE
           END-IF.

      * Punto de control: lo ya grabado en RECHAZOS se baja a disco
      * cerrando y reabriendo, y el tramo en curso se regraba con lo
      * consolidado hasta aca.
       600-GRABAR-PUNTO.
           CLOSE RECHAZOS.
           OPEN EXTEND RECHAZOS.
           PERFORM 610-ACTUALIZAR-TRAMO.
           PERFORM 620-ESCRIBIR-PUNTOS.
           MOVE ZERO TO w-desde-punto.

       610-ACTUALIZAR-TRAMO.
           IF w-cant-tramos > ZERO
               MOVE w-leidos-tramo TO w-tra-leidos (w-cant-tramos)
               MOVE w-grabadas-tramo
                   TO w-tra-grabadas (w-cant-tramos)
               MOVE w-cant-rechazadas
                   TO w-tra-rechazadas (w-cant-tramos)
               MOVE w-recuperadas TO w-tra-recuperadas (w-cant-tramos)
               MOVE w-lineas-rcz TO w-tra-lineas-rcz (w-cant-tramos)
           END-IF.

       620-ESCRIBIR-PUNTOS.
           OPEN OUTPUT PUNTOS.
           PERFORM VARYING w-ind-tramo FROM 1 BY 1
                   UNTIL w-ind-tramo > w-cant-tramos
               MOVE SPACES TO ptc-reg
               MOVE w-ind-tramo TO ptc-tramo
               MOVE w-tra-tipo (w-ind-tramo) TO ptc-tipo
               MOVE w-tra-estado (w-ind-tramo) TO ptc-estado
               MOVE w-tra-fecha (w-ind-tramo) TO ptc-fecha
               MOVE w-tra-hora (w-ind-tramo) TO ptc-hora
               MOVE w-tra-desde (w-ind-tramo) TO ptc-desde
               MOVE w-tra-leidos (w-ind-tramo) TO ptc-leidos
               MOVE w-tra-grabadas (w-ind-tramo) TO ptc-grabadas
               MOVE w-tra-rechazadas (w-ind-tramo) TO ptc-rechazadas
               MOVE w-tra-recuperadas (w-ind-tramo)
                   TO ptc-recuperadas
               MOVE w-tra-lineas-rcz (w-ind-tramo) TO ptc-lineas-rcz
               WRITE ptc-reg
           END-PERFORM.
           CLOSE PUNTOS.

       END PROGRAM YOUR-PROGRAM-NAME.
