           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT PRESENTACION
                   ASSIGN TO "..\presentacion_banco.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-llave
                   FILE STATUS IS w-status-conv.
           SELECT OPTIONAL TARJETAS ASSIGN TO "..\tarjetas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-tar.
           SELECT OPTIONAL PLANILLAS ASSIGN TO "..\planillas_cobro.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-plc.
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

      * Archivo de presentacion al banco: una linea por cuota a
      * debitar, con el CBU que figura en el maestro de datos
           03 conv-fecha-alta pic 9(8).
           03 conv-cant-cuotas pic 9(2).

      * Adhesiones al debito en tarjeta de credito (AdherirTarjeta):
      * la cuota de un socio con tarjeta vigente la presenta
      * PresentarTarjeta y no se debita tambien por CBU. Si la
      * tarjeta esta vencida o acumula tres rechazos seguidos, la
      * cuota vuelve al CBU.
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

      * Planillas de ruta de los cobradores a domicilio
      * (EmitirPlanillaRuta): la cuota que esta en una planilla
      * abierta (estado A) la tiene el cobrador en la calle y no se
      * presenta aca en el mismo periodo.
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

       WORKING-STORAGE SECTION.
       77  w-status-plc pic xx value spaces.
       77  w-flag-plc pic 9 value zero.
       77  w-cant-ruta pic 9(4) value zero.
       77  w-ind-ruta pic 9(4) value zero.
       77  w-en-ruta pic 9 value zero.
       77  w-cant-en-ruta pic 9(5) value zero.
       01  w-tab-en-ruta.
           03 w-tab-rut occurs 5000.
               05 w-rut-legajo pic 9(5).
               05 w-rut-cuota pic 9(2).
               05 w-rut-anio pic 9(4).
       77  w-status-conv pic xx value spaces.
       77  w-flag-conv pic 9 value zero.
       77  w-periodo-debitar pic 9(6) value zero.
       77  w-cant-presentados pic 9(5) value zero.
       77  w-cant-sin-cbu pic 9(5) value zero.
       77  w-tot-presentado pic 9(10) value zero.
       77  w-status-tar pic xx value spaces.
       77  w-flag-tar pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-cant-tar pic 9(4) value zero.
       77  w-ind-tar pic 9(4) value zero.
       77  w-en-tarjeta pic 9 value zero.
       77  w-cant-en-tarjeta pic 9(5) value zero.
       01  w-tab-tarjetas.
           03 w-tar-legajo occurs 3000 pic 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-cuota-debitar.
           DISPLAY "ANIO: ".
           ACCEPT w-anio-debitar.
           PERFORM 050-CARGAR-TARJETAS.
           PERFORM 065-CARGAR-PLANILLAS.
           OPEN INPUT CUOTAS.
           OPEN INPUT DATOS.
           OPEN OUTPUT PRESENTACION.
           PERFORM 080-POSICIONAR-PERIODO.
           PERFORM UNTIL fin-cuotas
               IF cuo-estado = "I"
                   PERFORM 070-VER-EN-RUTA
                   IF w-en-ruta = 1
                       ADD 1 TO w-cant-en-ruta
                   ELSE
                       PERFORM 200-PRESENTAR-DEBITO
                   END-IF
               END-IF
               PERFORM 100-LEER-CUOTA
           END-PERFORM.
               w-cant-conv-pres.
           DISPLAY "IMPORTE PRESENTADO  : " w-tot-presentado.
           DISPLAY "SOCIOS SIN CBU      : " w-cant-sin-cbu.
           DISPLAY "CUOTAS EN TARJETA   : " w-cant-en-tarjeta.
           DISPLAY "CUOTAS CON COBRADOR : " w-cant-en-ruta.
           STOP RUN.

       050-CARGAR-TARJETAS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-periodo-hoy = w-fecha-hoy / 100.
           OPEN INPUT TARJETAS.
           IF w-status-tar = "00"
               PERFORM 060-LEER-TARJETA
               PERFORM UNTIL w-flag-tar = 1
                   IF tar-fecha-baja = ZERO
                   AND tar-vencimiento >= w-periodo-hoy
                   AND tar-rechazos < 3
                   AND w-cant-tar < 3000
                       ADD 1 TO w-cant-tar
                       MOVE tar-legajo TO w-tar-legajo (w-cant-tar)
                   END-IF
                   PERFORM 060-LEER-TARJETA
               END-PERFORM
               CLOSE TARJETAS
           ELSE
               IF w-status-tar = "05"
                   CLOSE TARJETAS
               END-IF
           END-IF.

       060-LEER-TARJETA.
           READ TARJETAS AT END MOVE 1 TO w-flag-tar.

       065-CARGAR-PLANILLAS.
           OPEN INPUT PLANILLAS.
           IF w-status-plc = "00"
               PERFORM 067-LEER-PLANILLA
               PERFORM UNTIL w-flag-plc = 1
                   IF plc-estado = "A" AND w-cant-ruta < 5000
                       ADD 1 TO w-cant-ruta
                       MOVE plc-legajo TO w-rut-legajo (w-cant-ruta)
                       MOVE plc-cuota TO w-rut-cuota (w-cant-ruta)
                       MOVE plc-anio TO w-rut-anio (w-cant-ruta)
                   END-IF
                   PERFORM 067-LEER-PLANILLA
               END-PERFORM
               CLOSE PLANILLAS
           ELSE
               IF w-status-plc = "05"
                   CLOSE PLANILLAS
               END-IF
           END-IF.

       067-LEER-PLANILLA.
           READ PLANILLAS AT END MOVE 1 TO w-flag-plc.

       070-VER-EN-RUTA.
           MOVE ZERO TO w-en-ruta.
           PERFORM VARYING w-ind-ruta FROM 1 BY 1
                   UNTIL w-ind-ruta > w-cant-ruta OR w-en-ruta = 1
               IF w-rut-legajo (w-ind-ruta) = cuo-alumno
               AND w-rut-cuota (w-ind-ruta) = cuo-cuota
               AND w-rut-anio (w-ind-ruta) = cuo-anio
                   MOVE 1 TO w-en-ruta
               END-IF
           END-PERFORM.

      * En lugar de barrer el archivo entero, se arranca con START
      * sobre la clave alternativa por periodo (anio, cuota,
      * alumno) y se corta apenas cambia el periodo: solo se leen

      * Solo se presentan los socios que tienen CBU cargado en el
      * maestro de datos personales; el resto sigue pagando por
      * ventanilla. Los adheridos a tarjeta van por
      * PresentarTarjeta.
       200-PRESENTAR-DEBITO.
           MOVE ZERO TO w-en-tarjeta.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
                   UNTIL w-ind-tar > w-cant-tar OR w-en-tarjeta = 1
               IF w-tar-legajo (w-ind-tar) = cuo-alumno
                   MOVE 1 TO w-en-tarjeta
               END-IF
           END-PERFORM.
           IF w-en-tarjeta = 1
               ADD 1 TO w-cant-en-tarjeta
           ELSE
               PERFORM 210-PRESENTAR-CBU
           END-IF.

       210-PRESENTAR-CBU.
           MOVE cuo-alumno TO dat-legajo.
           READ DATOS
               INVALID KEY ADD 1 TO w-cant-sin-cbu
