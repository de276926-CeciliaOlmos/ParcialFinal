           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT PRESENTACION
                   ASSIGN TO "..\presentacion_red.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
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

      * Archivo de presentacion a la red de cobranza extrabancaria:
      * una linea por cuota impaga con la referencia de cobro
           03 filler pic x value space.
           03 pre-importe pic 9(8).

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
       77  w-flag-cuota pic 9 value zero.
           88 fin-cuotas value 1.
       77  w-anio-presentar pic 9(4) value zero.
       MAIN-PROCEDURE.
           DISPLAY "ANIO A PRESENTAR (ENTER=toda la deuda vigente): ".
           ACCEPT w-anio-presentar.
           PERFORM 065-CARGAR-PLANILLAS.
           OPEN INPUT CUOTAS.
           OPEN INPUT DATOS.
           OPEN OUTPUT PRESENTACION.
               AND cuo-debe > ZERO
               AND (w-anio-presentar = ZERO
                   OR cuo-anio = w-anio-presentar)
                   PERFORM 070-VER-EN-RUTA
                   IF w-en-ruta = 1
                       ADD 1 TO w-cant-en-ruta
                   ELSE
                       PERFORM 200-PRESENTAR-CUOTA
                   END-IF
               END-IF
               PERFORM 100-LEER-CUOTA
           END-PERFORM.
           DISPLAY "CUOTAS PRESENTADAS A LA RED: "
               w-cant-presentadas.
           DISPLAY "IMPORTE PRESENTADO         : " w-tot-presentado.
           DISPLAY "CUOTAS CON COBRADOR        : " w-cant-en-ruta.
           STOP RUN.

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

       100-LEER-CUOTA.
           READ CUOTAS AT END MOVE 1 TO w-flag-cuota.

