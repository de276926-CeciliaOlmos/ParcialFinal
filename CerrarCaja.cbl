                   FILE STATUS IS w-status-movims.
           SELECT OPTIONAL ARQUEOS ASSIGN TO "..\arqueos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
       DATA DIVISION.
       FILE SECTION.

           03 ses-cajero pic x(8).
           03 filler pic x value space.
           03 ses-estado pic x.
           03 filler pic x value space.
           03 ses-sede pic 9(2).

       FD  MOVIMS.
       01  mov-reg.
           03 mov-hora pic 9(8).
           03 filler pic x value space.
           03 mov-medio pic x.
           03 filler pic x value space.
           03 mov-sede pic 9(2).

      * Acta de arqueo, abierta por medio de pago: una linea por
      * medio con movimientos en la sesion. El efectivo se arquea
      * contra lo declarado por el cajero; tarjeta, transferencia
      * y cheque contra el total de sus comprobantes. Se conserva
      * el historico de todas las sesiones, con la sede de la caja.
       FD  ARQUEOS.
       01  arq-reg.
           03 arq-sesion pic 9(4).
           03 arq-diferencia pic s9(10) sign leading separate.
           03 filler pic x value space.
           03 arq-hora pic 9(8).
           03 filler pic x value space.
           03 arq-sede pic 9(2).

       FD  SEDES.
       01  sed-reg.
           03 sed-codigo pic 9(2).
           03 filler pic x value space.
           03 sed-nombre pic x(30).
           03 filler pic x value space.
           03 sed-domicilio pic x(30).
           03 filler pic x value space.
           03 sed-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-status-sesion pic xx value spaces.
       77  w-tabla-llena pic 9 value zero.
       77  w-nro-tope pic 9(4) value zero.
       77  w-ind-tope pic 9(3) value zero.
       77  w-abiertas-sede pic 9(3) value zero.
       77  w-status-sed pic xx value spaces.
       77  w-flag-sed pic 9 value zero.
       77  w-hay-sedes pic 9 value zero.
       77  w-sede-pedida pic 9(2) value zero.
       77  w-sede-valida pic 9 value zero.
       77  w-sede-nombre pic x(30) value spaces.
       01  w-tab-sesiones.
           03 w-tab-ses occurs 100.
               05 w-ses-nro pic 9(4).
               05 w-ses-fecha pic 9(8).
               05 w-ses-cajero pic x(8).
               05 w-ses-estado pic x.
               05 w-ses-sede pic 9(2).
      * Los cuatro medios de pago en orden fijo: el efectivo va
      * primero porque siempre se arquea, haya o no movimientos.
       01  w-tab-medios.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-ARMAR-MEDIOS.
           PERFORM 060-PEDIR-SEDE.
           IF w-sede-valida NOT = 1
               DISPLAY "LA SEDE " w-sede-pedida " NO EXISTE"
               STOP RUN
           END-IF.
           PERFORM 100-CARGAR-SESIONES.
           IF w-tabla-llena = 1
               DISPLAY "EL ARCHIVO DE SESIONES TRAE MAS DE 100 "
               DISPLAY "PERDERIA SESIONES. NO SE CIERRA NINGUNA "
               DISPLAY "CAJA HASTA DEPURAR LAS SESIONES CERRADAS"
           ELSE
           IF w-abiertas-sede = ZERO
               DISPLAY "NO HAY SESIONES DE CAJA ABIERTAS PARA CERRAR"
           ELSE
               PERFORM 150-ELEGIR-SESION
                           TO w-ses-cajero (w-cant-sesiones)
                       MOVE ses-estado
                           TO w-ses-estado (w-cant-sesiones)
                       MOVE 1 TO w-ses-sede (w-cant-sesiones)
                       IF ses-sede IS NUMERIC AND ses-sede > ZERO
                           MOVE ses-sede TO w-ses-sede (w-cant-sesiones)
                       END-IF
                       IF ses-estado = "A"
                           ADD 1 TO w-cant-abiertas
                           IF w-sede-pedida = ZERO
                           OR w-ses-sede (w-cant-sesiones)
                               = w-sede-pedida
                               ADD 1 TO w-abiertas-sede
                           END-IF
                       END-IF
                   ELSE
                       MOVE 1 TO w-tabla-llena
           PERFORM VARYING w-ind-ses FROM 1 BY 1
                   UNTIL w-ind-ses > w-cant-sesiones
               IF w-ses-estado (w-ind-ses) = "A"
               AND (w-sede-pedida = ZERO
                    OR w-ses-sede (w-ind-ses) = w-sede-pedida)
                   DISPLAY "  NRO " w-ses-nro (w-ind-ses)
                       " DEL " w-ses-fecha (w-ind-ses)
                       " CAJERO " w-ses-cajero (w-ind-ses)
                       " SEDE " w-ses-sede (w-ind-ses)
               END-IF
           END-PERFORM.
           DISPLAY "Numero de sesion a cerrar: ".
                   UNTIL w-ind-ses > w-cant-sesiones
               IF w-ses-nro (w-ind-ses) = w-sesion-pedida
               AND w-ses-estado (w-ind-ses) = "A"
               AND (w-sede-pedida = ZERO
                    OR w-ses-sede (w-ind-ses) = w-sede-pedida)
                   MOVE w-ind-ses TO w-ind-cierre
               END-IF
           END-PERFORM.
               MOVE w-ses-fecha (w-ind-cierre) TO ses-fecha
               MOVE w-ses-cajero (w-ind-cierre) TO ses-cajero
               MOVE "A" TO ses-estado
               MOVE w-ses-sede (w-ind-cierre) TO ses-sede
           END-IF.

      * Cada sede cierra sus propias cajas: con una sede solo se
      * listan y se pueden cerrar las sesiones abiertas en ella;
      * con 0 se ven las de todas las sedes juntas.
       060-PEDIR-SEDE.
           DISPLAY "Sede de las cajas a cerrar (0=todas): ".
           ACCEPT w-sede-pedida.
           IF w-sede-pedida = ZERO
               MOVE 1 TO w-sede-valida
           ELSE
               PERFORM 070-VALIDAR-SEDE
           END-IF.

      * La sede tiene que estar activa en sedes.txt (la mantiene
      * MantenerSedes); sin tabla cargada solo existe la sede 01.
       070-VALIDAR-SEDE.
           MOVE ZERO TO w-sede-valida.
           MOVE ZERO TO w-hay-sedes.
           MOVE ZERO TO w-flag-sed.
           MOVE SPACES TO w-sede-nombre.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 075-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   MOVE 1 TO w-hay-sedes
                   IF sed-codigo = w-sede-pedida
                   AND sed-estado = "A"
                       MOVE 1 TO w-sede-valida
                       MOVE sed-nombre TO w-sede-nombre
                   END-IF
                   PERFORM 075-LEER-SEDE
               END-PERFORM
               CLOSE SEDES
           ELSE
               IF w-status-sed = "05"
                   CLOSE SEDES
               END-IF
           END-IF.
           IF w-hay-sedes = ZERO AND w-sede-pedida = 1
               MOVE 1 TO w-sede-valida
               MOVE "SEDE CENTRAL" TO w-sede-nombre
           END-IF.

       075-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

       050-ARMAR-MEDIOS.
           MOVE "E" TO w-med-codigo (1).
           MOVE "EFECTIVO" TO w-med-nombre (1).
      * cheques) que el cajero cuenta al cierre.
       300-ARQUEO.
           DISPLAY "SESION NRO " ses-nro " DEL " ses-fecha
               " CAJERO " ses-cajero " SEDE " ses-sede.
           DISPLAY "PAGOS CAPTURADOS: " w-cant-pagos
               " TOTAL SISTEMA: " w-total-sesion.
           OPEN EXTEND ARQUEOS.
           MOVE w-declarado TO arq-declarado.
           MOVE w-diferencia TO arq-diferencia.
           ACCEPT arq-hora FROM TIME.
           MOVE ses-sede TO arq-sede.
           WRITE arq-reg.
           IF w-diferencia = ZERO
               DISPLAY "ARQUEO DE " w-med-nombre (w-ind-med)
                   MOVE w-ses-fecha (w-ind-ses) TO ses-fecha
                   MOVE w-ses-cajero (w-ind-ses) TO ses-cajero
                   MOVE w-ses-estado (w-ind-ses) TO ses-estado
                   MOVE w-ses-sede (w-ind-ses) TO ses-sede
                   WRITE ses-reg
               END-IF
           END-PERFORM.
