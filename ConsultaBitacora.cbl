           SELECT BITACORA ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-bit.
           SELECT OPTIONAL BITACORA-HIST
                   ASSIGN TO "..\cuotas_bitacora_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS bth-llave
                   ALTERNATE RECORD KEY IS bth-llave-legajo
                   FILE STATUS IS w-status-bth.
           SELECT OPTIONAL CONTROL-ROT
                   ASSIGN TO "..\rotacion_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ctl.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x.
           03 bit-hora pic 9(8).

      * Historico de la bitacora (RotarRegistros): fecha y orden
      * como clave primaria y legajo, fecha y orden como clave
      * alternativa, seguidos del asiento original.
       FD  BITACORA-HIST.
       01  bth-reg.
           03 bth-llave.
               05 bth-fecha pic 9(8).
               05 bth-orden pic 9(8).
           03 bth-llave-legajo.
               05 bth-legajo pic 9(5).
               05 bth-fecha-alt pic 9(8).
               05 bth-orden-alt pic 9(8).
           03 bth-datos pic x(119).

      * Control de la rotacion: lo anterior a la fecha de corte de
      * una rotacion OK ya no esta en el archivo de texto.
       FD  CONTROL-ROT.
       01  ctl-reg.
           03 ctl-fecha pic 9(8).
           03 filler pic x.
           03 ctl-hora pic 9(8).
           03 filler pic x.
           03 ctl-archivo pic x(12).
           03 filler pic x.
           03 ctl-corte pic 9(8).
           03 filler pic x.
           03 ctl-leidos pic 9(8).
           03 filler pic x.
           03 ctl-pasados pic 9(8).
           03 filler pic x.
           03 ctl-retenidos pic 9(8).
           03 filler pic x.
           03 ctl-hist-total pic 9(8).
           03 filler pic x.
           03 ctl-ultimo-nro pic 9(8).
           03 filler pic x.
           03 ctl-estado pic x(5).

       WORKING-STORAGE SECTION.
       77  w-status-bit pic xx value spaces.
       77  w-flag-bit pic 9 value zero.
       77  w-cuota-pedida pic 9(2) value zero.
       77  w-anio-pedido pic 9(4) value zero.
       77  w-cant-asientos pic 9(5) value zero.
       77  w-status-bth pic xx value spaces.
       77  w-status-ctl pic xx value spaces.
       77  w-flag-bth pic 9 value zero.
       77  w-flag-ctl pic 9 value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-corte pic 9(8) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-cuota-pedida.
           DISPLAY "Anio (ENTER=todos): ".
           ACCEPT w-anio-pedido.
           DISPLAY "Cambios desde la fecha (AAAAMMDD, ENTER=todos): ".
           ACCEPT w-fecha-desde.
           OPEN INPUT BITACORA.
           IF w-status-bit NOT = "00"
               DISPLAY "NO EXISTE LA BITACORA DE CUOTAS TODAVIA"
               STOP RUN
           END-IF.
           PERFORM 050-LEER-CORTE.
           IF w-fecha-desde < w-corte
               PERFORM 150-BUSCAR-HISTORICO
           END-IF.
           PERFORM 100-LEER-BITACORA.
           PERFORM UNTIL fin-bitacora
               IF bit-legajo = w-legajo-pedido
               AND bit-fecha >= w-fecha-desde
               AND (w-cuota-pedida = ZERO
                   OR bit-cuota = w-cuota-pedida)
               AND (w-anio-pedido = ZERO
           DISPLAY "CAMBIOS LISTADOS: " w-cant-asientos.
           STOP RUN.

      * Fecha de la ultima rotacion OK de la bitacora: si lo pedido
      * arranca antes, hay asientos en el historico.
       050-LEER-CORTE.
           OPEN INPUT CONTROL-ROT.
           IF w-status-ctl = "00"
               PERFORM 055-LEER-CONTROL
               PERFORM UNTIL w-flag-ctl = 1
                   IF ctl-archivo = "BITACORA"
                   AND ctl-estado = "OK"
                   AND ctl-corte > w-corte
                       MOVE ctl-corte TO w-corte
                   END-IF
                   PERFORM 055-LEER-CONTROL
               END-PERFORM
               CLOSE CONTROL-ROT
           ELSE
               IF w-status-ctl = "05"
                   CLOSE CONTROL-ROT
               END-IF
           END-IF.

       055-LEER-CONTROL.
           READ CONTROL-ROT AT END MOVE 1 TO w-flag-ctl.

       100-LEER-BITACORA.
           READ BITACORA AT END MOVE 1 TO w-flag-bit.

      * El historico se recorre por la clave alternativa desde el
      * legajo y la fecha pedidos: sale en orden cronologico y va
      * antes que lo que sigue en linea.
       150-BUSCAR-HISTORICO.
           OPEN INPUT BITACORA-HIST.
           IF w-status-bth = "00"
               MOVE w-legajo-pedido TO bth-legajo
               MOVE w-fecha-desde TO bth-fecha-alt
               MOVE ZERO TO bth-orden-alt
               START BITACORA-HIST KEY IS >= bth-llave-legajo
                   INVALID KEY MOVE 1 TO w-flag-bth
               END-START
               PERFORM UNTIL w-flag-bth = 1
                   READ BITACORA-HIST NEXT
                       AT END MOVE 1 TO w-flag-bth
                       NOT AT END
                           IF bth-legajo NOT = w-legajo-pedido
                               MOVE 1 TO w-flag-bth
                           ELSE
                               PERFORM 160-ASIENTO-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BITACORA-HIST
           ELSE
               IF w-status-bth = "05"
                   CLOSE BITACORA-HIST
               END-IF
           END-IF.

       160-ASIENTO-HISTORICO.
           MOVE bth-datos TO bit-reg.
           IF (w-cuota-pedida = ZERO
               OR bit-cuota = w-cuota-pedida)
           AND (w-anio-pedido = ZERO
               OR bit-anio = w-anio-pedido)
               PERFORM 200-MOSTRAR-ASIENTO
           END-IF.

      * La bitacora se escribe en orden de aplicacion, asi que el
      * listado cronologico sale leyendo el archivo de corrido.
       200-MOSTRAR-ASIENTO.
