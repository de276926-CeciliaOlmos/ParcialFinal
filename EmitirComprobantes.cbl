                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

       FD  CUOTAS.
       01  cuo-reg.
      * serie_fiscal.txt), con los datos del receptor tomados del
      * maestro de datos personales y el concepto de la cuota
      * cobrada. El numero de recibo interno queda como referencia
      * y evita emitir dos comprobantes por el mismo cobro. Las
      * notas de credito (tipo NCC) por anulaciones de cobros ya
      * facturados llevan en cbt-ref-tipo y cbt-ref-numero el
      * comprobante original del mismo punto de venta.
       FD  COMPROBANTES.
       01  cbt-reg.
           03 cbt-ptovta pic 9(4).
           03 cbt-concepto pic 9(2).
           03 filler pic x value space.
           03 cbt-importe pic 9(8).
           03 filler pic x value space.
           03 cbt-ref-tipo pic x(3).
           03 filler pic x value space.
           03 cbt-ref-numero pic 9(8).

      * Ultimo numero emitido por punto de venta y tipo: la
      * numeracion fiscal es continua y no puede saltar ni
      * repetirse entre corridas. Las notas de credito tienen su
      * propio registro (tipo NCC) y su propia numeracion.
       FD  SERIE-FISCAL.
       01  sfi-reg.
           03 sfi-ptovta pic 9(4).
       77  w-flag-rcb pic 9 value zero.
           88 fin-recibos value 1.
       77  w-flag-cbt pic 9 value zero.
       77  w-flag-sfi pic 9 value zero.
       77  w-tipo-nc pic x(3) value "NCC".
       77  w-ultimo-nc pic 9(8) value zero.
       77  w-cant-notas pic 9(6) value zero.
       77  w-tot-notas pic 9(10) value zero.
       77  w-org-hallado pic 9 value zero.
       77  w-nc-emitida pic 9 value zero.
       77  w-org-tipo pic x(3) value spaces.
       77  w-org-numero pic 9(8) value zero.
       77  w-org-concepto pic 9(2) value zero.
       77  w-ptovta pic 9(4) value 1.
       77  w-tipo-cbt pic x(3) value "C".
       77  w-ultimo-nro pic 9(8) value zero.
       01  w-tab-anulados.
           03 w-anu-recibo pic 9(10) occurs 5000.
       01  w-tab-emitidos.
           03 w-tab-emi occurs 20000.
               05 w-tab-emi-recibo pic 9(10).
               05 w-tab-emi-tipo pic x(3).
               05 w-tab-emi-numero pic 9(8).
               05 w-tab-emi-concepto pic 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RECIBOS YA CUBIERTOS : " w-cant-omitidos.
           DISPLAY "IMPORTE TOTAL        : " w-tot-emitido.
           DISPLAY "ULTIMO NUMERO        : " w-ptovta "-" w-ultimo-nro.
           DISPLAY "NOTAS DE CREDITO     : " w-cant-notas.
           DISPLAY "IMPORTE NOTAS CREDITO: " w-tot-notas.
           DISPLAY "ULTIMA NOTA DE CREDITO: " w-ptovta "-" w-ultimo-nc.
           STOP RUN.

      * Sin serie cargada arranca el punto de venta 0001 tipo C
      * desde cero; la primera corrida la crea. Las notas de
      * credito arrancan desde cero la primera vez que se emite una.
       100-LEER-SERIE.
           OPEN INPUT SERIE-FISCAL.
           IF w-status-sfi = "00"
               PERFORM 110-LEER-SERIE-REG
               PERFORM UNTIL w-flag-sfi = 1
                   IF sfi-tipo = w-tipo-nc
                       MOVE sfi-ultimo TO w-ultimo-nc
                   ELSE
                       MOVE sfi-ptovta TO w-ptovta
                       MOVE sfi-tipo TO w-tipo-cbt
                       MOVE sfi-ultimo TO w-ultimo-nro
                   END-IF
                   PERFORM 110-LEER-SERIE-REG
               END-PERFORM
               CLOSE SERIE-FISCAL
           ELSE
               IF w-status-sfi = "05"
               END-IF
           END-IF.

       110-LEER-SERIE-REG.
           READ SERIE-FISCAL AT END MOVE 1 TO w-flag-sfi.

      * Los recibos que ya tienen comprobante emitido se suben a
      * memoria para que una nueva corrida no los duplique: la
      * emision puede correrse todas las veces que haga falta.
                       ADD 1 TO w-cant-previos
                       MOVE cbt-recibo
                           TO w-tab-emi-recibo (w-cant-previos)
                       MOVE cbt-tipo TO w-tab-emi-tipo (w-cant-previos)
                       MOVE cbt-numero
                           TO w-tab-emi-numero (w-cant-previos)
                       MOVE cbt-concepto
                           TO w-tab-emi-concepto (w-cant-previos)
                   END-IF
                   PERFORM 160-LEER-COMPROBANTE
               END-PERFORM
           READ RECIBOS AT END MOVE 1 TO w-flag-rcb.

      * Los recibos anulados ("X") y los contra-recibos no generan
      * comprobante; un recibo con comprobante previo tampoco. El
      * contra-recibo de un cobro que ya tenia comprobante genera
      * la nota de credito.
       300-PROCESO-RECIBO.
           PERFORM 320-VERIFICAR-ANULADO.
           IF rcb-estado = "X"
               PERFORM 500-PROCESO-ANULACION
           ELSE
               IF w-es-anulado = 1
                   ADD 1 TO w-cant-omitidos
               ELSE
                   PERFORM 350-VERIFICAR-EMITIDO
                   IF w-ya-emitido = 1
                       ADD 1 TO w-cant-omitidos
                   ELSE
                       PERFORM 400-EMITIR-COMPROBANTE
                   END-IF
               END-IF
           END-IF.

           MOVE w-concepto-rcb TO cbt-concepto.
           MOVE rcb-importe TO cbt-importe.
           WRITE cbt-reg.
           PERFORM 480-AGREGAR-EMITIDO.
           ADD 1 TO w-cant-emitidos.
           ADD rcb-importe TO w-tot-emitido.
           PERFORM 700-GRABAR-SERIE.
               END-READ
           END-IF.

       480-AGREGAR-EMITIDO.
           IF w-cant-previos < 20000
               ADD 1 TO w-cant-previos
               MOVE cbt-recibo TO w-tab-emi-recibo (w-cant-previos)
               MOVE cbt-tipo TO w-tab-emi-tipo (w-cant-previos)
               MOVE cbt-numero TO w-tab-emi-numero (w-cant-previos)
               MOVE cbt-concepto
                   TO w-tab-emi-concepto (w-cant-previos)
           END-IF.

      * Una anulacion de ParcialFinal (detalle tipo 4) deja el
      * contra-recibo "X" con el numero del recibo original. Si ese
      * cobro ya tenia comprobante fiscal, el comprobante no se
      * puede borrar (pudo haberse exportado ya): se emite una nota
      * de credito por el mismo importe que lo referencia, una sola
      * vez por recibo. Si el cobro nunca se facturo no hay nada que
      * acreditar.
       500-PROCESO-ANULACION.
           PERFORM 510-BUSCAR-ORIGINAL.
           IF w-org-hallado = 1 AND w-nc-emitida = ZERO
               PERFORM 550-EMITIR-NOTA-CREDITO
           ELSE
               ADD 1 TO w-cant-omitidos
           END-IF.

       510-BUSCAR-ORIGINAL.
           MOVE ZERO TO w-org-hallado.
           MOVE ZERO TO w-nc-emitida.
           PERFORM VARYING w-ind-emi FROM 1 BY 1
                   UNTIL w-ind-emi > w-cant-previos
               IF w-tab-emi-recibo (w-ind-emi) = rcb-recibo
                   IF w-tab-emi-tipo (w-ind-emi) = w-tipo-nc
                       MOVE 1 TO w-nc-emitida
                   ELSE
                       MOVE 1 TO w-org-hallado
                       MOVE w-tab-emi-tipo (w-ind-emi) TO w-org-tipo
                       MOVE w-tab-emi-numero (w-ind-emi)
                           TO w-org-numero
                       MOVE w-tab-emi-concepto (w-ind-emi)
                           TO w-org-concepto
                   END-IF
               END-IF
           END-PERFORM.

       550-EMITIR-NOTA-CREDITO.
           PERFORM 450-BUSCAR-RECEPTOR.
           ADD 1 TO w-ultimo-nc.
           MOVE SPACES TO cbt-reg.
           MOVE w-ptovta TO cbt-ptovta.
           MOVE w-tipo-nc TO cbt-tipo.
           MOVE w-ultimo-nc TO cbt-numero.
           MOVE rcb-fecha TO cbt-fecha.
           MOVE rcb-recibo TO cbt-recibo.
           MOVE rcb-alumno TO cbt-legajo.
           MOVE w-dni-socio TO cbt-dni.
           MOVE w-nombre-socio TO cbt-nombre.
           MOVE w-org-concepto TO cbt-concepto.
           MOVE rcb-importe TO cbt-importe.
           MOVE w-org-tipo TO cbt-ref-tipo.
           MOVE w-org-numero TO cbt-ref-numero.
           WRITE cbt-reg.
           PERFORM 480-AGREGAR-EMITIDO.
           ADD 1 TO w-cant-notas.
           ADD rcb-importe TO w-tot-notas.
           PERFORM 700-GRABAR-SERIE.

      * La serie se persiste despues de cada comprobante, no al
      * final: si la corrida se cae a mitad de camino, los numeros
      * ya grabados en comprobantes.txt quedan reflejados y la
           MOVE w-tipo-cbt TO sfi-tipo.
           MOVE w-ultimo-nro TO sfi-ultimo.
           WRITE sfi-reg.
           IF w-ultimo-nc > ZERO
               MOVE SPACES TO sfi-reg
               MOVE w-ptovta TO sfi-ptovta
               MOVE w-tipo-nc TO sfi-tipo
               MOVE w-ultimo-nc TO sfi-ultimo
               WRITE sfi-reg
           END-IF.
           CLOSE SERIE-FISCAL.

       END PROGRAM EMITIR-COMPROBANTES.
