           03 cbt-concepto pic 9(2).
           03 filler pic x.
           03 cbt-importe pic 9(8).
           03 filler pic x.
           03 cbt-ref-tipo pic x(3).
           03 filler pic x.
           03 cbt-ref-numero pic 9(8).

      * Archivo mensual para el regimen de informacion impositiva:
      * un registro por comprobante del periodo y un registro final
      * tipo 9 con cantidad e importe de control, como los lotes de
      * novedades. El contador lo levanta tal cual. Las notas de
      * credito van con el importe en negativo y el comprobante que
      * anulan en exp-ref-tipo / exp-ref-numero; el importe de
      * control es neto de notas de credito.
       FD  EXPORTACION.
       01  exp-det-reg.
           03 exp-det-tipo pic 9.
           03 filler pic x value space.
           03 exp-concepto pic 9(2).
           03 filler pic x value space.
           03 exp-importe pic s9(10) sign leading separate.
           03 filler pic x value space.
           03 exp-ref-tipo pic x(3).
           03 filler pic x value space.
           03 exp-ref-numero pic 9(8).
       01  exp-fin-reg.
           03 exp-fin-tipo pic 9.
           03 filler pic x value space.
           03 filler pic x value space.
           03 exp-fin-cantidad pic 9(6).
           03 filler pic x value space.
           03 exp-fin-importe pic s9(12) sign leading separate.

       WORKING-STORAGE SECTION.
       77  w-status-cbt pic xx value spaces.
       77  w-periodo-cbt pic 9(6) value zero.
       77  w-periodo-pedido pic 9(6) value zero.
       77  w-cant-exportados pic 9(6) value zero.
       77  w-tot-exportado pic s9(12) value zero.
       77  w-cant-notas pic 9(6) value zero.
       77  w-tot-notas pic 9(12) value zero.
       77  w-tipo-nc pic x(3) value "NCC".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE EXPORTACION.
           DISPLAY "PERIODO " w-periodo-pedido.
           DISPLAY "COMPROBANTES EXPORTADOS: " w-cant-exportados.
           DISPLAY "NOTAS DE CREDITO       : " w-cant-notas.
           DISPLAY "IMPORTE NOTAS CREDITO  : " w-tot-notas.
           DISPLAY "IMPORTE NETO           : " w-tot-exportado.
           STOP RUN.

       100-LEER-COMPROBANTE.
           END-IF.
           MOVE cbt-nombre TO exp-nombre.
           MOVE cbt-concepto TO exp-concepto.
           IF cbt-tipo = w-tipo-nc
               COMPUTE exp-importe = 0 - cbt-importe
               MOVE cbt-ref-tipo TO exp-ref-tipo
               MOVE cbt-ref-numero TO exp-ref-numero
               SUBTRACT cbt-importe FROM w-tot-exportado
               ADD 1 TO w-cant-notas
               ADD cbt-importe TO w-tot-notas
           ELSE
               MOVE cbt-importe TO exp-importe
               MOVE ZERO TO exp-ref-numero
               ADD cbt-importe TO w-tot-exportado
           END-IF.
           WRITE exp-det-reg.
           ADD 1 TO w-cant-exportados.

       300-GRABAR-TRAILER.
           MOVE SPACES TO exp-fin-reg.
