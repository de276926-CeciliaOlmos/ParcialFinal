                   ASSIGN TO "..\corridas_resumen.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-resumen.
           SELECT OPTIONAL CORRIDAS-HIST
                   ASSIGN TO "..\corridas_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS coh-llave
                   ALTERNATE RECORD KEY IS coh-llave-corrida
                   FILE STATUS IS w-status-coh.
           SELECT OPTIONAL CONTROL-ROT
                   ASSIGN TO "..\rotacion_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ctl.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x.
           03 rhi-linea pic x(60).

      * Historico de corridas (RotarRegistros): fecha y orden como
      * clave primaria y numero de corrida, fecha y orden como
      * clave alternativa, seguidos del evento original.
       FD  CORRIDAS-HIST.
       01  coh-reg.
           03 coh-llave.
               05 coh-fecha pic 9(8).
               05 coh-orden pic 9(8).
           03 coh-llave-corrida.
               05 coh-corrida pic 9(6).
               05 coh-fecha-alt pic 9(8).
               05 coh-orden-alt pic 9(8).
           03 coh-datos.
               05 coh-nro pic 9(6).
               05 filler pic x.
               05 coh-tipo pic x.
               05 filler pic x.
               05 coh-fecha-evento pic 9(8).
               05 filler pic x.
               05 coh-hora pic 9(8).
               05 filler pic x.
               05 coh-texto pic x(40).

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
       77  w-status-corridas pic xx value spaces.
       77  w-status-resumen pic xx value spaces.
       77  w-cant-a-listar pic 9(3) value zero.
       77  w-nro-reimprimir pic 9(6) value zero.
       77  w-cant-lineas pic 9(4) value zero.
       77  w-status-coh pic xx value spaces.
       77  w-status-ctl pic xx value spaces.
       77  w-flag-coh pic 9 value zero.
       77  w-flag-ctl pic 9 value zero.
       77  w-primera-corrida pic 9(6) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           STOP RUN.

      * Las corridas que la rotacion paso al historico quedan
      * antes de la primera que sigue en corridas.txt; si el
      * archivo quedo vacio, la ultima sale del control de
      * rotacion.
       100-BUSCAR-ULTIMA.
           OPEN INPUT CORRIDAS.
           IF w-status-corridas = "00"
               PERFORM 110-LEER-CORRIDA
               PERFORM UNTIL w-flag-cor = 1
                   IF w-primera-corrida = ZERO
                       MOVE cor-nro TO w-primera-corrida
                   END-IF
                   MOVE cor-nro TO w-ultima-corrida
                   PERFORM 110-LEER-CORRIDA
               END-PERFORM
               CLOSE CORRIDAS
           END-IF.
           IF w-ultima-corrida = ZERO
               OPEN INPUT CONTROL-ROT
               IF w-status-ctl = "00"
                   PERFORM 120-LEER-CONTROL
                   PERFORM UNTIL w-flag-ctl = 1
                       IF ctl-archivo = "CORRIDAS"
                       AND ctl-ultimo-nro > w-ultima-corrida
                           MOVE ctl-ultimo-nro TO w-ultima-corrida
                       END-IF
                       PERFORM 120-LEER-CONTROL
                   END-PERFORM
                   CLOSE CONTROL-ROT
               ELSE
                   IF w-status-ctl = "05"
                       CLOSE CONTROL-ROT
                   END-IF
               END-IF
               COMPUTE w-primera-corrida = w-ultima-corrida + 1
           END-IF.

       110-LEER-CORRIDA.
           READ CORRIDAS AT END MOVE 1 TO w-flag-cor.

       120-LEER-CONTROL.
           READ CONTROL-ROT AT END MOVE 1 TO w-flag-ctl.

       200-LISTAR-CORRIDAS.
           IF w-ultima-corrida > w-cant-a-listar
               COMPUTE w-desde-corrida =
           ELSE
               MOVE 1 TO w-desde-corrida
           END-IF.
           IF w-desde-corrida < w-primera-corrida
               PERFORM 250-LISTAR-HISTORICO
           END-IF.
           MOVE ZERO TO w-flag-cor.
           OPEN INPUT CORRIDAS.
           PERFORM 110-LEER-CORRIDA.
           END-PERFORM.
           CLOSE CORRIDAS.

      * Por la clave alternativa las corridas salen por numero y,
      * dentro de cada una, en el orden en que se asentaron.
       250-LISTAR-HISTORICO.
           OPEN INPUT CORRIDAS-HIST.
           IF w-status-coh = "00"
               MOVE w-desde-corrida TO coh-corrida
               MOVE ZERO TO coh-fecha-alt
               MOVE ZERO TO coh-orden-alt
               START CORRIDAS-HIST KEY IS >= coh-llave-corrida
                   INVALID KEY MOVE 1 TO w-flag-coh
               END-START
               PERFORM UNTIL w-flag-coh = 1
                   READ CORRIDAS-HIST NEXT
                       AT END MOVE 1 TO w-flag-coh
                       NOT AT END
                           IF coh-corrida >= w-primera-corrida
                               MOVE 1 TO w-flag-coh
                           ELSE
                               DISPLAY "CORRIDA " coh-nro " "
                                   coh-tipo " " coh-fecha-evento " "
                                   coh-hora " " coh-texto
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRIDAS-HIST
           ELSE
               IF w-status-coh = "05"
                   CLOSE CORRIDAS-HIST
               END-IF
           END-IF.

       300-REIMPRIMIR-RESUMEN.
           OPEN INPUT RESUMEN-HIST.
           IF w-status-resumen = "00"
