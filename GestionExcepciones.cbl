                   ASSIGN TO "..\excepciones_resueltas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-resueltas.
           SELECT OPTIONAL CONTROL-ROT
                   ASSIGN TO "..\rotacion_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ctl.
           SELECT OPTIONAL SERIE ASSIGN TO "..\serie_recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-serie.
           03 res-nro pic 9(6).
           03 filler pic x(64).

      * Control de la rotacion de registros operativos
      * (RotarRegistros): ultimo-nro es el mayor numero de excepcion
      * que ya paso al historico.
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

       FD  NOVEDADES.
       01  nov-cab-reg.
           03 nov-cab-tipo pic 9.
       77  w-status-pend pic xx value spaces.
       77  w-status-resueltas pic xx value spaces.
       77  w-flag-res pic 9 value zero.
       77  w-status-ctl pic xx value spaces.
       77  w-flag-ctl pic 9 value zero.
       77  w-status-serie pic xx value spaces.
       77  w-status-sercan pic xx value spaces.
       77  w-flag-sercan pic 9 value zero.
      * La numeracion sigue despues del mayor numero usado alguna
      * vez, incluido el historico de resueltas: si no, el numero de
      * una resuelta se volveria a usar y el historico quedaria con
      * dos excepciones distintas bajo el mismo numero. Lo que la
      * rotacion ya paso al historico indexado cuenta por el
      * ultimo numero asentado en el control de rotacion.
       120-TOPE-RESUELTAS.
           MOVE ZERO TO w-flag-res.
           OPEN INPUT RESUELTAS.
                   CLOSE RESUELTAS
               END-IF
           END-IF.
           MOVE ZERO TO w-flag-ctl.
           OPEN INPUT CONTROL-ROT.
           IF w-status-ctl = "00"
               PERFORM 127-LEER-CONTROL
               PERFORM UNTIL w-flag-ctl = 1
                   IF ctl-archivo = "EXCEPCIONES"
                   AND ctl-ultimo-nro > w-nro-maximo
                       MOVE ctl-ultimo-nro TO w-nro-maximo
                   END-IF
                   PERFORM 127-LEER-CONTROL
               END-PERFORM
               CLOSE CONTROL-ROT
           ELSE
               IF w-status-ctl = "05"
                   CLOSE CONTROL-ROT
               END-IF
           END-IF.

       125-LEER-RESUELTA.
           READ RESUELTAS AT END MOVE 1 TO w-flag-res.

       127-LEER-CONTROL.
           READ CONTROL-ROT AT END MOVE 1 TO w-flag-ctl.

       200-MENU.
           DISPLAY " ".
           DISPLAY "GESTION DE EXCEPCIONES DEL POSTEO".
