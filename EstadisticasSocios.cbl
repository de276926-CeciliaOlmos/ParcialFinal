           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-auditoria.
           SELECT OPTIONAL AUDITORIA-HIST
                   ASSIGN TO "..\auditoria_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS auh-llave
                   ALTERNATE RECORD KEY IS auh-llave-legajo
                   FILE STATUS IS w-status-auh.
           SELECT OPTIONAL CONTROL-ROT
                   ASSIGN TO "..\rotacion_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ctl.
           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION RELATIVE
           ACCESS MODE IS SEQUENTIAL
           03 filler pic x.
           03 aud-operador pic x(8).

      * Historico de auditoria (RotarRegistros).
       FD  AUDITORIA-HIST.
       01  auh-reg.
           03 auh-llave.
               05 auh-fecha pic 9(8).
               05 auh-orden pic 9(8).
           03 auh-llave-legajo.
               05 auh-legajo pic 9(5).
               05 auh-fecha-alt pic 9(8).
               05 auh-orden-alt pic 9(8).
           03 auh-datos pic x(61).

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

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-alumno pic 9(5).
           03 alu-saldo-favor pic 9(8).

       FD  REPORTE.
       01  rep-linea pic x(100).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-aud pic 9(4) value zero.
       77  w-mes-aud pic 9(2) value zero.
       77  w-status-auh pic xx value spaces.
       77  w-status-ctl pic xx value spaces.
       77  w-flag-hist pic 9 value zero.
       77  w-flag-ctl pic 9 value zero.
       77  w-corte-aud pic 9(8) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  idx-mes pic 9(2) value zero.
       77  w-neto-acum pic s9(6) value zero.
       77  w-tot-altas pic 9(6) value zero.
       77  w-tot-bajas pic 9(6) value zero.
       77  w-tot-susp pic 9(6) value zero.
       77  w-tot-react pic 9(6) value zero.
       77  w-tot-reinc pic 9(6) value zero.
       77  w-cant-al-dia pic 9(5) value zero.
       77  w-cant-atrasados pic 9(5) value zero.
       77  w-cant-suspendidos pic 9(5) value zero.
       77  w-cant-bajas-padron pic 9(5) value zero.
       77  w-cant-activos pic 9(5) value zero.
       01  tb-movims-datos pic x(360) value all "0".
       01  tb-movims REDEFINES tb-movims-datos.
           03 tb-mov-item OCCURS 12.
               05 tb-mov-altas pic 9(6).
               05 tb-mov-bajas pic 9(6).
               05 tb-mov-susp pic 9(6).
               05 tb-mov-react pic 9(6).
               05 tb-mov-reinc pic 9(6).
       01  tb-periodos-datos.
           03 filler pic x(10) value "ENERO".
           03 filler pic x(10) value "FEBRERO".
           IF w-anio-informe = ZERO
               COMPUTE w-anio-informe = w-fecha-hoy / 10000
           END-IF.
           COMPUTE w-fecha-desde = w-anio-informe * 10000 + 101.
           COMPUTE w-fecha-hasta = w-anio-informe * 10000 + 1231.
           PERFORM 050-LEER-CORTES.
           PERFORM 100-PROCESAR-AUDITORIA.
           PERFORM 200-RELEVAR-PADRON.
           PERFORM 300-ESCRIBIR-REPORTE.
           STOP RUN.

      * Fecha de corte de la ultima rotacion OK: lo anterior esta
      * en el historico indexado.
       050-LEER-CORTES.
           OPEN INPUT CONTROL-ROT.
           IF w-status-ctl = "00"
               PERFORM 055-LEER-CONTROL
               PERFORM UNTIL w-flag-ctl = 1
                   IF ctl-estado = "OK"
                       IF ctl-archivo = "AUDITORIA"
                       AND ctl-corte > w-corte-aud
                           MOVE ctl-corte TO w-corte-aud
                       END-IF
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

      * Solo cuentan los movimientos efectivamente realizados: el
      * alta por primer ingreso y las bajas, suspensiones y
      * reactivaciones con resultado REALIZADA; las consultas y los
       100-PROCESAR-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF w-status-auditoria = "00"
               IF w-fecha-desde < w-corte-aud
                   PERFORM 130-HISTORICO-AUDITORIA
               END-IF
               PERFORM 110-LEER-AUDITORIA
               PERFORM UNTIL fin-auditoria
                   PERFORM 120-CLASIFICAR-MOVIMIENTO
                   AND aud-resultado = "REALIZADA"
                       ADD 1 TO tb-mov-react(idx-mes) w-tot-react
                   END-IF
      * El ex-socio reincorporado desde el padron historico cuenta
      * aparte: vuelve con su legajo original, no es un alta nueva.
                   IF aud-operacion = "REINCORPORAC"
                   AND (aud-resultado = "REALIZADA"
                   OR aud-resultado = "SUSP. DEUDA")
                       ADD 1 TO tb-mov-reinc(idx-mes) w-tot-reinc
                   END-IF
               END-IF
           END-IF.

      * La parte del anio ya rotada se lee del historico por fecha
      * sobre el registro de auditoria.txt.
       130-HISTORICO-AUDITORIA.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT AUDITORIA-HIST.
           IF w-status-auh = "00"
               MOVE w-fecha-desde TO auh-fecha
               MOVE ZERO TO auh-orden
               START AUDITORIA-HIST KEY IS >= auh-llave
                   INVALID KEY MOVE 1 TO w-flag-hist
               END-START
               PERFORM UNTIL w-flag-hist = 1
                   READ AUDITORIA-HIST NEXT
                       AT END MOVE 1 TO w-flag-hist
                       NOT AT END
                           IF auh-fecha > w-fecha-hasta
                               MOVE 1 TO w-flag-hist
                           ELSE
                               MOVE auh-datos TO aud-reg
                               PERFORM 120-CLASIFICAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-HIST
           ELSE
               IF w-status-auh = "05"
                   CLOSE AUDITORIA-HIST
               END-IF
           END-IF.

               "  BAJAS: " w-tot-bajas
               "  SUSP: " w-tot-susp
               "  REACT: " w-tot-react
               "  REINC: " w-tot-reinc
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           CLOSE REPORTE.
           DISPLAY "REPORTE GENERADO EN estadisticas_socios.txt".

      * El neto acumulado (altas y reincorporaciones menos bajas)
      * muestra la evolucion del padron activo a lo largo del anio.
       350-LINEA-MES.
           COMPUTE w-neto-acum = w-neto-acum
               + tb-mov-altas(idx-mes) + tb-mov-reinc(idx-mes)
               - tb-mov-bajas(idx-mes).
           MOVE SPACES TO rep-linea.
           STRING "  " tb-periodo-item(idx-mes)
               " ALTAS: " tb-mov-altas(idx-mes)
               " BAJAS: " tb-mov-bajas(idx-mes)
               " SUSP: " tb-mov-susp(idx-mes)
               " REACT: " tb-mov-react(idx-mes)
               " REINC: " tb-mov-reinc(idx-mes)
               " NETO ACUM: " w-neto-acum
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
