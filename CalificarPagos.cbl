      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICAR-PAGOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo.
           SELECT OPTIONAL CUOTAS-HIST ASSIGN TO "..\cuotas_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS his-llave
                   FILE STATUS IS w-status-his.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rcb.
           SELECT OPTIONAL RECIBOS-HIST
                   ASSIGN TO "..\recibos_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rhc-llave
                   FILE STATUS IS w-status-rhc.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-llave
                   FILE STATUS IS w-status-conv.
           SELECT OPTIONAL RECH-DEBITOS
                   ASSIGN TO "..\debitos_rechazados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rdb.
           SELECT OPTIONAL RECH-TARJETAS
                   ASSIGN TO "..\tarjetas_rechazadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rtj.
           SELECT OPTIONAL REGISTRO
                   ASSIGN TO "..\intimaciones_reg.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-registro.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT OPTIONAL CALIFICACIONES
                   ASSIGN TO "..\calificaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-llave.
           SELECT LISTADO ASSIGN TO "..\calificaciones_empeoradas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-CAL ASSIGN TO "sortwork".
       DATA DIVISION.
       FILE SECTION.

       FD  CUOTAS.
       01  cuo-reg.
           03 cuota-llave.
               05 cuo-alumno pic 9(5).
               05 cuo-cuota pic 9(2).
               05 cuo-anio pic 9(4).
           03 cuo-fecha pic 9(8).
           03 cuo-estado pic x.
           03 cuo-importe pic 9(8).
           03 cuo-pagado pic 9(8).
           03 cuo-debe pic 9(8).
           03 cuo-concepto pic 9(2).
      * Clave alternativa por periodo (anio, cuota, alumno) para
      * los procesos masivos de un solo periodo: se mantiene como
      * copia redundante de la clave primaria y se carga al grabar
      * el registro (CuotaTexAindex / conversion).
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

       FD  CUOTAS-HIST.
       01  his-reg.
           03 his-llave.
               05 his-alumno pic 9(5).
               05 his-cuota pic 9(2).
               05 his-anio pic 9(4).
           03 his-fecha pic 9(8).
           03 his-estado pic x.
           03 his-importe pic 9(8).
           03 his-pagado pic 9(8).
           03 his-debe pic 9(8).
           03 his-concepto pic 9(2).
           03 his-llave-periodo.
               05 his-per-anio pic 9(4).
               05 his-per-cuota pic 9(2).
               05 his-per-alumno pic 9(5).

       FD  RECIBOS.
       01  rcb-reg.
           03 rcb-recibo pic 9(10).
           03 filler pic x.
           03 rcb-alumno pic 9(5).
           03 filler pic x.
           03 rcb-cuota pic 9(2).
           03 filler pic x.
           03 rcb-importe pic 9(8).
           03 filler pic x.
           03 rcb-debe pic 9(8).
           03 filler pic x.
           03 rcb-estado pic x.
           03 filler pic x.
           03 rcb-fecha pic 9(8).
           03 filler pic x.
           03 rcb-anio pic 9(4).

       FD  RECIBOS-HIST.
       01  rhc-reg.
           03 rhc-llave.
               05 rhc-recibo pic 9(10).
               05 rhc-estado pic x.
           03 rhc-alumno pic 9(5).
           03 rhc-cuota pic 9(2).
           03 rhc-importe pic 9(8).
           03 rhc-debe pic 9(8).
           03 rhc-fecha pic 9(8).
           03 rhc-anio pic 9(4).

      * El registro con conv-cuota-plan 00 es la cabecera del
      * convenio del socio (estado V vigente / C cumplido / D caido);
      * los registros 01..NN son las cuotas del plan.
       FD  CONVENIOS.
       01  conv-reg.
           03 conv-llave.
               05 conv-legajo pic 9(5).
               05 conv-cuota-plan pic 9(2).
           03 conv-vencimiento pic 9(8).
           03 conv-estado pic x.
           03 conv-importe pic 9(8).
           03 conv-pagado pic 9(8).
           03 conv-fecha-alta pic 9(8).
           03 conv-cant-cuotas pic 9(2).

      * Debitos automaticos rechazados por el banco en la ultima
      * respuesta procesada (ProcesarRespuesta).
       FD  RECH-DEBITOS.
       01  rdb-reg.
           03 rdb-legajo pic 9(5).
           03 filler pic x.
           03 rdb-cuota pic 9(2).
           03 filler pic x.
           03 rdb-anio pic 9(4).
           03 filler pic x.
           03 rdb-importe pic 9(8).
           03 filler pic x.
           03 rdb-motivo pic x(20).

      * Cobros con tarjeta rechazados en la ultima liquidacion de la
      * procesadora (ProcesarLiquidacionTarjeta).
       FD  RECH-TARJETAS.
       01  rtj-reg.
           03 rtj-legajo pic 9(5).
           03 filler pic x.
           03 rtj-cuota pic 9(2).
           03 filler pic x.
           03 rtj-anio pic 9(4).
           03 filler pic x.
           03 rtj-importe pic 9(8).
           03 filler pic x.
           03 rtj-marca pic x(10).
           03 filler pic x.
           03 rtj-numero pic x(16).
           03 filler pic x.
           03 rtj-motivo pic x(20).

      * Una linea por intimacion emitida (Intimaciones).
       FD  REGISTRO.
       01  reg-reg.
           03 reg-legajo pic 9(5).
           03 filler pic x.
           03 reg-cant-impagas pic 9(4).
           03 filler pic x.
           03 reg-fecha pic 9(8).
           03 filler pic x.
           03 reg-hora pic 9(8).

       FD  DATOS.
       01  dat-reg.
           03 dat-legajo pic 9(5).
           03 dat-nombre pic x(30).
           03 dat-dni pic 9(8).
           03 dat-domicilio pic x(30).
           03 dat-telefono pic x(15).
           03 dat-mail pic x(30).
           03 dat-fecha-alta pic 9(8).
           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

      * Calificacion de pago: un registro por legajo y periodo
      * (AAAAMM), asi queda la historia del socio. Calificacion A
      * buen pagador ... D mal pagador; la usa ArmarConvenio con el
      * ultimo periodo calificado. Los convenios caidos y los
      * rechazos se acumulan de un periodo al siguiente porque
      * convenios.dat guarda un solo convenio por socio y los
      * archivos de rechazos solo la ultima presentacion.
       FD  CALIFICACIONES.
       01  cal-reg.
           03 cal-llave.
               05 cal-legajo pic 9(5).
               05 cal-periodo pic 9(6).
           03 cal-fecha-proceso pic 9(8).
           03 cal-dias-promedio pic 9(4).
           03 cal-cuotas-evaluadas pic 9(4).
           03 cal-conv-caidos pic 9(3).
           03 cal-conv-fecha pic 9(8).
           03 cal-rechazos pic 9(4).
           03 cal-rechazos-mes pic 9(4).
           03 cal-anulaciones pic 9(4).
           03 cal-intimaciones pic 9(4).
           03 cal-puntaje pic 9(5).
           03 cal-calificacion pic x.
           03 cal-calif-anterior pic x.

       FD  LISTADO.
       01  lis-linea pic x(100).

      * Un evento por linea: A cuota evaluada (dias de atraso), C
      * convenio caido (fecha de alta del convenio), R debito o
      * tarjeta rechazados, N recibo anulado, I intimacion.
       SD  SORT-CAL.
       01  srt-reg.
           03 srt-legajo pic 9(5).
           03 srt-tipo pic x.
           03 srt-dias pic 9(5).
           03 srt-fecha pic 9(8).

       WORKING-STORAGE SECTION.
       77  w-status-his pic xx value spaces.
       77  w-status-rcb pic xx value spaces.
       77  w-status-rhc pic xx value spaces.
       77  w-status-conv pic xx value spaces.
       77  w-status-rdb pic xx value spaces.
       77  w-status-rtj pic xx value spaces.
       77  w-status-registro pic xx value spaces.
       77  w-status-datos pic xx value spaces.
       77  w-flag-arch pic 9 value zero.
       77  w-flag-sort pic 9 value zero.
       77  w-flag-cal pic 9 value zero.
       77  w-hay-hist pic 9 value zero.
       77  w-hay-datos pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo pic 9(6) value zero.
       77  w-vencimiento pic 9(8) value zero.
       77  w-fecha-pago pic 9(8) value zero.
       77  w-dias pic s9(6) value zero.
       77  w-legajo-actual pic 9(5) value zero.
       77  w-suma-dias pic 9(9) value zero.
       77  w-cant-eval pic 9(5) value zero.
       77  w-conv-fecha pic 9(8) value zero.
       77  w-rech-mes pic 9(4) value zero.
       77  w-anul pic 9(4) value zero.
       77  w-intim pic 9(4) value zero.
       77  w-ant-calif pic x value space.
       77  w-ant-conv-caidos pic 9(3) value zero.
       77  w-ant-conv-fecha pic 9(8) value zero.
       77  w-ant-rechazos pic 9(4) value zero.
       77  w-cant-calificados pic 9(6) value zero.
       77  w-cant-empeorados pic 9(6) value zero.
       77  w-cant-eventos pic 9(7) value zero.
      * Pesos del puntaje: dias promedio de atraso mas un recargo
      * fijo por cada antecedente. Hasta 10 puntos es A, hasta 30 B,
      * hasta 60 C y mas de 60 D.
       77  w-peso-convenio pic 9(3) value 20.
       77  w-peso-rechazo pic 9(3) value 10.
       77  w-peso-anulacion pic 9(3) value 5.
       77  w-peso-intimacion pic 9(3) value 5.
       77  w-puntaje pic 9(7) value zero.
       01  lin-titulo.
           03 filler pic x(45)
               value "LEGAJO NOMBRE                         ANT NUE".
           03 filler pic x(46)
               value "PUNTAJE ATRASO CONV RECH ANUL INTIM".
       01  lin-detalle.
           03 l-legajo pic 9(5).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x value space.
           03 l-anterior pic x.
           03 filler pic x(3) value spaces.
           03 l-nueva pic x.
           03 filler pic x(2) value spaces.
           03 l-puntaje pic z(6)9.
           03 filler pic x value space.
           03 l-atraso pic z(5)9.
           03 filler pic x value space.
           03 l-conv pic z(3)9.
           03 filler pic x value space.
           03 l-rech pic z(3)9.
           03 filler pic x value space.
           03 l-anul pic z(3)9.
           03 filler pic x value space.
           03 l-intim pic z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "CALIFICACION DE PAGO DE SOCIOS".
           DISPLAY "Periodo a calificar (AAAAMM, ENTER=mes actual): ".
           ACCEPT w-periodo.
           IF w-periodo = ZERO
               COMPUTE w-periodo = w-fecha-hoy / 100
           END-IF.
           OPEN INPUT CUOTAS.
           OPEN INPUT CUOTAS-HIST.
           IF w-status-his = "00"
               MOVE 1 TO w-hay-hist
           ELSE
               IF w-status-his = "05"
                   CLOSE CUOTAS-HIST
               END-IF
           END-IF.
           OPEN INPUT DATOS.
           IF w-status-datos = "00"
               MOVE 1 TO w-hay-datos
           ELSE
               IF w-status-datos = "05"
                   CLOSE DATOS
               END-IF
           END-IF.
           OPEN I-O CALIFICACIONES.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO lis-linea.
           STRING "SOCIOS CUYA CALIFICACION DE PAGO EMPEORO EN "
               w-periodo
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM lin-titulo.
           SORT SORT-CAL ASCENDING srt-legajo
               INPUT PROCEDURE IS 200-ENTRADA
               OUTPUT PROCEDURE IS 400-SALIDA.
           CLOSE CUOTAS.
           IF w-hay-hist = 1
               CLOSE CUOTAS-HIST
           END-IF.
           IF w-hay-datos = 1
               CLOSE DATOS
           END-IF.
           CLOSE CALIFICACIONES.
           CLOSE LISTADO.
           DISPLAY "EVENTOS EVALUADOS    : " w-cant-eventos.
           DISPLAY "SOCIOS CALIFICADOS   : " w-cant-calificados.
           DISPLAY "CALIFICACION EMPEORO : " w-cant-empeorados.
           DISPLAY "LISTADO EN calificaciones_empeoradas.txt".
           STOP RUN.

      ******************************************************************
      * Entrada del SORT: se juntan los antecedentes de todas las
      * fuentes y el SORT los ordena por legajo.
      ******************************************************************
       200-ENTRADA.
           PERFORM 210-CUOTAS-VENCIDAS.
           PERFORM 220-RECIBOS.
           PERFORM 240-RECIBOS-HIST.
           PERFORM 260-CONVENIOS-CAIDOS.
           PERFORM 270-DEBITOS-RECHAZADOS.
           PERFORM 280-TARJETAS-RECHAZADAS.
           PERFORM 290-INTIMACIONES.

      * Las cuotas impagas ya vencidas cuentan con los dias de
      * atraso a hoy; las pagas se evaluan por la fecha del recibo.
       210-CUOTAS-VENCIDAS.
           MOVE ZERO TO w-flag-arch.
           MOVE LOW-VALUES TO cuota-llave.
           START CUOTAS KEY IS > cuota-llave
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL w-flag-arch = 1
               READ CUOTAS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF cuo-estado = "I" AND cuo-fecha > ZERO
                   AND cuo-fecha < w-fecha-hoy
                       MOVE cuo-alumno TO srt-legajo
                       MOVE "A" TO srt-tipo
                       COMPUTE srt-dias =
                           FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
                           - FUNCTION INTEGER-OF-DATE(cuo-fecha)
                       MOVE cuo-fecha TO srt-fecha
                       PERFORM 295-SOLTAR-EVENTO
                   END-IF
           END-PERFORM.

       220-RECIBOS.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT RECIBOS.
           IF w-status-rcb = "00"
               PERFORM 225-LEER-RECIBO
               PERFORM UNTIL w-flag-arch = 1
                   IF rcb-estado = "X"
                       MOVE rcb-alumno TO srt-legajo
                       MOVE "N" TO srt-tipo
                       MOVE ZERO TO srt-dias
                       MOVE rcb-fecha TO srt-fecha
                       PERFORM 295-SOLTAR-EVENTO
                   ELSE
                       IF rcb-cuota NOT = ZERO
                           MOVE rcb-alumno TO cuo-alumno
                           MOVE rcb-cuota TO cuo-cuota
                           MOVE rcb-anio TO cuo-anio
                           MOVE rcb-fecha TO w-fecha-pago
                           PERFORM 250-EVALUAR-PAGO
                       END-IF
                   END-IF
                   PERFORM 225-LEER-RECIBO
               END-PERFORM
               CLOSE RECIBOS
           ELSE
               IF w-status-rcb = "05"
                   CLOSE RECIBOS
               END-IF
           END-IF.

       225-LEER-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-arch.

       240-RECIBOS-HIST.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT RECIBOS-HIST.
           IF w-status-rhc = "00"
               PERFORM 245-LEER-RECIBO-HIST
               PERFORM UNTIL w-flag-arch = 1
                   IF rhc-estado = "X"
                       MOVE rhc-alumno TO srt-legajo
                       MOVE "N" TO srt-tipo
                       MOVE ZERO TO srt-dias
                       MOVE rhc-fecha TO srt-fecha
                       PERFORM 295-SOLTAR-EVENTO
                   ELSE
                       IF rhc-cuota NOT = ZERO
                           MOVE rhc-alumno TO cuo-alumno
                           MOVE rhc-cuota TO cuo-cuota
                           MOVE rhc-anio TO cuo-anio
                           MOVE rhc-fecha TO w-fecha-pago
                           PERFORM 250-EVALUAR-PAGO
                       END-IF
                   END-IF
                   PERFORM 245-LEER-RECIBO-HIST
               END-PERFORM
               CLOSE RECIBOS-HIST
           ELSE
               IF w-status-rhc = "05"
                   CLOSE RECIBOS-HIST
               END-IF
           END-IF.

       245-LEER-RECIBO-HIST.
           READ RECIBOS-HIST NEXT AT END MOVE 1 TO w-flag-arch.

      * El vencimiento del periodo pagado se busca en CUOTAS y, si ya
      * se archivo, en cuotas_hist.dat; pagado a termino cuenta como
      * cero dias.
       250-EVALUAR-PAGO.
           MOVE ZERO TO w-vencimiento.
           READ CUOTAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE cuo-fecha TO w-vencimiento
           END-READ.
           IF w-vencimiento = ZERO AND w-hay-hist = 1
               MOVE cuo-alumno TO his-alumno
               MOVE cuo-cuota TO his-cuota
               MOVE cuo-anio TO his-anio
               READ CUOTAS-HIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE his-fecha TO w-vencimiento
               END-READ
           END-IF.
           IF w-vencimiento > ZERO AND w-fecha-pago > ZERO
               MOVE cuo-alumno TO srt-legajo
               MOVE "A" TO srt-tipo
               MOVE ZERO TO srt-dias
               IF w-fecha-pago > w-vencimiento
                   COMPUTE srt-dias =
                       FUNCTION INTEGER-OF-DATE(w-fecha-pago)
                       - FUNCTION INTEGER-OF-DATE(w-vencimiento)
               END-IF
               MOVE w-fecha-pago TO srt-fecha
               PERFORM 295-SOLTAR-EVENTO
           END-IF.

       260-CONVENIOS-CAIDOS.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT CONVENIOS.
           IF w-status-conv = "00"
               PERFORM 265-LEER-CONVENIO
               PERFORM UNTIL w-flag-arch = 1
                   IF conv-cuota-plan = ZERO AND conv-estado = "D"
                       MOVE conv-legajo TO srt-legajo
                       MOVE "C" TO srt-tipo
                       MOVE ZERO TO srt-dias
                       MOVE conv-fecha-alta TO srt-fecha
                       PERFORM 295-SOLTAR-EVENTO
                   END-IF
                   PERFORM 265-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS
           ELSE
               IF w-status-conv = "05"
                   CLOSE CONVENIOS
               END-IF
           END-IF.

       265-LEER-CONVENIO.
           READ CONVENIOS NEXT AT END MOVE 1 TO w-flag-arch.

       270-DEBITOS-RECHAZADOS.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT RECH-DEBITOS.
           IF w-status-rdb = "00"
               PERFORM 275-LEER-RECH-DEBITO
               PERFORM UNTIL w-flag-arch = 1
                   MOVE rdb-legajo TO srt-legajo
                   MOVE "R" TO srt-tipo
                   MOVE ZERO TO srt-dias
                   MOVE ZERO TO srt-fecha
                   PERFORM 295-SOLTAR-EVENTO
                   PERFORM 275-LEER-RECH-DEBITO
               END-PERFORM
               CLOSE RECH-DEBITOS
           ELSE
               IF w-status-rdb = "05"
                   CLOSE RECH-DEBITOS
               END-IF
           END-IF.

       275-LEER-RECH-DEBITO.
           READ RECH-DEBITOS AT END MOVE 1 TO w-flag-arch.

       280-TARJETAS-RECHAZADAS.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT RECH-TARJETAS.
           IF w-status-rtj = "00"
               PERFORM 285-LEER-RECH-TARJETA
               PERFORM UNTIL w-flag-arch = 1
                   MOVE rtj-legajo TO srt-legajo
                   MOVE "R" TO srt-tipo
                   MOVE ZERO TO srt-dias
                   MOVE ZERO TO srt-fecha
                   PERFORM 295-SOLTAR-EVENTO
                   PERFORM 285-LEER-RECH-TARJETA
               END-PERFORM
               CLOSE RECH-TARJETAS
           ELSE
               IF w-status-rtj = "05"
                   CLOSE RECH-TARJETAS
               END-IF
           END-IF.

       285-LEER-RECH-TARJETA.
           READ RECH-TARJETAS AT END MOVE 1 TO w-flag-arch.

       290-INTIMACIONES.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT REGISTRO.
           IF w-status-registro = "00"
               PERFORM 292-LEER-REGISTRO
               PERFORM UNTIL w-flag-arch = 1
                   MOVE reg-legajo TO srt-legajo
                   MOVE "I" TO srt-tipo
                   MOVE ZERO TO srt-dias
                   MOVE reg-fecha TO srt-fecha
                   PERFORM 295-SOLTAR-EVENTO
                   PERFORM 292-LEER-REGISTRO
               END-PERFORM
               CLOSE REGISTRO
           ELSE
               IF w-status-registro = "05"
                   CLOSE REGISTRO
               END-IF
           END-IF.

       292-LEER-REGISTRO.
           READ REGISTRO AT END MOVE 1 TO w-flag-arch.

       295-SOLTAR-EVENTO.
           RELEASE srt-reg.
           ADD 1 TO w-cant-eventos.

      ******************************************************************
      * Salida del SORT: corte por legajo, se califica y se compara
      * con la calificacion del periodo anterior.
      ******************************************************************
       400-SALIDA.
           PERFORM 410-LEER-SORT.
           PERFORM UNTIL w-flag-sort = 1
               MOVE srt-legajo TO w-legajo-actual
               MOVE ZERO TO w-suma-dias w-cant-eval w-conv-fecha
                   w-rech-mes w-anul w-intim
               PERFORM UNTIL w-flag-sort = 1
               OR srt-legajo NOT = w-legajo-actual
                   PERFORM 420-ACUMULAR-EVENTO
                   PERFORM 410-LEER-SORT
               END-PERFORM
               PERFORM 500-CALIFICAR-LEGAJO
           END-PERFORM.

       410-LEER-SORT.
           RETURN SORT-CAL AT END MOVE 1 TO w-flag-sort.

       420-ACUMULAR-EVENTO.
           IF srt-tipo = "A"
               ADD srt-dias TO w-suma-dias
               ADD 1 TO w-cant-eval
           END-IF.
           IF srt-tipo = "C" AND srt-fecha > w-conv-fecha
               MOVE srt-fecha TO w-conv-fecha
           END-IF.
           IF srt-tipo = "R"
               ADD 1 TO w-rech-mes
           END-IF.
           IF srt-tipo = "N"
               ADD 1 TO w-anul
           END-IF.
           IF srt-tipo = "I"
               ADD 1 TO w-intim
           END-IF.

       500-CALIFICAR-LEGAJO.
           PERFORM 510-BUSCAR-ANTERIOR.
           MOVE w-legajo-actual TO cal-legajo.
           MOVE w-periodo TO cal-periodo.
           MOVE w-fecha-hoy TO cal-fecha-proceso.
           MOVE ZERO TO cal-dias-promedio.
           IF w-cant-eval > ZERO
               COMPUTE cal-dias-promedio ROUNDED =
                   w-suma-dias / w-cant-eval
           END-IF.
           MOVE w-cant-eval TO cal-cuotas-evaluadas.
      * Un convenio caido se cuenta una sola vez: mientras en
      * convenios.dat siga el mismo convenio (misma fecha de alta)
      * no suma de nuevo.
           MOVE w-ant-conv-caidos TO cal-conv-caidos.
           MOVE w-ant-conv-fecha TO cal-conv-fecha.
           IF w-conv-fecha > ZERO
           AND w-conv-fecha NOT = w-ant-conv-fecha
               ADD 1 TO cal-conv-caidos
               MOVE w-conv-fecha TO cal-conv-fecha
           END-IF.
           COMPUTE cal-rechazos = w-ant-rechazos + w-rech-mes.
           MOVE w-rech-mes TO cal-rechazos-mes.
           MOVE w-anul TO cal-anulaciones.
           MOVE w-intim TO cal-intimaciones.
           COMPUTE w-puntaje = cal-dias-promedio
               + cal-conv-caidos * w-peso-convenio
               + cal-rechazos * w-peso-rechazo
               + cal-anulaciones * w-peso-anulacion
               + cal-intimaciones * w-peso-intimacion.
           IF w-puntaje > 99999
               MOVE 99999 TO cal-puntaje
           ELSE
               MOVE w-puntaje TO cal-puntaje
           END-IF.
           IF w-puntaje <= 10
               MOVE "A" TO cal-calificacion
           ELSE
               IF w-puntaje <= 30
                   MOVE "B" TO cal-calificacion
               ELSE
                   IF w-puntaje <= 60
                       MOVE "C" TO cal-calificacion
                   ELSE
                       MOVE "D" TO cal-calificacion
                   END-IF
               END-IF
           END-IF.
           MOVE w-ant-calif TO cal-calif-anterior.
           WRITE cal-reg
               INVALID KEY REWRITE cal-reg
           END-WRITE.
           ADD 1 TO w-cant-calificados.
           IF w-ant-calif NOT = SPACE
           AND cal-calificacion > w-ant-calif
               PERFORM 550-LISTAR-EMPEORADO
           END-IF.

      * El ultimo periodo calificado antes del que se procesa; asi
      * una segunda corrida del mismo mes recalcula sin acumular dos
      * veces los rechazos.
       510-BUSCAR-ANTERIOR.
           MOVE SPACE TO w-ant-calif.
           MOVE ZERO TO w-ant-conv-caidos.
           MOVE ZERO TO w-ant-conv-fecha.
           MOVE ZERO TO w-ant-rechazos.
           MOVE ZERO TO w-flag-cal.
           MOVE w-legajo-actual TO cal-legajo.
           MOVE ZERO TO cal-periodo.
           START CALIFICACIONES KEY IS >= cal-llave
               INVALID KEY MOVE 1 TO w-flag-cal
           END-START.
           PERFORM UNTIL w-flag-cal = 1
               READ CALIFICACIONES NEXT AT END MOVE 1 TO w-flag-cal
               NOT AT END
                   IF cal-legajo NOT = w-legajo-actual
                   OR cal-periodo NOT < w-periodo
                       MOVE 1 TO w-flag-cal
                   ELSE
                       MOVE cal-calificacion TO w-ant-calif
                       MOVE cal-conv-caidos TO w-ant-conv-caidos
                       MOVE cal-conv-fecha TO w-ant-conv-fecha
                       MOVE cal-rechazos TO w-ant-rechazos
                   END-IF
           END-PERFORM.

       550-LISTAR-EMPEORADO.
           MOVE SPACES TO l-nombre.
           IF w-hay-datos = 1
               MOVE w-legajo-actual TO dat-legajo
               READ DATOS
                   INVALID KEY MOVE SPACES TO dat-nombre
               END-READ
               MOVE dat-nombre TO l-nombre
           END-IF.
           MOVE w-legajo-actual TO l-legajo.
           MOVE w-ant-calif TO l-anterior.
           MOVE cal-calificacion TO l-nueva.
           MOVE cal-puntaje TO l-puntaje.
           MOVE cal-dias-promedio TO l-atraso.
           MOVE cal-conv-caidos TO l-conv.
           MOVE cal-rechazos TO l-rech.
           MOVE cal-anulaciones TO l-anul.
           MOVE cal-intimaciones TO l-intim.
           WRITE lis-linea FROM lin-detalle.
           ADD 1 TO w-cant-empeorados.

       END PROGRAM CALIFICAR-PAGOS.
