      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-HONORARIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROFESORES ASSIGN TO "..\profesores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-prf.
           SELECT OPTIONAL PROF-ACTIVIDADES
                   ASSIGN TO "..\profesor_actividades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-pac.
           SELECT OPTIONAL ACTIVIDADES
                   ASSIGN TO "..\actividades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-act.
           SELECT OPTIONAL INSCRIPCIONES
                   ASSIGN TO "..\inscripciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ins.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rcb.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL CUOTAS-HIST ASSIGN TO "..\cuotas_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS his-llave
                   FILE STATUS IS w-status-his.
           SELECT OPTIONAL HONORARIOS ASSIGN TO "..\honorarios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-hon.
           SELECT LISTADO ASSIGN TO "..\honorarios_liquidacion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  PROFESORES.
       01  prf-reg.
           03 prf-codigo pic x(4).
           03 filler pic x.
           03 prf-nombre pic x(30).
           03 filler pic x.
           03 prf-dni pic 9(8).
           03 filler pic x.
           03 prf-estado pic x.

       FD  PROF-ACTIVIDADES.
       01  pac-reg.
           03 pac-profesor pic x(4).
           03 filler pic x.
           03 pac-actividad pic 9(3).
           03 filler pic x.
           03 pac-modalidad pic x.
           03 filler pic x.
           03 pac-porcentaje pic 9(2).
           03 filler pic x.
           03 pac-monto pic 9(8).
           03 filler pic x.
           03 pac-estado pic x.

       FD  ACTIVIDADES.
       01  act-reg.
           03 act-codigo pic 9(3).
           03 filler pic x.
           03 act-nombre pic x(20).
           03 filler pic x.
           03 act-arancel pic 9(8).
           03 filler pic x.
           03 act-cupo pic 9(3).
           03 filler pic x.
           03 act-concepto pic 9(2).
           03 filler pic x.
           03 act-exige-apto pic x.
           03 filler pic x.
           03 act-sede pic 9(2).

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-actividad pic 9(3).
           03 filler pic x.
           03 ins-legajo pic 9(5).
           03 filler pic x.
           03 ins-estado pic x.
           03 filler pic x.
           03 ins-fecha pic 9(8).

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

      * Honorarios liquidados: una linea por profesor y actividad
      * del periodo, con lo recaudado que sirvio de base y el
      * importe a pagar. GenerarAsientos toma las del dia de
      * hon-fecha para el asiento de honorarios a pagar, en la sede
      * donde se dicta la actividad.
       FD  HONORARIOS.
       01  hon-reg.
           03 hon-periodo pic 9(6).
           03 filler pic x value space.
           03 hon-profesor pic x(4).
           03 filler pic x value space.
           03 hon-actividad pic 9(3).
           03 filler pic x value space.
           03 hon-sede pic 9(2).
           03 filler pic x value space.
           03 hon-recaudado pic 9(10).
           03 filler pic x value space.
           03 hon-importe pic 9(10).
           03 filler pic x value space.
           03 hon-fecha pic 9(8).

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       77  w-status-prf pic xx value spaces.
       77  w-status-pac pic xx value spaces.
       77  w-status-act pic xx value spaces.
       77  w-status-ins pic xx value spaces.
       77  w-status-rcb pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-his pic xx value spaces.
       77  w-status-hon pic xx value spaces.
       77  w-flag-arch pic 9 value zero.
       77  w-hay-hist pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-pedido pic 9(4) value zero.
       77  w-mes-pedido pic 9(2) value zero.
       77  w-periodo-pedido pic 9(6) value zero.
       77  w-periodo-rcb pic 9(6) value zero.
       77  w-ya-liquidado pic 9 value zero.
       77  w-confirma pic x value space.
       77  w-concepto-rcb pic 9(2) value zero.
       77  w-importe-rcb pic s9(10) value zero.
       77  w-importe-parte pic s9(10) value zero.
       77  w-importe-resto pic s9(10) value zero.
       77  w-suma-aranceles pic 9(10) value zero.
       77  w-cant-act pic 9(3) value zero.
       77  w-ind-act pic 9(3) value zero.
       77  w-act-hallada pic 9(3) value zero.
       77  w-act-buscada pic 9(3) value zero.
       77  w-cant-ins pic 9(4) value zero.
       77  w-ind-ins pic 9(4) value zero.
       77  w-cant-match pic 9(2) value zero.
       77  w-ind-match pic 9(2) value zero.
       77  w-cant-prf pic 9(3) value zero.
       77  w-ind-prf pic 9(3) value zero.
       77  w-cant-pac pic 9(3) value zero.
       77  w-ind-pac pic 9(3) value zero.
       77  w-cant-recibos pic 9(6) value zero.
       77  w-cant-lineas pic 9(4) value zero.
       77  w-tot-profesor pic 9(10) value zero.
       77  w-tot-general pic 9(10) value zero.
       77  w-base pic 9(10) value zero.
       77  w-honorario pic 9(10) value zero.
       01  w-tab-actividades.
           03 w-tab-act occurs 300.
               05 w-act-codigo pic 9(3).
               05 w-act-nombre pic x(20).
               05 w-act-arancel pic 9(8).
               05 w-act-concepto pic 9(2).
               05 w-act-sede pic 9(2).
               05 w-act-inscriptos pic 9(4).
               05 w-act-recaudado pic s9(10).
       01  w-tab-inscripciones.
           03 w-tab-ins occurs 3000.
               05 w-ins-act pic 9(3).
               05 w-ins-legajo pic 9(5).
       01  w-tab-coincidencias.
           03 w-match-act pic 9(3) occurs 20.
       01  w-tab-profesores.
           03 w-tab-prf occurs 100.
               05 w-prf-codigo pic x(4).
               05 w-prf-nombre pic x(30).
               05 w-prf-estado pic x.
       01  w-tab-asignaciones.
           03 w-tab-pac occurs 300.
               05 w-pac-profesor pic x(4).
               05 w-pac-actividad pic 9(3).
               05 w-pac-modalidad pic x.
               05 w-pac-porcentaje pic 9(2).
               05 w-pac-monto pic 9(8).
               05 w-pac-honorario pic 9(10).
               05 w-pac-base pic 9(10).
               05 w-pac-act-ind pic 9(3).
       01  lin-titulo.
           03 filler pic x(40)
               value "  ACT NOMBRE               INSCR.  RECAU".
           03 filler pic x(40)
               value "DADO  MODALIDAD        HONORARIO        ".
       01  lin-detalle.
           03 filler pic x(2) value spaces.
           03 l-actividad pic 9(3).
           03 filler pic x value space.
           03 l-nombre pic x(20).
           03 filler pic x value space.
           03 l-inscriptos pic zzz9.
           03 filler pic x value space.
           03 l-recaudado pic z.zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 l-modalidad pic x(12).
           03 filler pic x value space.
           03 l-honorario pic z.zzz.zzz.zz9.
       01  lin-total.
           03 filler pic x(45) value spaces.
           03 lt-leyenda pic x(20).
           03 lt-importe pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-PEDIR-PERIODO.
           PERFORM 100-CARGAR-ACTIVIDADES.
           PERFORM 150-CARGAR-INSCRIPTOS.
           PERFORM 200-RECAUDACION-MES.
           PERFORM 300-CARGAR-PROFESORES.
           PERFORM 350-CARGAR-ASIGNACIONES.
           PERFORM 400-CALCULAR-HONORARIOS.
           PERFORM 500-EMITIR-LISTADO.
           DISPLAY "RECIBOS DEL PERIODO CON ACTIVIDAD: "
               w-cant-recibos.
           DISPLAY "TOTAL DE HONORARIOS A PAGAR     : " w-tot-general.
           DISPLAY "DETALLE EN honorarios_liquidacion.txt".
           IF w-ya-liquidado = 1
               DISPLAY "EL PERIODO " w-periodo-pedido " YA ESTA "
                   "LIQUIDADO EN honorarios.txt: EL LISTADO ES SOLO "
                   "DE CONTROL"
           ELSE
               IF w-cant-lineas > ZERO
                   DISPLAY "Confirma la liquidacion (S/N): "
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       PERFORM 600-REGISTRAR-HONORARIOS
                       DISPLAY "LIQUIDACION REGISTRADA, EL ASIENTO "
                           "SALE EN EL CIERRE DEL " w-fecha-hoy
                   ELSE
                       DISPLAY "LIQUIDACION NO REGISTRADA"
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      * Un periodo se liquida una sola vez: ya registrado, el
      * asiento pudo haber salido y volver a grabarlo lo duplicaria.
       050-PEDIR-PERIODO.
           COMPUTE w-anio-pedido = w-fecha-hoy / 10000.
           MOVE w-fecha-hoy (5:2) TO w-mes-pedido.
           IF w-mes-pedido = 1
               MOVE 12 TO w-mes-pedido
               SUBTRACT 1 FROM w-anio-pedido
           ELSE
               SUBTRACT 1 FROM w-mes-pedido
           END-IF.
           DISPLAY "LIQUIDACION DE HONORARIOS DE PROFESORES".
           DISPLAY "ANIO (ENTER=" w-anio-pedido "): ".
           MOVE ZERO TO w-periodo-rcb.
           ACCEPT w-periodo-rcb.
           IF w-periodo-rcb NOT = ZERO
               MOVE w-periodo-rcb TO w-anio-pedido
           END-IF.
           DISPLAY "MES (ENTER=" w-mes-pedido "): ".
           MOVE ZERO TO w-periodo-rcb.
           ACCEPT w-periodo-rcb.
           IF w-periodo-rcb NOT = ZERO
               MOVE w-periodo-rcb TO w-mes-pedido
           END-IF.
           IF w-mes-pedido < 1 OR w-mes-pedido > 12
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-periodo-pedido =
               w-anio-pedido * 100 + w-mes-pedido.
           MOVE ZERO TO w-ya-liquidado.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT HONORARIOS.
           IF w-status-hon = "00"
               PERFORM 060-LEER-HONORARIO
               PERFORM UNTIL w-flag-arch = 1
                   IF hon-periodo = w-periodo-pedido
                       MOVE 1 TO w-ya-liquidado
                   END-IF
                   PERFORM 060-LEER-HONORARIO
               END-PERFORM
               CLOSE HONORARIOS
           ELSE
               IF w-status-hon = "05"
                   CLOSE HONORARIOS
               END-IF
           END-IF.

       060-LEER-HONORARIO.
           READ HONORARIOS AT END MOVE 1 TO w-flag-arch.

       100-CARGAR-ACTIVIDADES.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT ACTIVIDADES.
           IF w-status-act = "00"
               PERFORM 110-LEER-ACTIVIDAD
               PERFORM UNTIL w-flag-arch = 1
                   IF w-cant-act < 300
                       ADD 1 TO w-cant-act
                       MOVE act-codigo TO w-act-codigo (w-cant-act)
                       MOVE act-nombre TO w-act-nombre (w-cant-act)
                       MOVE act-arancel TO w-act-arancel (w-cant-act)
                       MOVE act-concepto
                           TO w-act-concepto (w-cant-act)
                       MOVE 1 TO w-act-sede (w-cant-act)
                       IF act-sede IS NUMERIC AND act-sede > ZERO
                           MOVE act-sede TO w-act-sede (w-cant-act)
                       END-IF
                       MOVE ZERO TO w-act-inscriptos (w-cant-act)
                       MOVE ZERO TO w-act-recaudado (w-cant-act)
                   END-IF
                   PERFORM 110-LEER-ACTIVIDAD
               END-PERFORM
               CLOSE ACTIVIDADES
           ELSE
               IF w-status-act = "05"
                   CLOSE ACTIVIDADES
               END-IF
           END-IF.

       110-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-arch.

       120-UBICAR-ACTIVIDAD.
           MOVE ZERO TO w-act-hallada.
           PERFORM VARYING w-ind-act FROM 1 BY 1
                   UNTIL w-ind-act > w-cant-act
                   OR w-act-hallada > ZERO
               IF w-act-codigo (w-ind-act) = w-act-buscada
                   MOVE w-ind-act TO w-act-hallada
               END-IF
           END-PERFORM.

      * Solo cuentan los inscriptos vigentes (estado A): los de la
      * lista de espera no pagan la actividad y los dados de baja
      * ya no la toman.
       150-CARGAR-INSCRIPTOS.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT INSCRIPCIONES.
           IF w-status-ins = "00"
               PERFORM 160-LEER-INSCRIPCION
               PERFORM UNTIL w-flag-arch = 1
                   IF ins-estado = "A"
                       MOVE ins-actividad TO w-act-buscada
                       PERFORM 120-UBICAR-ACTIVIDAD
                       IF w-act-hallada > ZERO AND w-cant-ins < 3000
                           ADD 1 TO w-cant-ins
                           MOVE w-act-hallada TO w-ins-act (w-cant-ins)
                           MOVE ins-legajo TO w-ins-legajo (w-cant-ins)
                           ADD 1 TO w-act-inscriptos (w-act-hallada)
                       END-IF
                   END-IF
                   PERFORM 160-LEER-INSCRIPCION
               END-PERFORM
               CLOSE INSCRIPCIONES
           ELSE
               IF w-status-ins = "05"
                   CLOSE INSCRIPCIONES
               END-IF
           END-IF.

       160-LEER-INSCRIPCION.
           READ INSCRIPCIONES AT END MOVE 1 TO w-flag-arch.

      * Lo cobrado en el mes segun la fecha del recibo; los
      * contra-recibos de anulacion del mes restan. El concepto sale
      * de la cuota cobrada, como en los comprobantes fiscales.
       200-RECAUDACION-MES.
           OPEN INPUT CUOTAS.
           OPEN INPUT CUOTAS-HIST.
           IF w-status-his = "00"
               MOVE 1 TO w-hay-hist
           ELSE
               IF w-status-his = "05"
                   CLOSE CUOTAS-HIST
               END-IF
           END-IF.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT RECIBOS.
           IF w-status-rcb = "00"
               PERFORM 210-LEER-RECIBO
               PERFORM UNTIL w-flag-arch = 1
                   COMPUTE w-periodo-rcb = rcb-fecha / 100
                   IF w-periodo-rcb = w-periodo-pedido
                   AND (rcb-cuota < 51 OR rcb-cuota > 62)
                       PERFORM 220-CONCEPTO-RECIBO
                       IF w-concepto-rcb NOT = 1
                       AND w-concepto-rcb NOT = 99
                           PERFORM 240-IMPUTAR-RECIBO
                       END-IF
                   END-IF
                   PERFORM 210-LEER-RECIBO
               END-PERFORM
               CLOSE RECIBOS
           ELSE
               IF w-status-rcb = "05"
                   CLOSE RECIBOS
               END-IF
           END-IF.
           CLOSE CUOTAS.
           IF w-hay-hist = 1
               CLOSE CUOTAS-HIST
           END-IF.

       210-LEER-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-arch.

       220-CONCEPTO-RECIBO.
           MOVE 99 TO w-concepto-rcb.
           MOVE rcb-alumno TO cuo-alumno.
           MOVE rcb-cuota TO cuo-cuota.
           MOVE rcb-anio TO cuo-anio.
           READ CUOTAS
               INVALID KEY
                   IF w-hay-hist = 1
                       PERFORM 225-CONCEPTO-HIST
                   END-IF
               NOT INVALID KEY
                   MOVE cuo-concepto TO w-concepto-rcb
           END-READ.

       225-CONCEPTO-HIST.
           MOVE rcb-alumno TO his-alumno.
           MOVE rcb-cuota TO his-cuota.
           MOVE rcb-anio TO his-anio.
           READ CUOTAS-HIST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE his-concepto TO w-concepto-rcb
           END-READ.

      * La cuota no dice de que actividad es, solo su concepto: el
      * cobro va a las actividades vigentes del socio con ese
      * concepto. Si el socio toma mas de una con el mismo concepto
      * se reparte en proporcion al arancel de cada una, y el resto
      * del redondeo queda en la ultima.
       240-IMPUTAR-RECIBO.
           MOVE ZERO TO w-cant-match.
           MOVE ZERO TO w-suma-aranceles.
           PERFORM VARYING w-ind-ins FROM 1 BY 1
                   UNTIL w-ind-ins > w-cant-ins
               IF w-ins-legajo (w-ind-ins) = rcb-alumno
               AND w-act-concepto (w-ins-act (w-ind-ins))
                   = w-concepto-rcb
               AND w-cant-match < 20
                   ADD 1 TO w-cant-match
                   MOVE w-ins-act (w-ind-ins)
                       TO w-match-act (w-cant-match)
                   ADD w-act-arancel (w-ins-act (w-ind-ins))
                       TO w-suma-aranceles
               END-IF
           END-PERFORM.
           IF w-cant-match > ZERO
               ADD 1 TO w-cant-recibos
               MOVE rcb-importe TO w-importe-rcb
               IF rcb-estado = "X"
                   COMPUTE w-importe-rcb = 0 - w-importe-rcb
               END-IF
               MOVE w-importe-rcb TO w-importe-resto
               PERFORM VARYING w-ind-match FROM 1 BY 1
                       UNTIL w-ind-match > w-cant-match
                   PERFORM 250-PARTE-ACTIVIDAD
               END-PERFORM
           END-IF.

       250-PARTE-ACTIVIDAD.
           MOVE w-match-act (w-ind-match) TO w-ind-act.
           IF w-ind-match = w-cant-match
               MOVE w-importe-resto TO w-importe-parte
           ELSE
               IF w-suma-aranceles > ZERO
                   COMPUTE w-importe-parte = w-importe-rcb
                       * w-act-arancel (w-ind-act) / w-suma-aranceles
               ELSE
                   COMPUTE w-importe-parte =
                       w-importe-rcb / w-cant-match
               END-IF
           END-IF.
           ADD w-importe-parte TO w-act-recaudado (w-ind-act).
           SUBTRACT w-importe-parte FROM w-importe-resto.

       300-CARGAR-PROFESORES.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT PROFESORES.
           IF w-status-prf = "00"
               PERFORM 310-LEER-PROFESOR
               PERFORM UNTIL w-flag-arch = 1
                   IF w-cant-prf < 100 AND prf-estado = "A"
                       ADD 1 TO w-cant-prf
                       MOVE prf-codigo TO w-prf-codigo (w-cant-prf)
                       MOVE prf-nombre TO w-prf-nombre (w-cant-prf)
                       MOVE prf-estado TO w-prf-estado (w-cant-prf)
                   END-IF
                   PERFORM 310-LEER-PROFESOR
               END-PERFORM
               CLOSE PROFESORES
           ELSE
               IF w-status-prf = "05"
                   CLOSE PROFESORES
               END-IF
           END-IF.

       310-LEER-PROFESOR.
           READ PROFESORES AT END MOVE 1 TO w-flag-arch.

       350-CARGAR-ASIGNACIONES.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT PROF-ACTIVIDADES.
           IF w-status-pac = "00"
               PERFORM 360-LEER-ASIGNACION
               PERFORM UNTIL w-flag-arch = 1
                   MOVE pac-actividad TO w-act-buscada
                   PERFORM 120-UBICAR-ACTIVIDAD
                   IF w-cant-pac < 300 AND pac-estado = "A"
                   AND w-act-hallada > ZERO
                       ADD 1 TO w-cant-pac
                       MOVE pac-profesor
                           TO w-pac-profesor (w-cant-pac)
                       MOVE pac-actividad
                           TO w-pac-actividad (w-cant-pac)
                       MOVE pac-modalidad
                           TO w-pac-modalidad (w-cant-pac)
                       MOVE pac-porcentaje
                           TO w-pac-porcentaje (w-cant-pac)
                       MOVE pac-monto TO w-pac-monto (w-cant-pac)
                       MOVE w-act-hallada
                           TO w-pac-act-ind (w-cant-pac)
                       MOVE ZERO TO w-pac-honorario (w-cant-pac)
                       MOVE ZERO TO w-pac-base (w-cant-pac)
                   END-IF
                   PERFORM 360-LEER-ASIGNACION
               END-PERFORM
               CLOSE PROF-ACTIVIDADES
           ELSE
               IF w-status-pac = "05"
                   CLOSE PROF-ACTIVIDADES
               END-IF
           END-IF.

       360-LEER-ASIGNACION.
           READ PROF-ACTIVIDADES AT END MOVE 1 TO w-flag-arch.

      * Con porcentaje, la base es lo recaudado neto de la
      * actividad (si las anulaciones dejan el mes en negativo no se
      * paga nada); con monto fijo se paga el monto tal cual.
       400-CALCULAR-HONORARIOS.
           PERFORM VARYING w-ind-pac FROM 1 BY 1
                   UNTIL w-ind-pac > w-cant-pac
               MOVE w-pac-act-ind (w-ind-pac) TO w-ind-act
               MOVE ZERO TO w-base
               IF w-act-recaudado (w-ind-act) > ZERO
                   MOVE w-act-recaudado (w-ind-act) TO w-base
               END-IF
               MOVE w-base TO w-pac-base (w-ind-pac)
               IF w-pac-modalidad (w-ind-pac) = "F"
                   MOVE w-pac-monto (w-ind-pac)
                       TO w-pac-honorario (w-ind-pac)
               ELSE
                   COMPUTE w-pac-honorario (w-ind-pac) = w-base
                       * w-pac-porcentaje (w-ind-pac) / 100
               END-IF
           END-PERFORM.

       500-EMITIR-LISTADO.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO lis-linea.
           STRING "LIQUIDACION DE HONORARIOS PERIODO "
               w-periodo-pedido " (EMITIDA EL " w-fecha-hoy ")"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind-prf FROM 1 BY 1
                   UNTIL w-ind-prf > w-cant-prf
               PERFORM 510-DETALLE-PROFESOR
           END-PERFORM.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE "TOTAL A PAGAR:" TO lt-leyenda.
           MOVE w-tot-general TO lt-importe.
           WRITE lis-linea FROM lin-total.
           CLOSE LISTADO.

       510-DETALLE-PROFESOR.
           MOVE ZERO TO w-tot-profesor.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           STRING "PROFESOR " w-prf-codigo (w-ind-prf) " "
               w-prf-nombre (w-ind-prf)
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM lin-titulo.
           PERFORM VARYING w-ind-pac FROM 1 BY 1
                   UNTIL w-ind-pac > w-cant-pac
               IF w-pac-profesor (w-ind-pac) = w-prf-codigo (w-ind-prf)
                   PERFORM 520-LINEA-ACTIVIDAD
               END-IF
           END-PERFORM.
           MOVE "TOTAL PROFESOR:" TO lt-leyenda.
           MOVE w-tot-profesor TO lt-importe.
           WRITE lis-linea FROM lin-total.
           ADD w-tot-profesor TO w-tot-general.

       520-LINEA-ACTIVIDAD.
           MOVE w-pac-act-ind (w-ind-pac) TO w-ind-act.
           MOVE w-act-codigo (w-ind-act) TO l-actividad.
           MOVE w-act-nombre (w-ind-act) TO l-nombre.
           MOVE w-act-inscriptos (w-ind-act) TO l-inscriptos.
           MOVE w-pac-base (w-ind-pac) TO l-recaudado.
           MOVE SPACES TO l-modalidad.
           IF w-pac-modalidad (w-ind-pac) = "F"
               MOVE "MONTO FIJO" TO l-modalidad
           ELSE
               STRING w-pac-porcentaje (w-ind-pac) "% RECAUDADO"
                   DELIMITED BY SIZE INTO l-modalidad
           END-IF.
           MOVE w-pac-honorario (w-ind-pac) TO l-honorario.
           WRITE lis-linea FROM lin-detalle.
           ADD w-pac-honorario (w-ind-pac) TO w-tot-profesor.
           IF w-pac-honorario (w-ind-pac) > ZERO
               ADD 1 TO w-cant-lineas
           END-IF.

       600-REGISTRAR-HONORARIOS.
           OPEN EXTEND HONORARIOS.
           PERFORM VARYING w-ind-pac FROM 1 BY 1
                   UNTIL w-ind-pac > w-cant-pac
               IF w-pac-honorario (w-ind-pac) > ZERO
                   PERFORM 610-GRABAR-HONORARIO
               END-IF
           END-PERFORM.
           CLOSE HONORARIOS.

      * Solo se registran los profesores activos (los de la tabla);
      * una asignacion de un profesor dado de baja no se paga.
       610-GRABAR-HONORARIO.
           MOVE ZERO TO w-act-hallada.
           PERFORM VARYING w-ind-prf FROM 1 BY 1
                   UNTIL w-ind-prf > w-cant-prf
               IF w-prf-codigo (w-ind-prf) = w-pac-profesor (w-ind-pac)
                   MOVE 1 TO w-act-hallada
               END-IF
           END-PERFORM.
           IF w-act-hallada = 1
               MOVE w-pac-act-ind (w-ind-pac) TO w-ind-act
               MOVE SPACES TO hon-reg
               MOVE w-periodo-pedido TO hon-periodo
               MOVE w-pac-profesor (w-ind-pac) TO hon-profesor
               MOVE w-pac-actividad (w-ind-pac) TO hon-actividad
               MOVE w-act-sede (w-ind-act) TO hon-sede
               MOVE w-pac-base (w-ind-pac) TO hon-recaudado
               MOVE w-pac-honorario (w-ind-pac) TO hon-importe
               MOVE w-fecha-hoy TO hon-fecha
               WRITE hon-reg
           END-IF.

       END PROGRAM LIQUIDAR-HONORARIOS.
