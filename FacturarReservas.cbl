                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rsv.
           SELECT OPTIONAL CTA ASSIGN TO "..\cuotas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cta.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL ARANCELES ASSIGN TO "..\aranceles_hist.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-arh.
       DATA DIVISION.
       FILE SECTION.

      * Reservas (las graba ReservarInstalacion): ademas del
      * arancel, las ausencias y cancelaciones tardias traen una
      * penalidad pendiente (P) que se factura aca y pasa a F.
       FD  RESERVAS.
       01  rsv-reg.
           03 rsv-instalacion pic 9(3).
           03 rsv-arancel pic 9(8).
           03 filler pic x value space.
           03 rsv-estado pic x.
           03 filler pic x value space.
           03 rsv-asistencia pic x.
           03 filler pic x value space.
           03 rsv-penalidad pic 9(8).
           03 filler pic x value space.
           03 rsv-pen-estado pic x.

       FD  CTA.
       01  cuo-tex-reg.
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

      * Historia de aranceles (la mantiene MantenerAranceles): el
      * turno se factura al arancel de la instalacion (tipo I)
      * vigente el dia del turno.
       FD  ARANCELES.
       01  arh-reg.
           03 arh-tipo pic x.
           03 filler pic x value space.
           03 arh-codigo pic 9(3).
           03 filler pic x value space.
           03 arh-vigencia pic 9(8).
           03 filler pic x value space.
           03 arh-importe pic 9(8).
           03 filler pic x value space.
           03 arh-fecha-carga pic 9(8).
           03 filler pic x value space.
           03 arh-operador pic x(8).
           03 filler pic x value space.
           03 arh-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-status-rsv pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-cargo pic 9(4) value zero.
       77  w-concepto-reserva pic 9(2) value 5.
       77  w-concepto-penalidad pic 9(2) value 8.
       77  w-cant-penalidades pic 9(4) value zero.
       77  w-tot-penalidades pic 9(10) value zero.
       77  w-cuota-desde pic 9(2) value zero.
       77  w-importe-cargo pic 9(8) value zero.
       77  w-concepto-cargo pic 9(2) value zero.
       77  w-cant-rsv pic 9(4) value zero.
       77  w-ind-rsv pic 9(4) value zero.
       77  w-ind-bus pic 9(4) value zero.
       77  w-tot-facturado pic 9(10) value zero.
       77  w-cant-socios pic 9(3) value zero.
       77  w-ind-soc pic 9(3) value zero.
       77  w-soc-hallado pic 9(3) value zero.
       77  w-cuota-libre pic 9(2) value zero.
       77  w-status-cta pic xx value spaces.
       77  w-flag-cta pic 9 value zero.
       77  w-cant-pend pic 9(4) value zero.
       77  w-ind-pend pic 9(4) value zero.
       77  w-cuota-tomada pic 9 value zero.
       77  w-status-arh pic xx value spaces.
       77  w-flag-arh pic 9 value zero.
       77  w-cant-arh pic 9(4) value zero.
       77  w-ind-arh pic 9(4) value zero.
       77  w-vig-hallada pic 9(8) value zero.
       77  w-arh-hallado pic 9(4) value zero.
       77  w-cant-reajustadas pic 9(4) value zero.
       01  w-tab-aranceles.
           03 w-tab-arh occurs 2000.
               05 w-arh-codigo pic 9(3).
               05 w-arh-vigencia pic 9(8).
               05 w-arh-importe pic 9(8).
       01  w-tab-reservas.
           03 w-tab-rsv occurs 2000.
               05 w-rsv-instalacion pic 9(3).
               05 w-rsv-legajo pic 9(5).
               05 w-rsv-arancel pic 9(8).
               05 w-rsv-estado pic x.
               05 w-rsv-asistencia pic x.
               05 w-rsv-penalidad pic 9(8).
               05 w-rsv-pen-estado pic x.
      * Cargos que ya estan en cuotas.txt esperando a CuotaTexAindex
      * (pases, carnets, casilleros u otra facturacion de reservas):
      * sus numeros de cuota tampoco estan libres aunque todavia no
      * figuren en CUOTAS.
       01  w-tab-pendientes.
           03 w-tab-pend occurs 2000.
               05 w-pend-alumno pic 9(5).
               05 w-pend-cuota pic 9(2).
       01  w-tab-socios.
           03 w-tab-soc occurs 200.
               05 w-soc-legajo pic 9(5).
               05 w-soc-importe pic 9(8).
               05 w-soc-penalidad pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           COMPUTE w-anio-cargo = w-fecha-factura / 10000.
           PERFORM 100-CARGAR-RESERVAS.
           PERFORM 150-CARGAR-ARANCELES.
           PERFORM 200-ACUMULAR-POR-SOCIO.
           IF w-cant-socios = ZERO
               DISPLAY "NO HAY RESERVAS NI PENALIDADES SIN FACTURAR "
                   "PARA EL "
                   w-fecha-factura
               STOP RUN
           END-IF.
           PERFORM 170-CARGAR-PENDIENTES.
           PERFORM 300-GENERAR-CARGOS.
           PERFORM 500-MARCAR-FACTURADAS.
           DISPLAY "CARGOS GENERADOS : " w-cant-cargos.
           DISPLAY "IMPORTE FACTURADO: " w-tot-facturado.
           DISPLAY "PENALIDADES      : " w-cant-penalidades
               " POR " w-tot-penalidades.
           IF w-cant-reajustadas > ZERO
               DISPLAY "RESERVAS FACTURADAS AL ARANCEL VIGENTE DEL "
                   "TURNO, DISTINTO DEL DE LA RESERVA: "
                   w-cant-reajustadas
           END-IF.
           DISPLAY "LOS CARGOS ENTRAN A CUOTAS CON LA PROXIMA "
               "CORRIDA DE CuotaTexAindex".
           STOP RUN.
                       MOVE rsv-legajo TO w-rsv-legajo (w-cant-rsv)
                       MOVE rsv-arancel TO w-rsv-arancel (w-cant-rsv)
                       MOVE rsv-estado TO w-rsv-estado (w-cant-rsv)
                       MOVE rsv-asistencia
                           TO w-rsv-asistencia (w-cant-rsv)
                       MOVE rsv-pen-estado
                           TO w-rsv-pen-estado (w-cant-rsv)
                       IF rsv-penalidad IS NUMERIC
                           MOVE rsv-penalidad
                               TO w-rsv-penalidad (w-cant-rsv)
                       ELSE
                           MOVE ZERO TO w-rsv-penalidad (w-cant-rsv)
                       END-IF
                   END-IF
                   PERFORM 110-LEER-RESERVA
               END-PERFORM
       110-LEER-RESERVA.
           READ RESERVAS AT END MOVE 1 TO w-flag-rsv.

      * Solo los cambios en vigor de instalaciones; los anulados no
      * cuentan.
       150-CARGAR-ARANCELES.
           MOVE ZERO TO w-cant-arh.
           OPEN INPUT ARANCELES.
           IF w-status-arh = "00"
               PERFORM 160-LEER-ARANCEL
               PERFORM UNTIL w-flag-arh = 1
                   IF arh-tipo = "I" AND arh-estado = "A"
                   AND w-cant-arh < 2000
                       ADD 1 TO w-cant-arh
                       MOVE arh-codigo TO w-arh-codigo (w-cant-arh)
                       MOVE arh-vigencia
                           TO w-arh-vigencia (w-cant-arh)
                       MOVE arh-importe TO w-arh-importe (w-cant-arh)
                   END-IF
                   PERFORM 160-LEER-ARANCEL
               END-PERFORM
               CLOSE ARANCELES
           ELSE
               IF w-status-arh = "05"
                   CLOSE ARANCELES
               END-IF
           END-IF.

       160-LEER-ARANCEL.
           READ ARANCELES AT END MOVE 1 TO w-flag-arh.

       170-CARGAR-PENDIENTES.
           OPEN INPUT CTA.
           IF w-status-cta = "00"
               PERFORM 180-LEER-CTA
               PERFORM UNTIL w-flag-cta = 1
                   IF cuo-tex-anio = w-anio-cargo
                   AND w-cant-pend < 2000
                       ADD 1 TO w-cant-pend
                       MOVE cuo-tex-alumno
                           TO w-pend-alumno (w-cant-pend)
                       MOVE cuo-tex-cuota TO w-pend-cuota (w-cant-pend)
                   END-IF
                   PERFORM 180-LEER-CTA
               END-PERFORM
               CLOSE CTA
           ELSE
               IF w-status-cta = "05"
                   CLOSE CTA
               END-IF
           END-IF.

       180-LEER-CTA.
           READ CTA AT END MOVE 1 TO w-flag-cta.

      * Los aranceles del dia se consolidan en un cargo por socio:
      * varias reservas del mismo socio en el dia suman un unico
      * cargo en lugar de pelear por la clave de CUOTAS. Las
      * penalidades pendientes hasta la fecha (de cualquier dia, por
      * si alguna quedo sin facturar) suman aparte, en su cargo.
       200-ACUMULAR-POR-SOCIO.
           PERFORM VARYING w-ind-rsv FROM 1 BY 1
                   UNTIL w-ind-rsv > w-cant-rsv
               IF w-rsv-estado (w-ind-rsv) = "R"
               AND w-rsv-fecha (w-ind-rsv) = w-fecha-factura
                   IF w-cant-arh > ZERO
                       PERFORM 220-ARANCEL-VIGENTE
                   END-IF
                   PERFORM 240-UBICAR-SOCIO
                   IF w-soc-hallado NOT = ZERO
                       ADD w-rsv-arancel (w-ind-rsv)
                           TO w-soc-importe (w-soc-hallado)
                   END-IF
               END-IF
               IF w-rsv-pen-estado (w-ind-rsv) = "P"
               AND w-rsv-fecha (w-ind-rsv) <= w-fecha-factura
                   PERFORM 240-UBICAR-SOCIO
                   IF w-soc-hallado NOT = ZERO
                       ADD w-rsv-penalidad (w-ind-rsv)
                           TO w-soc-penalidad (w-soc-hallado)
                   END-IF
               END-IF
           END-PERFORM.

      * La reserva guarda el arancel del dia en que se tomo; si
      * para el dia del turno rige otro, se factura el vigente y la
      * reserva queda regrabada con lo facturado. Sin historia para
      * la instalacion se respeta el de la reserva.
       220-ARANCEL-VIGENTE.
           MOVE ZERO TO w-vig-hallada.
           MOVE ZERO TO w-arh-hallado.
           PERFORM VARYING w-ind-arh FROM 1 BY 1
                   UNTIL w-ind-arh > w-cant-arh
               IF w-arh-codigo (w-ind-arh) =
                   w-rsv-instalacion (w-ind-rsv)
               AND w-arh-vigencia (w-ind-arh) <=
                   w-rsv-fecha (w-ind-rsv)
               AND w-arh-vigencia (w-ind-arh) >= w-vig-hallada
                   MOVE w-arh-vigencia (w-ind-arh) TO w-vig-hallada
                   MOVE w-ind-arh TO w-arh-hallado
               END-IF
           END-PERFORM.
           IF w-arh-hallado NOT = ZERO
               IF w-arh-importe (w-arh-hallado) NOT =
                   w-rsv-arancel (w-ind-rsv)
                   MOVE w-arh-importe (w-arh-hallado)
                       TO w-rsv-arancel (w-ind-rsv)
                   ADD 1 TO w-cant-reajustadas
               END-IF
           END-IF.

       240-UBICAR-SOCIO.
           MOVE ZERO TO w-soc-hallado.
           PERFORM VARYING w-ind-soc FROM 1 BY 1
                   UNTIL w-ind-soc > w-cant-socios
               IF w-soc-legajo (w-ind-soc)
                       = w-rsv-legajo (w-ind-rsv)
                   MOVE w-ind-soc TO w-soc-hallado
               END-IF
           END-PERFORM.
           IF w-soc-hallado = ZERO AND w-cant-socios < 200
               ADD 1 TO w-cant-socios
               MOVE w-cant-socios TO w-soc-hallado
               MOVE w-rsv-legajo (w-ind-rsv)
                   TO w-soc-legajo (w-cant-socios)
               MOVE ZERO TO w-soc-importe (w-cant-socios)
               MOVE ZERO TO w-soc-penalidad (w-cant-socios)
           END-IF.

      * Cada cargo sale por cuotas.txt con el concepto propio de
      * en el rango 13-50 (por debajo quedan las cuotas sociales,
      * por encima los convenios). Conviene correr este paso una
      * vez por dia, antes de que CuotaTexAindex cargue el lote.
      * La penalidad va en un cargo aparte con el concepto 08 y
      * toma el numero libre siguiente al del arancel, que todavia
      * no esta en CUOTAS.
       300-GENERAR-CARGOS.
           OPEN EXTEND CTA.
           OPEN INPUT CUOTAS.
           PERFORM VARYING w-ind-soc FROM 1 BY 1
                   UNTIL w-ind-soc > w-cant-socios
               MOVE 13 TO w-cuota-desde
               IF w-soc-importe (w-ind-soc) > ZERO
                   MOVE w-soc-importe (w-ind-soc) TO w-importe-cargo
                   MOVE w-concepto-reserva TO w-concepto-cargo
                   PERFORM 320-CARGO-SOCIO
               END-IF
               IF w-soc-penalidad (w-ind-soc) > ZERO
                   MOVE w-soc-penalidad (w-ind-soc) TO w-importe-cargo
                   MOVE w-concepto-penalidad TO w-concepto-cargo
                   PERFORM 320-CARGO-SOCIO
                   IF w-cuota-libre NOT = ZERO
                       ADD 1 TO w-cant-penalidades
                       ADD w-importe-cargo TO w-tot-penalidades
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CUOTAS.
           CLOSE CTA.

       320-CARGO-SOCIO.
           PERFORM 350-BUSCAR-CUOTA-LIBRE.
           IF w-cuota-libre = ZERO
               DISPLAY "LEGAJO " w-soc-legajo (w-ind-soc)
                   " SIN NUMERO DE CUOTA LIBRE, CARGO NO "
                   "GENERADO"
           ELSE
               PERFORM 400-GRABAR-CARGO
               COMPUTE w-cuota-desde = w-cuota-libre + 1
           END-IF.

       350-BUSCAR-CUOTA-LIBRE.
           MOVE ZERO TO w-cuota-libre.
           PERFORM VARYING w-ind-bus FROM w-cuota-desde BY 1
                   UNTIL w-ind-bus > 50 OR w-cuota-libre NOT = ZERO
               PERFORM 360-VER-PENDIENTE
               IF w-cuota-tomada = ZERO
                   MOVE w-soc-legajo (w-ind-soc) TO cuo-alumno
                   MOVE w-ind-bus TO cuo-cuota
                   MOVE w-anio-cargo TO cuo-anio
                   READ CUOTAS
                       INVALID KEY MOVE w-ind-bus TO w-cuota-libre
                       NOT INVALID KEY CONTINUE
                   END-READ
               END-IF
           END-PERFORM.

       360-VER-PENDIENTE.
           MOVE ZERO TO w-cuota-tomada.
           PERFORM VARYING w-ind-pend FROM 1 BY 1
                   UNTIL w-ind-pend > w-cant-pend
               IF w-pend-alumno (w-ind-pend) = w-soc-legajo (w-ind-soc)
               AND w-pend-cuota (w-ind-pend) = w-ind-bus
                   MOVE 1 TO w-cuota-tomada
               END-IF
           END-PERFORM.

       400-GRABAR-CARGO.
           MOVE w-anio-cargo TO cuo-tex-anio.
           MOVE w-fecha-factura TO cuo-tex-fecha.
           MOVE "I" TO cuo-tex-estado.
           MOVE w-importe-cargo TO cuo-tex-importe.
           MOVE ZERO TO cuo-tex-pagado.
           MOVE w-importe-cargo TO cuo-tex-debe.
           MOVE w-concepto-cargo TO cuo-tex-concepto.
           WRITE cuo-tex-reg.
           ADD 1 TO w-cant-cargos.
           ADD w-importe-cargo TO w-tot-facturado.

       500-MARCAR-FACTURADAS.
           PERFORM VARYING w-ind-rsv FROM 1 BY 1
               AND w-rsv-fecha (w-ind-rsv) = w-fecha-factura
                   MOVE "F" TO w-rsv-estado (w-ind-rsv)
               END-IF
               IF w-rsv-pen-estado (w-ind-rsv) = "P"
               AND w-rsv-fecha (w-ind-rsv) <= w-fecha-factura
                   MOVE "F" TO w-rsv-pen-estado (w-ind-rsv)
               END-IF
           END-PERFORM.
           OPEN OUTPUT RESERVAS.
           PERFORM VARYING w-ind-rsv FROM 1 BY 1
               MOVE w-rsv-legajo (w-ind-rsv) TO rsv-legajo
               MOVE w-rsv-arancel (w-ind-rsv) TO rsv-arancel
               MOVE w-rsv-estado (w-ind-rsv) TO rsv-estado
               MOVE w-rsv-asistencia (w-ind-rsv) TO rsv-asistencia
               MOVE w-rsv-penalidad (w-ind-rsv) TO rsv-penalidad
               MOVE w-rsv-pen-estado (w-ind-rsv) TO rsv-pen-estado
               WRITE rsv-reg
           END-PERFORM.
           CLOSE RESERVAS.
