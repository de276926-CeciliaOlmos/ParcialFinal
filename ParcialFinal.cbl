           SELECT OPTIONAL BITACORA
                   ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JUDICIALES ASSIGN TO "..\judiciales.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-judiciales.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rhc-llave
                   FILE STATUS IS w-status-rhc.
           SELECT OPTIONAL ANUALES ASSIGN TO "..\anual_pagado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x value space.
           03 con-resultado pic x(15).

      * Movimientos de deuda incobrable (los castigos los graba
      * CastigarIncobrables): el posteo agrega un registro "R" por
      * cada cobro aplicado a una cuota castigada, que GenerarAsientos
      * toma como recupero de incobrables.
       FD  CASTIGOS.
       01  cas-reg.
           03 cas-tipo pic x.
           03 filler pic x value space.
           03 cas-legajo pic 9(5).
           03 filler pic x value space.
           03 cas-cuota pic 9(2).
           03 filler pic x value space.
           03 cas-anio pic 9(4).
           03 filler pic x value space.
           03 cas-concepto pic 9(2).
           03 filler pic x value space.
           03 cas-importe pic 9(8).
           03 filler pic x value space.
           03 cas-fecha pic 9(8).
           03 filler pic x value space.
           03 cas-operador pic x(8).

      * Cartera derivada a gestion judicial (la mantiene
      * GestionJudicial): a un socio con un caso abierto (D
      * derivado o A acuerdo) solo se le aplica la condonacion
      * autorizada por supervisor (detalle tipo 6).
       FD  JUDICIALES.
       01  jud-reg.
           03 jud-legajo pic 9(5).
           03 filler pic x value space.
           03 jud-fecha-deriv pic 9(8).
           03 filler pic x value space.
           03 jud-estudio pic x(20).
           03 filler pic x value space.
           03 jud-deuda pic 9(10).
           03 filler pic x value space.
           03 jud-estado pic x.
           03 filler pic x value space.
           03 jud-fecha-res pic 9(8).
           03 filler pic x value space.
           03 jud-importe-res pic 9(10).
           03 filler pic x value space.
           03 jud-operador pic x(8).

      * Segunda vista de recibos.txt, solo de consulta: la anulacion
      * (detalle tipo 4) necesita buscar el recibo original mientras
      * RECIBOS sigue abierto en EXTEND para los contra-recibos.
           03 filler pic x value space.
           03 cal-descripcion pic x(20).

      * Pagos anuales anticipados aplicados (detalle tipo 7): uno
      * por socio y anio, con el total de las cuotas canceladas, el
      * descuento otorgado y lo cobrado. De aca salen el asiento del
      * descuento (GenerarAsientos), el listado de socios con el
      * anual pagado y la marca que evita que los generadores le
      * vuelvan a facturar cuota social de ese anio.
       FD  ANUALES.
       01  apa-reg.
           03 apa-legajo pic 9(5).
           03 filler pic x value space.
           03 apa-anio pic 9(4).
           03 filler pic x value space.
           03 apa-fecha pic 9(8).
           03 filler pic x value space.
           03 apa-recibo pic 9(10).
           03 filler pic x value space.
           03 apa-cuotas pic 9(2).
           03 filler pic x value space.
           03 apa-bruto pic 9(8).
           03 filler pic x value space.
           03 apa-pct pic 9(2).
           03 filler pic x value space.
           03 apa-descuento pic 9(8).
           03 filler pic x value space.
           03 apa-neto pic 9(8).

       WORKING-STORAGE SECTION.
       77  w-pct-anual pic 9(2) value 10.
       77  w-flag-anual pic 9 value zero.
       77  w-anual-cant pic 9(2) value zero.
       77  w-anual-aplicadas pic 9(2) value zero.
       77  w-anual-bruto pic 9(8) value zero.
       77  w-anual-descuento pic 9(8) value zero.
       77  w-anual-neto pic 9(8) value zero.
       77  w-anual-cobrado pic 9(8) value zero.
       77  w-cant-anuales pic 9(6) value zero.
       77  w-cant-anuales-rech pic 9(6) value zero.
       77  w-tot-desc-anual pic 9(10) value zero.
       77  w-recibo-guardado pic 9(10) value zero.
       77  w-status-cal pic xx value spaces.
       77  w-flag-cal pic 9 value zero.
       77  w-cant-cal pic 9(3) value zero.
       77  w-imp-concepto pic 9(8) value zero.
       77  w-hubo-pago pic 9 value zero.
       77  w-cant-condonaciones pic 9(6) value zero.
       77  w-cuota-castigada pic 9 value zero.
       77  w-status-judiciales pic xx value spaces.
       77  w-flag-jud pic 9 value zero.
       77  w-cant-judiciales pic 9(3) value zero.
       77  w-ind-jud pic 9(3) value zero.
       77  w-en-judicial pic 9 value zero.
       01  w-tab-judiciales.
           03 w-jud-legajo pic 9(5) occurs 500.
       77  w-imp-recupero pic 9(8) value zero.
       77  w-cant-recuperos pic 9(6) value zero.
       77  w-tot-recuperado pic 9(10) value zero.
       77  w-tot-condonado pic 9(10) value zero.
       77  w-cant-cond-rechazadas pic 9(6) value zero.
       77  w-imp-condonado pic 9(8) value zero.
                       COMPUTE w-pct-recargo-mensual =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "PCT-PAGO-ANUAL"
                       COMPUTE w-pct-anual =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 103-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
                   move nov-det-importe to srt-det-importe
                   RELEASE srt-det-reg
                   IF nov-det-tipo NOT = 3 AND nov-det-tipo NOT = 4
                   AND nov-det-tipo NOT = 6
                       ADD 1 TO w-cant-novedades
                       ADD nov-det-importe TO w-tot-importe-novedades
                   END-IF
           END-IF.

      * Los pagos (tipos 0 y 5) son una sola clase frente a los
      * puntos de control; las condonaciones (3 y 6), anulaciones
      * (4) y pagos anuales (7) solo coinciden con un punto de su
      * propia clase.
       172-BUSCAR-PUNTO.
           IF nov-det-tipo = 3 OR nov-det-tipo = 4
           OR nov-det-tipo = 7
               MOVE nov-det-tipo TO w-clase-detalle
           ELSE
               IF nov-det-tipo = 6
                   MOVE 3 TO w-clase-detalle
               ELSE
                   MOVE ZERO TO w-clase-detalle
               END-IF
           END-IF.
           PERFORM VARYING idx-apl FROM 1 BY 1
               UNTIL idx-apl > w-cant-aplicadas
           OPEN I-O CONVENIOS.
           OPEN EXTEND CONDONACIONES.
           OPEN EXTEND BITACORA.
           OPEN EXTEND CASTIGOS.
           OPEN EXTEND ANUALES.
           IF es-simulacion
               OPEN OUTPUT SIM-DETALLE
               MOVE "DETALLE DE SIMULACION: CUOTA POR CUOTA"
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 191-CARGAR-CALENDARIO.
           PERFORM 193-CARGAR-CIERRES.
           PERFORM 195-CARGAR-JUDICIALES.

       191-CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO.
       194-LEER-CIERRE.
           READ CIERRES AT END MOVE 1 TO w-flag-cie.

      * Solo interesan los legajos con caso abierto en el estudio.
       195-CARGAR-JUDICIALES.
           OPEN INPUT JUDICIALES.
           IF w-status-judiciales = "00"
               PERFORM 196-LEER-JUDICIAL
               PERFORM UNTIL w-flag-jud = 1
                   IF (jud-estado = "D" OR jud-estado = "A")
                   AND w-cant-judiciales < 500
                       ADD 1 TO w-cant-judiciales
                       MOVE jud-legajo
                           TO w-jud-legajo (w-cant-judiciales)
                   END-IF
                   PERFORM 196-LEER-JUDICIAL
               END-PERFORM
               CLOSE JUDICIALES
           ELSE
               IF w-status-judiciales = "05"
                   CLOSE JUDICIALES
               END-IF
           END-IF.

       196-LEER-JUDICIAL.
           READ JUDICIALES AT END MOVE 1 TO w-flag-jud.

       246-VERIFICAR-CIERRE.
           MOVE ZERO TO w-periodo-cerrado.
           PERFORM VARYING w-ind-cie FROM 1 BY 1
           IF w-periodo-cerrado = 1
               PERFORM 937-RECHAZAR-CERRADO
           ELSE
               IF srt-det-tipo = 3 OR srt-det-tipo = 6
                   PERFORM 960-PROCESAR-CONDONACION
               ELSE
                   IF srt-det-tipo = 4
                       PERFORM 966-PROCESAR-ANULACION
                   ELSE
                       IF srt-det-tipo = 7
                           PERFORM 920-PROCESAR-ANUAL
                       ELSE
                           ADD srt-det-importe TO w-acum-imp-cuot
                           MOVE srt-det-recibo TO w-recibo
                           MOVE 1 TO w-hubo-pago
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO w-cant-excepciones.
           ADD 1 TO w-cant-cerradas.
           IF srt-det-tipo NOT = 3 AND srt-det-tipo NOT = 4
           AND srt-det-tipo NOT = 6
               ADD srt-det-importe TO w-tot-importe-excepciones
           END-IF.

      * seguir cobrandose. Cuando la busqueda no encontro el legajo,
      * 630-BUSCAR-ALU-SINONIMO ya derivo el detalle (excepcion), y
      * aca no se vuelve a procesar.
      * Lo mismo vale para el cobro de una cuota castigada como
      * incobrable: el castigo la saca de la deuda del socio, que
      * puede figurar pagado, y el cobro igual tiene que aplicarse
      * como recupero.
       250-FIN-CUOTA.
           MOVE w-alu TO w-alu-ant.
           IF w-hubo-pago = 1
               PERFORM 300-BUSCAR-ALU-EN-ALU
               IF w-alu-ant = alu-alumno
                   PERFORM 251-VERIFICAR-CASTIGADA
                   IF alu-estado = "A"
                   OR (w-cuota-ant >= 51 AND w-cuota-ant <= 62)
                   OR w-cuota-castigada = 1
                       PERFORM 900-CARGAR-ARCH-CUOTAS
                   END-IF
               END-IF
           END-IF.

       251-VERIFICAR-CASTIGADA.
           MOVE ZERO TO w-cuota-castigada.
           IF w-cuota-ant >= 1 AND w-cuota-ant <= 50
               MOVE w-alu TO cuo-alumno
               MOVE w-cuota-ant TO cuo-cuota
               MOVE w-anio-proceso TO cuo-anio
               READ CUOTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF cuo-estado = "K"
                           MOVE 1 TO w-cuota-castigada
                       END-IF
               END-READ
           END-IF.

       290-FIN-SORT-ALU.
           if w-primer-alu > w-alu
               move w-alu to w-primer-alu.
               WRITE rcb-reg
           END-IF.

      * Pago anual anticipado (tipo 7, cuota 00): se vuelve a sumar
      * lo pendiente de las cuotas sociales del anio, como hizo la
      * captura; si el importe ya no coincide con ese total menos el
      * descuento (se cobro o genero algo en el medio) el pago va
      * entero a excepciones sin tocar cuotas. Si coincide, cada
      * cuota se cancela con lo cobrado menos su parte del
      * descuento (la ultima absorbe el redondeo), con un renglon
      * por cuota bajo el mismo numero de recibo, como la
      * imputacion automatica.
       920-PROCESAR-ANUAL.
           PERFORM 921-SUMAR-ANUAL.
           COMPUTE w-anual-descuento =
               w-anual-bruto * w-pct-anual / 100.
           COMPUTE w-anual-neto = w-anual-bruto - w-anual-descuento.
           IF w-anual-cant = ZERO
           OR srt-det-importe NOT = w-anual-neto
               PERFORM 929-RECHAZAR-ANUAL
           ELSE
               PERFORM 923-APLICAR-ANUAL
           END-IF.

       921-SUMAR-ANUAL.
           MOVE ZERO TO w-anual-cant.
           MOVE ZERO TO w-anual-bruto.
           MOVE ZERO TO w-flag-anual.
           MOVE w-alu TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS > cuota-llave
               INVALID KEY MOVE 1 TO w-flag-anual
           END-START.
           PERFORM UNTIL w-flag-anual = 1
               READ CUOTAS NEXT AT END MOVE 1 TO w-flag-anual
               NOT AT END
                   IF cuo-alumno NOT = w-alu
                       MOVE 1 TO w-flag-anual
                   ELSE
                       IF cuo-anio = w-anio-proceso
                       AND cuo-concepto <= 1
                       AND cuo-cuota >= 1 AND cuo-cuota <= 12
                       AND cuo-estado = "I"
                           ADD 1 TO w-anual-cant
                           ADD cuo-debe TO w-anual-bruto
                       END-IF
                   END-IF
           END-PERFORM.

      * w-recibo puede traer el numero de un pago comun del mismo
      * socio y cuota 00 que se imputa al cerrar el grupo: se
      * conserva y se repone al terminar.
       923-APLICAR-ANUAL.
           MOVE w-recibo TO w-recibo-guardado.
           MOVE srt-det-recibo TO w-recibo.
           MOVE ZERO TO w-anual-aplicadas.
           MOVE ZERO TO w-anual-cobrado.
           MOVE ZERO TO w-flag-anual.
           MOVE w-alu TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS > cuota-llave
               INVALID KEY MOVE 1 TO w-flag-anual
           END-START.
           PERFORM UNTIL w-flag-anual = 1
               READ CUOTAS NEXT AT END MOVE 1 TO w-flag-anual
               NOT AT END
                   IF cuo-alumno NOT = w-alu
                       MOVE 1 TO w-flag-anual
                   ELSE
                       IF cuo-anio = w-anio-proceso
                       AND cuo-concepto <= 1
                       AND cuo-cuota >= 1 AND cuo-cuota <= 12
                       AND cuo-estado = "I"
                           PERFORM 925-CANCELAR-CUOTA-ANUAL
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE w-recibo-guardado TO w-recibo.
           ADD w-anual-neto TO w-tot-importe-pagado.
           ADD 1 TO w-cant-anuales.
           ADD w-anual-descuento TO w-tot-desc-anual.
           IF NOT es-simulacion
               PERFORM 927-REGISTRAR-ANUAL
               MOVE w-alu TO pto-alumno
               MOVE ZERO TO pto-cuota
               MOVE w-anio-proceso TO pto-anio
               MOVE 7 TO pto-tipo
               WRITE pto-reg
           END-IF.

       925-CANCELAR-CUOTA-ANUAL.
           PERFORM 915-GUARDAR-IMAGEN.
           ADD 1 TO w-anual-aplicadas.
           IF w-anual-aplicadas = w-anual-cant
               COMPUTE w-imp-aplicado = w-anual-neto - w-anual-cobrado
           ELSE
               COMPUTE w-imp-aplicado =
                   cuo-debe - (cuo-debe * w-pct-anual / 100)
           END-IF.
           ADD w-imp-aplicado TO w-anual-cobrado.
           ADD w-imp-aplicado TO cuo-pagado.
           MOVE ZERO TO cuo-debe.
           MOVE "C" TO cuo-estado.
           IF es-simulacion
               PERFORM 1045-DETALLE-SIMULACION
           ELSE
               REWRITE cuo-reg
               PERFORM 916-ASENTAR-BITACORA
           END-IF.
           ADD 1 TO w-cant-cuotas-actualizadas.
           MOVE w-imp-aplicado TO w-imp-concepto.
           PERFORM 953-ACUMULAR-CONCEPTO.
           PERFORM 942-RECIBO-AUTO.

       927-REGISTRAR-ANUAL.
           MOVE SPACES TO apa-reg.
           MOVE w-alu TO apa-legajo.
           MOVE w-anio-proceso TO apa-anio.
           MOVE w-fecha-proceso TO apa-fecha.
           MOVE srt-det-recibo TO apa-recibo.
           MOVE w-anual-cant TO apa-cuotas.
           MOVE w-anual-bruto TO apa-bruto.
           MOVE w-pct-anual TO apa-pct.
           MOVE w-anual-descuento TO apa-descuento.
           MOVE w-anual-neto TO apa-neto.
           WRITE apa-reg.

       929-RECHAZAR-ANUAL.
           MOVE SPACES TO exc-reg.
           MOVE w-alu TO exc-legajo.
           MOVE ZERO TO exc-cuota.
           MOVE w-anio-proceso TO exc-anio.
           MOVE srt-det-importe TO exc-importe.
           ACCEPT exc-fecha FROM DATE YYYYMMDD.
           ACCEPT exc-hora FROM TIME.
           MOVE "ANUAL NO CUADRA" TO exc-motivo.
           IF es-simulacion
               PERFORM 1049-DETALLE-EXCEPCION
           ELSE
               WRITE exc-reg
           END-IF.
           ADD 1 TO w-cant-excepciones.
           ADD 1 TO w-cant-anuales-rech.
           ADD srt-det-importe TO w-tot-importe-excepciones.

      * La condonacion comun (tipo 3) a un socio en gestion judicial
      * se rechaza: para esos socios solo vale la que autorizo un
      * supervisor en la captura (tipo 6).
       960-PROCESAR-CONDONACION.
           MOVE ZERO TO w-en-judicial.
           IF srt-det-tipo = 3
               PERFORM VARYING w-ind-jud FROM 1 BY 1
                       UNTIL w-ind-jud > w-cant-judiciales
                   IF w-jud-legajo (w-ind-jud) = w-alu
                       MOVE 1 TO w-en-judicial
                   END-IF
               END-PERFORM
           END-IF.
           IF srt-det-recibo = ZERO
               MOVE "SIN AUTORIZAC." TO w-resultado-cond
               ADD 1 TO w-cant-cond-rechazadas
               PERFORM 965-REGISTRAR-CONDONACION
           ELSE
               IF w-en-judicial = 1
                   MOVE "GESTION JUDIC." TO w-resultado-cond
                   ADD 1 TO w-cant-cond-rechazadas
                   PERFORM 965-REGISTRAR-CONDONACION
               ELSE
                   PERFORM 961-BUSCAR-CUOTA-COND
               END-IF
           END-IF.

       961-BUSCAR-CUOTA-COND.
           MOVE w-alu TO cuo-alumno.
           MOVE w-cuota-ant TO cuo-cuota.
           MOVE w-anio-proceso TO cuo-anio.
           READ CUOTAS
               INVALID KEY
                   MOVE "SIN CUOTA" TO w-resultado-cond
                   ADD 1 TO w-cant-cond-rechazadas
                   PERFORM 965-REGISTRAR-CONDONACION
               NOT INVALID KEY
                   PERFORM 962-APLICAR-CONDONACION
           END-READ.

      * La condonacion rebaja cuo-debe sin tocar cuo-pagado: no hay
      * dinero de por medio. Si cubre toda la deuda de la cuota, la
      * cuota queda cancelada.
           MOVE w-anio-proceso TO cuo-anio.
           READ CUOTAS
           INVALID KEY PERFORM 935-REGISTRAR-EXCEPCION
           NOT INVALID KEY
               IF cuo-estado = "K"
                   PERFORM 957-RECUPERAR-CASTIGADA
               ELSE
                   PERFORM 950-CARGAR-CUOTA
               END-IF
           END-READ.

       935-REGISTRAR-EXCEPCION.
           MOVE SPACES TO exc-reg.
           PERFORM 953-ACUMULAR-CONCEPTO.
           PERFORM 955-EMITIR-RECIBO.

      * Cobro de una cuota castigada (estado "K"): se aplica contra
      * la deuda que tenia al castigarse, sin recargo (el castigo
      * corta el devengamiento). Si la cubre, la cuota queda
      * cancelada y el sobrante va al saldo a favor; si no, sigue
      * castigada por lo que falta. Lo cobrado en efectivo (no lo
      * tomado del saldo a favor, que ya ingreso antes) se registra
      * como recupero de incobrables.
       957-RECUPERAR-CASTIGADA.
           PERFORM 915-GUARDAR-IMAGEN.
           COMPUTE w-imp-disponible =
               w-acum-imp-cuot + alu-saldo-favor.
           MOVE ZERO TO alu-saldo-favor.
           IF w-imp-disponible >= cuo-debe
               MOVE cuo-debe TO w-imp-recupero
               COMPUTE alu-saldo-favor = w-imp-disponible - cuo-debe
               ADD alu-saldo-favor TO w-tot-saldo-favor-generado
               MOVE ZERO TO cuo-debe
               MOVE "C" TO cuo-estado
           ELSE
               MOVE w-imp-disponible TO w-imp-recupero
               SUBTRACT w-imp-disponible FROM cuo-debe
           END-IF.
           ADD w-imp-recupero TO cuo-pagado.
           IF w-imp-recupero > w-acum-imp-cuot
               MOVE w-acum-imp-cuot TO w-imp-recupero
           END-IF.
           IF es-simulacion
               PERFORM 1045-DETALLE-SIMULACION
           ELSE
               REWRITE cuo-reg
               PERFORM 916-ASENTAR-BITACORA
               REWRITE alu-reg
               MOVE SPACES TO cas-reg
               MOVE "R" TO cas-tipo
               MOVE cuo-alumno TO cas-legajo
               MOVE cuo-cuota TO cas-cuota
               MOVE cuo-anio TO cas-anio
               MOVE cuo-concepto TO cas-concepto
               MOVE w-imp-recupero TO cas-importe
               MOVE w-fecha-proceso TO cas-fecha
               MOVE SPACES TO cas-operador
               WRITE cas-reg
           END-IF.
           ADD 1 TO w-cant-recuperos.
           ADD w-imp-recupero TO w-tot-recuperado.
           PERFORM 952-ANOTAR-PUNTO.
           ADD 1 TO w-cant-cuotas-actualizadas.
           ADD w-acum-imp-cuot TO w-tot-importe-pagado.
           MOVE w-acum-imp-cuot TO w-imp-concepto.
           PERFORM 953-ACUMULAR-CONCEPTO.
           PERFORM 955-EMITIR-RECIBO.

      * El posteo se abre por concepto de facturacion para el
      * resumen; los registros cargados antes de que existiera el
      * codigo de concepto cuentan como cuota social (01).
               IF srt-det-tipo = 3 OR srt-det-tipo = 4
                   MOVE srt-det-tipo TO pto-tipo
               ELSE
                   IF srt-det-tipo = 6
                       MOVE 3 TO pto-tipo
                   ELSE
                       MOVE ZERO TO pto-tipo
                   END-IF
               END-IF
               WRITE pto-reg
           END-IF.
           STRING "ANULACIONES RECHAZADAS: " w-ed-cant
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE w-cant-anuales TO w-ed-cant.
           MOVE SPACES TO rep-linea.
           STRING "PAGOS ANUALES ANTICIPADOS: " w-ed-cant
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE w-tot-desc-anual TO w-ed-importe.
           MOVE SPACES TO rep-linea.
           STRING "DESCUENTO POR PAGO ANUAL: " w-ed-importe
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE w-cant-anuales-rech TO w-ed-cant.
           MOVE SPACES TO rep-linea.
           STRING "PAGOS ANUALES A EXCEPCIONES: " w-ed-cant
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE w-cant-recuperos TO w-ed-cant.
           MOVE SPACES TO rep-linea.
           STRING "COBROS DE CUOTAS CASTIGADAS: " w-ed-cant
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE w-tot-recuperado TO w-ed-importe.
           MOVE SPACES TO rep-linea.
           STRING "RECUPERO DE INCOBRABLES: " w-ed-importe
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE w-cant-cerradas TO w-ed-cant.
           MOVE SPACES TO rep-linea.
           STRING "RECHAZADAS POR PERIODO CERRADO: " w-ed-cant
           CLOSE CONVENIOS.
           CLOSE CONDONACIONES.
           CLOSE BITACORA.
           CLOSE CASTIGOS.
           CLOSE ANUALES.

       END PROGRAM YOUR-PROGRAM-NAME.
