           SELECT OPTIONAL BITACORA
                   ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JUDICIALES ASSIGN TO "..\judiciales.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-judiciales.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALIFICACIONES
                   ASSIGN TO "..\calificaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-llave
                   FILE STATUS IS w-status-calif.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x value space.
           03 bit-hora pic 9(8).

      * Cartera derivada a gestion judicial (la mantiene
      * GestionJudicial): con un caso abierto (D derivado o A
      * acuerdo) el convenio solo se arma con autorizacion de
      * supervisor.
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

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.

       FD  AUDITORIA.
       01  aud-reg.
           03 aud-legajo pic 9(5).
           03 filler pic x value space.
           03 aud-operacion pic x(12).
           03 filler pic x value space.
           03 aud-resultado pic x(15).
           03 filler pic x value space.
           03 aud-fecha pic 9(8).
           03 filler pic x value space.
           03 aud-hora pic 9(8).
           03 filler pic x value space.
           03 aud-operador pic x(8).

      * Calificacion de pago por legajo y periodo (la calcula
      * CalificarPagos todos los meses): el convenio se arma segun
      * la del ultimo periodo calificado.
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

      * Maestro unico de parametros: CONV-CUOTAS-B/C/D y
      * CONV-ANTICIPO-B/C/D fijan el tope de cuotas y el porcentaje
      * de anticipo segun la calificacion de pago.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       WORKING-STORAGE SECTION.
       77  w-status-calif pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-calif pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-calificacion pic x value space.
       77  w-calif-periodo pic 9(6) value zero.
       77  w-max-cuotas pic 9(2) value 12.
       77  w-pct-anticipo pic 9(2) value zero.
       77  w-clave-cuotas pic x(20) value spaces.
       77  w-clave-anticipo pic x(20) value spaces.
       77  w-importe-anticipo pic 9(8) value zero.
       77  w-saldo-plan pic 9(8) value zero.
       77  w-status-judiciales pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-jud pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-en-judicial pic 9 value zero.
       77  w-estudio pic x(20) value spaces.
       77  w-sup-codigo pic x(8) value spaces.
       77  w-sup-clave pic x(8) value spaces.
       77  w-sup-ok pic 9 value zero.
       77  w-bit-est-ant pic x value space.
       77  w-legajo pic 9(5) value zero.
       77  w-cant-cuotas-plan pic 9(2) value zero.
           OPEN EXTEND BITACORA.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-PEDIR-PARAMETROS.
           PERFORM 150-VERIFICAR-JUDICIAL.
           IF w-en-judicial = 1 AND w-sup-ok NOT = 1
               DISPLAY "SIN AUTORIZACION DE SUPERVISOR NO SE ARMA "
               DISPLAY "CONVENIO A UN SOCIO EN GESTION JUDICIAL"
               CLOSE CUOTAS
               CLOSE CONVENIOS
               CLOSE BITACORA
               STOP RUN
           END-IF.
           PERFORM 200-VERIFICAR-VIGENTE.
           IF convenio-vigente
               DISPLAY "EL SOCIO YA TIENE UN CONVENIO VIGENTE, NO SE "
       100-PEDIR-PARAMETROS.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo.
           PERFORM 110-LEER-CALIFICACION.
           PERFORM 120-FIJAR-LIMITES.
           DISPLAY "Cantidad de cuotas del plan (1 a " w-max-cuotas
               "): ".
           ACCEPT w-cant-cuotas-plan.
           IF w-cant-cuotas-plan < 1 OR w-cant-cuotas-plan > 12
               MOVE 1 TO w-cant-cuotas-plan
           END-IF.
           IF w-cant-cuotas-plan > w-max-cuotas
               DISPLAY "POR LA CALIFICACION DE PAGO EL PLAN SE LIMITA "
                   "A " w-max-cuotas " CUOTAS"
               MOVE w-max-cuotas TO w-cant-cuotas-plan
           END-IF.
           DISPLAY "Primer vencimiento (AAAAMMDD): ".
           ACCEPT w-primer-venc.

      * Se toma la calificacion del ultimo periodo calificado del
      * socio; sin calificacion (socio nuevo o sin antecedentes) el
      * convenio se arma sin restricciones, como una A.
       110-LEER-CALIFICACION.
           MOVE SPACE TO w-calificacion.
           MOVE ZERO TO w-flag-calif.
           OPEN INPUT CALIFICACIONES.
           IF w-status-calif = "00"
               MOVE w-legajo TO cal-legajo
               MOVE ZERO TO cal-periodo
               START CALIFICACIONES KEY IS >= cal-llave
                   INVALID KEY MOVE 1 TO w-flag-calif
               END-START
               PERFORM UNTIL w-flag-calif = 1
                   READ CALIFICACIONES NEXT
                       AT END MOVE 1 TO w-flag-calif
                       NOT AT END
                           IF cal-legajo NOT = w-legajo
                               MOVE 1 TO w-flag-calif
                           ELSE
                               MOVE cal-calificacion TO w-calificacion
                               MOVE cal-periodo TO w-calif-periodo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALIFICACIONES
           ELSE
               IF w-status-calif = "05"
                   CLOSE CALIFICACIONES
               END-IF
           END-IF.
           IF w-calificacion = SPACE
               DISPLAY "SOCIO SIN CALIFICACION DE PAGO"
           ELSE
               DISPLAY "CALIFICACION DE PAGO: " w-calificacion
                   " (PERIODO " w-calif-periodo ")"
           END-IF.

      * A: hasta 12 cuotas sin anticipo. B, C y D: tope de cuotas y
      * anticipo del maestro de parametros; sin parametro valen
      * 12 cuotas/10%, 6 cuotas/25% y 3 cuotas/40%.
       120-FIJAR-LIMITES.
           MOVE 12 TO w-max-cuotas.
           MOVE ZERO TO w-pct-anticipo.
           IF w-calificacion = "B"
               MOVE 12 TO w-max-cuotas
               MOVE 10 TO w-pct-anticipo
           END-IF.
           IF w-calificacion = "C"
               MOVE 6 TO w-max-cuotas
               MOVE 25 TO w-pct-anticipo
           END-IF.
           IF w-calificacion = "D"
               MOVE 3 TO w-max-cuotas
               MOVE 40 TO w-pct-anticipo
           END-IF.
           IF w-calificacion = "B" OR w-calificacion = "C"
           OR w-calificacion = "D"
               MOVE SPACES TO w-clave-cuotas
               MOVE SPACES TO w-clave-anticipo
               STRING "CONV-CUOTAS-" w-calificacion
                   DELIMITED BY SIZE INTO w-clave-cuotas
               STRING "CONV-ANTICIPO-" w-calificacion
                   DELIMITED BY SIZE INTO w-clave-anticipo
               PERFORM 125-LEER-PARAMETROS
           END-IF.
           IF w-pct-anticipo > ZERO
               DISPLAY "SE EXIGE ANTICIPO DEL " w-pct-anticipo
                   "% DE LA DEUDA, CON VENCIMIENTO HOY"
           END-IF.

       125-LEER-PARAMETROS.
           MOVE ZERO TO w-flag-parsis.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 127-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = w-clave-cuotas
                   AND FUNCTION NUMVAL (psis-valor) >= 1
                   AND FUNCTION NUMVAL (psis-valor) <= 12
                       COMPUTE w-max-cuotas =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = w-clave-anticipo
                   AND FUNCTION NUMVAL (psis-valor) >= 0
                   AND FUNCTION NUMVAL (psis-valor) <= 90
                       COMPUTE w-pct-anticipo =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 127-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.

       127-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

      * Un socio en gestion judicial lo maneja el estudio: el
      * convenio (por ejemplo, el que documenta un acuerdo informado
      * por el estudio) pide las credenciales de un supervisor en el
      * momento y la autorizacion queda en la auditoria.
       150-VERIFICAR-JUDICIAL.
           MOVE ZERO TO w-en-judicial.
           MOVE ZERO TO w-flag-jud.
           OPEN INPUT JUDICIALES.
           IF w-status-judiciales = "00"
               PERFORM 155-LEER-JUDICIAL
               PERFORM UNTIL w-flag-jud = 1
                   IF jud-legajo = w-legajo
                   AND (jud-estado = "D" OR jud-estado = "A")
                       MOVE 1 TO w-en-judicial
                       MOVE jud-estudio TO w-estudio
                   END-IF
                   PERFORM 155-LEER-JUDICIAL
               END-PERFORM
               CLOSE JUDICIALES
           ELSE
               IF w-status-judiciales = "05"
                   CLOSE JUDICIALES
               END-IF
           END-IF.
           IF w-en-judicial = 1
               DISPLAY "EL SOCIO ESTA EN GESTION JUDICIAL (ESTUDIO "
                   w-estudio ")"
               PERFORM 160-AUTORIZAR-SUPERVISOR
               IF w-sup-ok = 1
                   PERFORM 170-ASENTAR-AUTORIZACION
               END-IF
           END-IF.

       155-LEER-JUDICIAL.
           READ JUDICIALES AT END MOVE 1 TO w-flag-jud.

       160-AUTORIZAR-SUPERVISOR.
           MOVE ZERO TO w-sup-ok.
           DISPLAY "Codigo de supervisor que autoriza: ".
           ACCEPT w-sup-codigo.
           DISPLAY "Clave: ".
           ACCEPT w-sup-clave.
           MOVE ZERO TO w-flag-ope.
           OPEN INPUT OPERADORES.
           IF w-status-operadores = "00"
               PERFORM 165-LEER-OPERADOR
               PERFORM UNTIL w-flag-ope = 1
                   IF ope-codigo = w-sup-codigo
                   AND ope-clave = w-sup-clave
                   AND ope-perfil = "S"
                       MOVE 1 TO w-sup-ok
                   END-IF
                   PERFORM 165-LEER-OPERADOR
               END-PERFORM
               CLOSE OPERADORES
           ELSE
               IF w-status-operadores = "05"
                   CLOSE OPERADORES
               END-IF
           END-IF.

       165-LEER-OPERADOR.
           READ OPERADORES AT END MOVE 1 TO w-flag-ope.

       170-ASENTAR-AUTORIZACION.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-legajo TO aud-legajo.
           MOVE "CONVENIO" TO aud-operacion.
           MOVE "AUT. JUDICIAL" TO aud-resultado.
           MOVE w-fecha-hoy TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE w-sup-codigo TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       200-VERIFICAR-VIGENTE.
           MOVE w-legajo TO conv-legajo.
           MOVE ZERO TO conv-cuota-plan.
                   END-IF
           END-PERFORM.

      * Con anticipo exigido la cuota 01 del plan es el anticipo,
      * con vencimiento hoy, y el saldo se reparte en las restantes
      * a partir del primer vencimiento pedido.
       400-ARMAR-PLAN.
           MOVE ZERO TO w-importe-anticipo.
           IF w-pct-anticipo > ZERO AND w-cant-cuotas-plan > 1
               COMPUTE w-importe-anticipo ROUNDED =
                   w-deuda-total * w-pct-anticipo / 100
               COMPUTE w-saldo-plan =
                   w-deuda-total - w-importe-anticipo
               COMPUTE w-importe-cuota-plan =
                   w-saldo-plan / (w-cant-cuotas-plan - 1)
               COMPUTE w-importe-ultima = w-saldo-plan -
                   (w-importe-cuota-plan * (w-cant-cuotas-plan - 2))
           ELSE
               COMPUTE w-importe-cuota-plan =
                   w-deuda-total / w-cant-cuotas-plan
               COMPUTE w-importe-ultima = w-deuda-total -
                   (w-importe-cuota-plan * (w-cant-cuotas-plan - 1))
           END-IF.
           COMPUTE w-venc-anio = w-primer-venc / 10000.
           COMPUTE w-venc-mes =
               (w-primer-venc / 100) - (w-venc-anio * 100).
           DISPLAY "CONVENIO ARMADO. LEGAJO: " w-legajo
               " DEUDA: " w-deuda-total
               " EN " w-cant-cuotas-plan " CUOTAS".
           IF w-importe-anticipo > ZERO
               DISPLAY "ANTICIPO (CUOTA 01, VENCE HOY): "
                   w-importe-anticipo
           END-IF.

       450-GRABAR-CABECERA.
           MOVE w-legajo TO conv-legajo.
       500-GRABAR-CUOTA-PLAN.
           MOVE w-legajo TO conv-legajo.
           MOVE i TO conv-cuota-plan.
           MOVE "I" TO conv-estado.
           IF i = 1 AND w-importe-anticipo > ZERO
               MOVE w-fecha-hoy TO conv-vencimiento
               MOVE w-importe-anticipo TO conv-importe
           ELSE
               COMPUTE conv-vencimiento =
                   w-venc-anio * 10000 + w-venc-mes * 100 + w-venc-dia
               IF i = w-cant-cuotas-plan
                   MOVE w-importe-ultima TO conv-importe
               ELSE
                   MOVE w-importe-cuota-plan TO conv-importe
               END-IF
               ADD 1 TO w-venc-mes
               IF w-venc-mes > 12
                   MOVE 1 TO w-venc-mes
                   ADD 1 TO w-venc-anio
               END-IF
           END-IF.
           MOVE ZERO TO conv-pagado.
           MOVE w-fecha-hoy TO conv-fecha-alta.
           MOVE w-cant-cuotas-plan TO conv-cant-cuotas.
           PERFORM 520-GRABAR-REGISTRO.

      * Si el socio tuvo un convenio anterior (caido o cumplido) los
      * registros se reutilizan con REWRITE.
           MOVE cuo-pagado TO bit-pag-nue.
           MOVE cuo-debe TO bit-debe-nue.
           MOVE "ArmarConvenio" TO bit-programa.
           IF w-sup-ok = 1
               MOVE w-sup-codigo TO bit-operador
           ELSE
               MOVE SPACES TO bit-operador
           END-IF.
           MOVE w-fecha-hoy TO bit-fecha.
           ACCEPT bit-hora FROM TIME.
           WRITE bit-reg.
