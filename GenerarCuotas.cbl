                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT OPTIONAL TARIFARIO ASSIGN TO "..\tarifario.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ASSIGN TO "..\actividades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-act.
           SELECT OPTIONAL ARANCELES ASSIGN TO "..\aranceles_hist.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-arh.
           SELECT OPTIONAL INSCRIPCIONES
                   ASSIGN TO "..\inscripciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cal.
           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-becas.
           SELECT OPTIONAL BECAS-APLICADAS
                   ASSIGN TO "..\becas_aplicadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-lic.
           SELECT OPTIONAL LICENCIAS-APLICADAS
                   ASSIGN TO "..\licencias_aplicadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ANUALES ASSIGN TO "..\anual_pagado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-anual.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL PUNTOS ASSIGN TO "..\generacion_puntos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-puntos.
           SELECT RECORTE ASSIGN TO "..\generacion_recorte.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

      * Tarifario de cuotas por categoria y anio (lo mantiene
      * CrearTarifario): si hay tarifas vigentes para el anio, la
           03 act-cupo pic 9(3).
           03 filler pic x value space.
           03 act-concepto pic 9(2).
           03 filler pic x value space.
           03 act-exige-apto pic x.
           03 filler pic x value space.
           03 act-sede pic 9(2).

      * Historia de aranceles (la mantiene MantenerAranceles): cada
      * cuota de la actividad toma el arancel vigente al mes de su
      * vencimiento, no el del maestro el dia de la generacion.
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

      * Inscripciones por actividad (las mantiene ArmarActividad):
      * solo los inscriptos vigentes (estado "A") reciben los
           03 filler pic x value space.
           03 cal-descripcion pic x(20).

      * Maestro de becas y bonificaciones individuales (lo mantiene
      * MantenerBecas): porcentaje (P) o importe fijo (I) sobre un
      * concepto (00 = todos), vigente entre dos fechas; solo las
      * becas en estado "A" se aplican, las revocadas quedan como
      * historia.
       FD  BECAS.
       01  bec-reg.
           03 bec-legajo pic 9(5).
           03 filler pic x value space.
           03 bec-concepto pic 9(2).
           03 filler pic x value space.
           03 bec-tipo pic x.
           03 filler pic x value space.
           03 bec-valor pic 9(8).
           03 filler pic x value space.
           03 bec-desde pic 9(8).
           03 filler pic x value space.
           03 bec-hasta pic 9(8).
           03 filler pic x value space.
           03 bec-resolucion pic x(12).
           03 filler pic x value space.
           03 bec-operador pic x(8).
           03 filler pic x value space.
           03 bec-estado pic x.

      * Una linea por beca aplicada a cada cuota generada: es la
      * base del importe resignado que informa MantenerBecas.
       FD  BECAS-APLICADAS.
       01  bap-reg.
           03 bap-legajo pic 9(5).
           03 filler pic x value space.
           03 bap-cuota pic 9(2).
           03 filler pic x value space.
           03 bap-anio pic 9(4).
           03 filler pic x value space.
           03 bap-concepto pic 9(2).
           03 filler pic x value space.
           03 bap-fecha pic 9(8).
           03 filler pic x value space.
           03 bap-importe pic 9(8).
           03 filler pic x value space.
           03 bap-bonificado pic 9(8).
           03 filler pic x value space.
           03 bap-resolucion pic x(12).

      * Licencias temporarias (las mantiene MantenerLicencias): las
      * cuotas sociales que vencen dentro de una licencia pendiente
      * (P) o vigente (V) se generan con el porcentaje de cargo
      * reducido de la licencia; con cargo cero no se generan.
       FD  LICENCIAS.
       01  lic-reg.
           03 lic-legajo pic 9(5).
           03 filler pic x value space.
           03 lic-desde pic 9(8).
           03 filler pic x value space.
           03 lic-hasta pic 9(8).
           03 filler pic x value space.
           03 lic-motivo pic x(20).
           03 filler pic x value space.
           03 lic-pct-cargo pic 9(3).
           03 filler pic x value space.
           03 lic-operador pic x(8).
           03 filler pic x value space.
           03 lic-estado pic x.
           03 filler pic x value space.
           03 lic-suspendio pic x.

      * Una linea por cuota alcanzada por una licencia, con lo que
      * se hubiera cobrado sin ella: si la licencia termina antes,
      * MantenerLicencias repone la cuota con ese importe.
       FD  LICENCIAS-APLICADAS.
       01  lap-reg.
           03 lap-legajo pic 9(5).
           03 filler pic x value space.
           03 lap-cuota pic 9(2).
           03 filler pic x value space.
           03 lap-anio pic 9(4).
           03 filler pic x value space.
           03 lap-fecha pic 9(8).
           03 filler pic x value space.
           03 lap-importe pic 9(8).
           03 filler pic x value space.
           03 lap-cobrado pic 9(8).

      * Pagos anuales anticipados (los asienta ParcialFinal): el
      * socio que pago el anio por adelantado ya tiene canceladas
      * sus cuotas sociales de ese anio y no se le genera ninguna
      * otra, aunque el tarifario haya cambiado despues del pago.
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

      * Maestro unico de parametros: de aca sale cada cuantos socios
      * se graba el punto de control.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Puntos de control de la generacion: una linea por tramo
      * (corrida) de la misma generacion, con los parametros que
      * pidio el operador para que un reinicio no los vuelva a
      * preguntar. El tramo en curso se regraba cada INTERVALO-PUNTO
      * socios con el ultimo slot de ALUMNOS consolidado y las lineas
      * que tenian en ese momento cuotas.txt, becas_aplicadas.txt y
      * licencias_aplicadas.txt. Si la corrida se corta queda en "E";
      * la siguiente lo marca "C" (cortado) y abre un tramo "R" que
      * sigue desde el slot siguiente. Al terminar queda en "F".
       FD  PUNTOS.
       01  gpt-reg.
           03 gpt-tramo pic 9(2).
           03 filler pic x value space.
           03 gpt-tipo pic x.
           03 filler pic x value space.
           03 gpt-estado pic x.
           03 filler pic x value space.
           03 gpt-fecha pic 9(8).
           03 filler pic x value space.
           03 gpt-hora pic 9(8).
           03 filler pic x value space.
           03 gpt-slot pic 9(5).
           03 filler pic x value space.
           03 gpt-leidos pic 9(5).
           03 filler pic x value space.
           03 gpt-socios pic 9(5).
           03 filler pic x value space.
           03 gpt-cuotas pic 9(6).
           03 filler pic x value space.
           03 gpt-lineas-cta pic 9(8).
           03 filler pic x value space.
           03 gpt-lineas-bap pic 9(8).
           03 filler pic x value space.
           03 gpt-lineas-lap pic 9(8).
           03 filler pic x value space.
           03 gpt-anio pic 9(4).
           03 filler pic x value space.
           03 gpt-concepto pic 9(2).
           03 filler pic x value space.
           03 gpt-primera pic 9(2).
           03 filler pic x value space.
           03 gpt-cant-cuotas pic 9(2).
           03 filler pic x value space.
           03 gpt-importe pic 9(8).
           03 filler pic x value space.
           03 gpt-dia-venc pic 9(2).
           03 filler pic x value space.
           03 gpt-actividad pic 9(3).

      * Copia de trabajo para recortar los archivos que se agregan
      * con EXTEND a lo que tenian en el ultimo punto de control.
       FD  RECORTE.
       01  rec-reg pic x(80).

       WORKING-STORAGE SECTION.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-parsis pic 9 value zero.
       77  w-intervalo pic 9(5) value 500.
       77  w-status-puntos pic xx value spaces.
       77  w-flag-punto pic 9 value zero.
       77  w-flag-rec pic 9 value zero.
       77  w-modo-reinicio pic 9 value zero.
           88 es-reinicio value 1.
       77  w-cant-tramos pic 9(2) value zero.
       77  w-ind-tramo pic 9(2) value zero.
       77  w-slot-reinicio pic 9(5) value zero.
       77  w-leidos-tramo pic 9(5) value zero.
       77  w-desde-punto pic 9(5) value zero.
       77  w-lineas-cta pic 9(8) value zero.
       77  w-lineas-bap pic 9(8) value zero.
       77  w-lineas-lap pic 9(8) value zero.
       77  w-copiadas pic 9(8) value zero.
       01  w-tab-tramos.
           03 w-tramo occurs 99.
               05 w-tra-tipo pic x.
               05 w-tra-estado pic x.
               05 w-tra-fecha pic 9(8).
               05 w-tra-hora pic 9(8).
               05 w-tra-slot pic 9(5).
               05 w-tra-leidos pic 9(5).
               05 w-tra-socios pic 9(5).
               05 w-tra-cuotas pic 9(6).
               05 w-tra-lineas-cta pic 9(8).
               05 w-tra-lineas-bap pic 9(8).
               05 w-tra-lineas-lap pic 9(8).
       01  w-parametros-gen.
           03 w-gen-anio pic 9(4).
           03 w-gen-concepto pic 9(2).
           03 w-gen-primera pic 9(2).
           03 w-gen-cant-cuotas pic 9(2).
           03 w-gen-importe pic 9(8).
           03 w-gen-dia-venc pic 9(2).
           03 w-gen-actividad pic 9(3).
       77  w-status-anual pic xx value spaces.
       77  w-flag-apa pic 9 value zero.
       77  w-cant-anuales pic 9(4) value zero.
       77  w-ind-apa pic 9(4) value zero.
       77  w-anual-pagado pic 9 value zero.
       77  w-cant-omitidos-anual pic 9(5) value zero.
       01  w-tab-anuales.
           03 w-apa-legajo pic 9(5) occurs 2000.
       77  w-status-cal pic xx value spaces.
       77  w-flag-cal pic 9 value zero.
       77  w-cant-cal pic 9(3) value zero.
       77  w-socio-inscripto pic 9 value zero.
       01  w-tab-inscriptos.
           03 w-tab-ins-legajo pic 9(5) occurs 2000.
       77  w-status-arh pic xx value spaces.
       77  w-flag-arh pic 9 value zero.
       77  w-arancel-maestro pic 9(8) value zero.
       77  w-cant-arh pic 9(3) value zero.
       77  w-ind-arh pic 9(3) value zero.
       77  w-vig-hallada pic 9(8) value zero.
       77  w-fecha-periodo pic 9(8) value zero.
       01  w-tab-aranceles.
           03 w-tab-arh occurs 200.
               05 w-arh-vigencia pic 9(8).
               05 w-arh-importe pic 9(8).
       77  w-status-becas pic xx value spaces.
       77  w-flag-bec pic 9 value zero.
       77  w-cant-becas pic 9(3) value zero.
       77  w-ind-bec pic 9(3) value zero.
       77  w-importe-neto pic 9(8) value zero.
       77  w-bonificado pic 9(8) value zero.
       77  w-tot-bonificado pic 9(10) value zero.
       77  w-cant-becadas pic 9(6) value zero.
       77  w-cant-becadas-total pic 9(6) value zero.
       01  w-tab-becas.
           03 w-tab-beca occurs 500.
               05 w-bec-legajo pic 9(5).
               05 w-bec-tipo pic x.
               05 w-bec-valor pic 9(8).
               05 w-bec-desde pic 9(8).
               05 w-bec-hasta pic 9(8).
               05 w-bec-resolucion pic x(12).
       77  w-status-lic pic xx value spaces.
       77  w-flag-lic pic 9 value zero.
       77  w-cant-licencias pic 9(3) value zero.
       77  w-ind-lic pic 9(3) value zero.
       77  w-en-licencia pic 9 value zero.
       77  w-importe-lic pic 9(8) value zero.
       77  w-cant-con-licencia pic 9(6) value zero.
       77  w-cant-sin-cargo-lic pic 9(6) value zero.
       01  w-tab-licencias.
           03 w-tab-licencia occurs 500.
               05 w-lic-legajo pic 9(5).
               05 w-lic-desde pic 9(8).
               05 w-lic-hasta pic 9(8).
               05 w-lic-pct-cargo pic 9(3).
               05 w-lic-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 020-LEER-INTERVALO.
           PERFORM 030-VERIFICAR-REINICIO.
           IF es-reinicio
               PERFORM 040-RETOMAR-PARAMETROS
           ELSE
               PERFORM 050-PEDIR-PARAMETROS
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               PERFORM 300-PROCESO-ALUMNO
               ADD 1 TO w-leidos-tramo
               ADD 1 TO w-desde-punto
               IF w-desde-punto >= w-intervalo
                   PERFORM 600-GRABAR-PUNTO
               END-IF
               PERFORM 200-LEER-ALUMNO
           END-PERFORM.
           PERFORM 400-FIN.
           DISPLAY "CUOTAS GENERADAS: " w-cant-cuotas-generadas.
           STOP RUN.

      * Sin maestro o sin la clave el punto se graba cada 500
      * socios.
       020-LEER-INTERVALO.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 022-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "INTERVALO-PUNTO"
                   AND FUNCTION NUMVAL (psis-valor) > ZERO
                       COMPUTE w-intervalo =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 022-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.

       022-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

      * Si la generacion anterior quedo cortada (ultimo tramo en
      * "E") esta corrida la continua con los mismos parametros en
      * lugar de empezar otra.
       030-VERIFICAR-REINICIO.
           OPEN INPUT PUNTOS.
           IF w-status-puntos = "00"
               PERFORM 032-LEER-PUNTO
               PERFORM UNTIL w-flag-punto = 1
               OR w-cant-tramos = 99
                   ADD 1 TO w-cant-tramos
                   MOVE gpt-tipo TO w-tra-tipo (w-cant-tramos)
                   MOVE gpt-estado TO w-tra-estado (w-cant-tramos)
                   MOVE gpt-fecha TO w-tra-fecha (w-cant-tramos)
                   MOVE gpt-hora TO w-tra-hora (w-cant-tramos)
                   MOVE gpt-slot TO w-tra-slot (w-cant-tramos)
                   MOVE gpt-leidos TO w-tra-leidos (w-cant-tramos)
                   MOVE gpt-socios TO w-tra-socios (w-cant-tramos)
                   MOVE gpt-cuotas TO w-tra-cuotas (w-cant-tramos)
                   MOVE gpt-lineas-cta
                       TO w-tra-lineas-cta (w-cant-tramos)
                   MOVE gpt-lineas-bap
                       TO w-tra-lineas-bap (w-cant-tramos)
                   MOVE gpt-lineas-lap
                       TO w-tra-lineas-lap (w-cant-tramos)
                   MOVE gpt-anio TO w-gen-anio
                   MOVE gpt-concepto TO w-gen-concepto
                   MOVE gpt-primera TO w-gen-primera
                   MOVE gpt-cant-cuotas TO w-gen-cant-cuotas
                   MOVE gpt-importe TO w-gen-importe
                   MOVE gpt-dia-venc TO w-gen-dia-venc
                   MOVE gpt-actividad TO w-gen-actividad
                   PERFORM 032-LEER-PUNTO
               END-PERFORM
               CLOSE PUNTOS
           ELSE
               IF w-status-puntos = "05"
                   CLOSE PUNTOS
               END-IF
           END-IF.
           IF w-cant-tramos > ZERO
               IF w-tra-estado (w-cant-tramos) = "E"
                   MOVE 1 TO w-modo-reinicio
               END-IF
           END-IF.
           IF es-reinicio AND w-cant-tramos = 99
               DISPLAY "TABLA DE TRAMOS LLENA: NO SE PUEDE REINICIAR "
                   "LA GENERACION, CORRIDA ABORTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT es-reinicio
               MOVE ZERO TO w-cant-tramos
           END-IF.

       032-LEER-PUNTO.
           READ PUNTOS AT END MOVE 1 TO w-flag-punto.

      * Los parametros se toman del tramo cortado; los maestros que
      * dependen de ellos (actividad, tarifario) se vuelven a cargar
      * igual que en una corrida normal.
       040-RETOMAR-PARAMETROS.
           MOVE w-gen-anio TO w-anio-generar.
           MOVE w-gen-concepto TO w-concepto.
           MOVE w-gen-primera TO w-primera-cuota.
           MOVE w-gen-cant-cuotas TO w-cant-cuotas.
           MOVE w-gen-dia-venc TO w-dia-venc.
           COMPUTE w-ultima-cuota = w-primera-cuota + w-cant-cuotas - 1.
           MOVE w-tra-slot (w-cant-tramos) TO w-slot-reinicio.
           DISPLAY "GENERACION ANTERIOR INTERRUMPIDA: ANIO "
               w-anio-generar " CONCEPTO " w-concepto
               " CUOTAS " w-primera-cuota " A " w-ultima-cuota.
           DISPLAY "SE REINICIA DESPUES DEL SLOT " w-slot-reinicio
               " DE ALUMNOS".
           IF w-gen-actividad > ZERO
               MOVE w-gen-actividad TO w-act-pedida
               PERFORM 091-BUSCAR-ACTIVIDAD
           END-IF.
           IF w-concepto = 1
               PERFORM 060-CARGAR-TARIFARIO
           END-IF.
           IF NOT usa-tarifario AND NOT es-actividad
               MOVE w-gen-importe TO w-importe-cuota
               MOVE w-gen-importe TO w-importe-base
           END-IF.

      * Ademas de la cuota social mensual (concepto 01, cuotas 1 a
      * 12) se pueden generar cargos de otros conceptos: matricula
      * (02), actividades (03), multas (04). Para esos cargos se
               IF es-actividad
                   DISPLAY "ARANCEL DE LA ACTIVIDAD: "
                       w-importe-cuota
                   IF w-cant-arh > ZERO
                       DISPLAY "LA ACTIVIDAD TIENE HISTORIA DE "
                           "ARANCELES: CADA CUOTA TOMA EL VIGENTE AL "
                           "MES DE SU VENCIMIENTO"
                   END-IF
               ELSE
                   DISPLAY "IMPORTE DE CADA CUOTA: "
                   ACCEPT w-importe-cuota
           IF w-dia-venc = ZERO
               MOVE 10 TO w-dia-venc
           END-IF.
           MOVE w-anio-generar TO w-gen-anio.
           MOVE w-concepto TO w-gen-concepto.
           MOVE w-primera-cuota TO w-gen-primera.
           MOVE w-cant-cuotas TO w-gen-cant-cuotas.
           MOVE w-importe-base TO w-gen-importe.
           MOVE w-dia-venc TO w-gen-dia-venc.
           MOVE w-act-pedida TO w-gen-actividad.

      * CTA se abre EXTEND: se pueden generar varios lotes de cargos
      * (cuota social y despues matricula o actividades) antes de que
      * novedades.
       100-INICIO.
           PERFORM 098-CARGAR-CALENDARIO.
           PERFORM 087-CARGAR-BECAS.
           IF w-concepto = 1
               PERFORM 089-CARGAR-LICENCIAS
               PERFORM 083-CARGAR-ANUALES
           END-IF.
      * En un reinicio cuotas.txt y los registros de becas y
      * licencias aplicadas se recortan a lo que tenian en el ultimo
      * punto: los socios procesados despues se vuelven a generar y
      * quedarian duplicados. ALUMNOS se posiciona en el slot
      * siguiente al ultimo consolidado.
           IF es-reinicio
               MOVE w-tra-lineas-cta (w-cant-tramos) TO w-lineas-cta
               MOVE w-tra-lineas-bap (w-cant-tramos) TO w-lineas-bap
               MOVE w-tra-lineas-lap (w-cant-tramos) TO w-lineas-lap
               PERFORM 120-RECORTAR-CTA
               PERFORM 122-RECORTAR-BECAS
               PERFORM 124-RECORTAR-LICENCIAS
               MOVE "C" TO w-tra-estado (w-cant-tramos)
               ADD 1 TO w-cant-tramos
               MOVE "R" TO w-tra-tipo (w-cant-tramos)
           ELSE
               PERFORM 110-CONTAR-GRABADOS
               MOVE 1 TO w-cant-tramos
               MOVE "N" TO w-tra-tipo (w-cant-tramos)
           END-IF.
           MOVE "E" TO w-tra-estado (w-cant-tramos).
           ACCEPT w-tra-fecha (w-cant-tramos) FROM DATE YYYYMMDD.
           ACCEPT w-tra-hora (w-cant-tramos) FROM TIME.
           MOVE w-slot-reinicio TO rel-nro.
           PERFORM 610-ACTUALIZAR-TRAMO.
           PERFORM 620-ESCRIBIR-PUNTOS.
           OPEN INPUT ALUMNOS.
           IF w-slot-reinicio > ZERO
               START ALUMNOS KEY IS > rel-nro
                   INVALID KEY MOVE 1 TO w-flag-alu
               END-START
           END-IF.
           OPEN EXTEND CTA.
           IF usa-tarifario
               OPEN INPUT DATOS
           END-IF.
           IF w-cant-becas > ZERO
               OPEN EXTEND BECAS-APLICADAS
           END-IF.
           IF w-cant-licencias > ZERO
               OPEN EXTEND LICENCIAS-APLICADAS
           END-IF.

      * Lineas que ya tenian los archivos antes de esta generacion:
      * son la base de lo que se guarda en cada punto de control.
       110-CONTAR-GRABADOS.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT CTA.
           PERFORM 121-LEER-CTA.
           PERFORM UNTIL w-flag-rec = 1
               ADD 1 TO w-lineas-cta
               PERFORM 121-LEER-CTA
           END-PERFORM.
           CLOSE CTA.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT BECAS-APLICADAS.
           PERFORM 123-LEER-BAP.
           PERFORM UNTIL w-flag-rec = 1
               ADD 1 TO w-lineas-bap
               PERFORM 123-LEER-BAP
           END-PERFORM.
           CLOSE BECAS-APLICADAS.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT LICENCIAS-APLICADAS.
           PERFORM 125-LEER-LAP.
           PERFORM UNTIL w-flag-rec = 1
               ADD 1 TO w-lineas-lap
               PERFORM 125-LEER-LAP
           END-PERFORM.
           CLOSE LICENCIAS-APLICADAS.

      * Si cuotas.txt tiene menos lineas que en el punto, el proceso
      * nocturno ya lo cargo y vacio despues del corte: las cuotas de
      * los socios entre el punto y el corte ya estan en CUOTAS y al
      * volver a generarlas quedan rechazadas por clave duplicada.
       120-RECORTAR-CTA.
           MOVE ZERO TO w-copiadas.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT CTA.
           OPEN OUTPUT RECORTE.
           PERFORM 121-LEER-CTA.
           PERFORM UNTIL w-flag-rec = 1 OR w-copiadas >= w-lineas-cta
               WRITE rec-reg FROM cuo-tex-reg
               ADD 1 TO w-copiadas
               PERFORM 121-LEER-CTA
           END-PERFORM.
           CLOSE CTA.
           CLOSE RECORTE.
           IF w-copiadas < w-lineas-cta
               DISPLAY "ATENCION: CUOTAS.TXT YA FUE CARGADO DESDE EL "
                   "CORTE, PUEDE HABER RECHAZOS POR CLAVE DUPLICADA"
           END-IF.
           OPEN INPUT RECORTE.
           OPEN OUTPUT CTA.
           MOVE ZERO TO w-flag-rec.
           PERFORM 127-LEER-RECORTE.
           PERFORM UNTIL w-flag-rec = 1
               WRITE cuo-tex-reg FROM rec-reg
               PERFORM 127-LEER-RECORTE
           END-PERFORM.
           CLOSE RECORTE.
           CLOSE CTA.
           MOVE w-copiadas TO w-lineas-cta.

       121-LEER-CTA.
           READ CTA AT END MOVE 1 TO w-flag-rec.

       122-RECORTAR-BECAS.
           MOVE ZERO TO w-copiadas.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT BECAS-APLICADAS.
           OPEN OUTPUT RECORTE.
           PERFORM 123-LEER-BAP.
           PERFORM UNTIL w-flag-rec = 1 OR w-copiadas >= w-lineas-bap
               WRITE rec-reg FROM bap-reg
               ADD 1 TO w-copiadas
               PERFORM 123-LEER-BAP
           END-PERFORM.
           CLOSE BECAS-APLICADAS.
           CLOSE RECORTE.
           OPEN INPUT RECORTE.
           OPEN OUTPUT BECAS-APLICADAS.
           MOVE ZERO TO w-flag-rec.
           PERFORM 127-LEER-RECORTE.
           PERFORM UNTIL w-flag-rec = 1
               WRITE bap-reg FROM rec-reg
               PERFORM 127-LEER-RECORTE
           END-PERFORM.
           CLOSE RECORTE.
           CLOSE BECAS-APLICADAS.
           MOVE w-copiadas TO w-lineas-bap.

       123-LEER-BAP.
           READ BECAS-APLICADAS AT END MOVE 1 TO w-flag-rec.

       124-RECORTAR-LICENCIAS.
           MOVE ZERO TO w-copiadas.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT LICENCIAS-APLICADAS.
           OPEN OUTPUT RECORTE.
           PERFORM 125-LEER-LAP.
           PERFORM UNTIL w-flag-rec = 1 OR w-copiadas >= w-lineas-lap
               WRITE rec-reg FROM lap-reg
               ADD 1 TO w-copiadas
               PERFORM 125-LEER-LAP
           END-PERFORM.
           CLOSE LICENCIAS-APLICADAS.
           CLOSE RECORTE.
           OPEN INPUT RECORTE.
           OPEN OUTPUT LICENCIAS-APLICADAS.
           MOVE ZERO TO w-flag-rec.
           PERFORM 127-LEER-RECORTE.
           PERFORM UNTIL w-flag-rec = 1
               WRITE lap-reg FROM rec-reg
               PERFORM 127-LEER-RECORTE
           END-PERFORM.
           CLOSE RECORTE.
           CLOSE LICENCIAS-APLICADAS.
           MOVE w-copiadas TO w-lineas-lap.

       125-LEER-LAP.
           READ LICENCIAS-APLICADAS AT END MOVE 1 TO w-flag-rec.

       127-LEER-RECORTE.
           READ RECORTE AT END MOVE 1 TO w-flag-rec.

      * Se cargan en memoria las tarifas vigentes del anio; si el
      * mismo anio y categoria figura mas de una vez vale el ultimo
       090-CARGAR-ACTIVIDAD.
           DISPLAY "CODIGO DE ACTIVIDAD: ".
           ACCEPT w-act-pedida.
           PERFORM 091-BUSCAR-ACTIVIDAD.

       091-BUSCAR-ACTIVIDAD.
           MOVE ZERO TO w-act-hallada.
           OPEN INPUT ACTIVIDADES.
           IF w-status-act = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-importe-cuota TO w-arancel-maestro.
           PERFORM 093-CARGAR-ARANCELES.
           MOVE 1 TO w-modo-actividad.
           PERFORM 094-CARGAR-INSCRIPTOS.
           IF w-cant-inscriptos = ZERO
       092-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-act.

      * Solo los cambios en vigor de la actividad elegida; los
      * anulados no cuentan.
       093-CARGAR-ARANCELES.
           MOVE ZERO TO w-cant-arh.
           MOVE ZERO TO w-flag-arh.
           OPEN INPUT ARANCELES.
           IF w-status-arh = "00"
               PERFORM 095-LEER-ARANCEL
               PERFORM UNTIL w-flag-arh = 1
                   IF arh-tipo = "A" AND arh-codigo = w-act-pedida
                   AND arh-estado = "A" AND w-cant-arh < 200
                       ADD 1 TO w-cant-arh
                       MOVE arh-vigencia
                           TO w-arh-vigencia (w-cant-arh)
                       MOVE arh-importe TO w-arh-importe (w-cant-arh)
                   END-IF
                   PERFORM 095-LEER-ARANCEL
               END-PERFORM
               CLOSE ARANCELES
           ELSE
               IF w-status-arh = "05"
                   CLOSE ARANCELES
               END-IF
           END-IF.

       095-LEER-ARANCEL.
           READ ARANCELES AT END MOVE 1 TO w-flag-arh.

       094-CARGAR-INSCRIPTOS.
           MOVE ZERO TO w-cant-inscriptos.
           OPEN INPUT INSCRIPCIONES.
       085-LEER-GRUPO.
           READ GRUPOS AT END MOVE 1 TO w-flag-grp.

      * Se cargan las becas vigentes (estado "A") del concepto que se
      * esta generando o de todos los conceptos (00); la vigencia de
      * cada una se controla despues contra el vencimiento de cada
      * cuota.
       087-CARGAR-BECAS.
           MOVE ZERO TO w-cant-becas.
           OPEN INPUT BECAS.
           IF w-status-becas = "00"
               PERFORM 088-LEER-BECA
               PERFORM UNTIL w-flag-bec = 1
                   IF bec-estado = "A"
                   AND (bec-concepto = w-concepto
                       OR bec-concepto = ZERO)
                   AND w-cant-becas < 500
                       ADD 1 TO w-cant-becas
                       MOVE bec-legajo TO w-bec-legajo (w-cant-becas)
                       MOVE bec-tipo TO w-bec-tipo (w-cant-becas)
                       MOVE bec-valor TO w-bec-valor (w-cant-becas)
                       MOVE bec-desde TO w-bec-desde (w-cant-becas)
                       MOVE bec-hasta TO w-bec-hasta (w-cant-becas)
                       MOVE bec-resolucion
                           TO w-bec-resolucion (w-cant-becas)
                   END-IF
                   PERFORM 088-LEER-BECA
               END-PERFORM
               CLOSE BECAS
           ELSE
               IF w-status-becas = "05"
                   CLOSE BECAS
               END-IF
           END-IF.
           IF w-cant-becas > ZERO
               DISPLAY "BECAS VIGENTES PARA EL CONCEPTO: " w-cant-becas
           END-IF.

       088-LEER-BECA.
           READ BECAS AT END MOVE 1 TO w-flag-bec.

      * Solo cuentan las licencias pendientes de empezar (P) y las
      * vigentes (V); las terminadas y anuladas son historia.
       089-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cant-licencias.
           OPEN INPUT LICENCIAS.
           IF w-status-lic = "00"
               PERFORM 086-LEER-LICENCIA
               PERFORM UNTIL w-flag-lic = 1
                   IF (lic-estado = "P" OR lic-estado = "V")
                   AND w-cant-licencias < 500
                       ADD 1 TO w-cant-licencias
                       MOVE lic-legajo
                           TO w-lic-legajo (w-cant-licencias)
                       MOVE lic-desde TO w-lic-desde (w-cant-licencias)
                       MOVE lic-hasta TO w-lic-hasta (w-cant-licencias)
                       MOVE lic-pct-cargo
                           TO w-lic-pct-cargo (w-cant-licencias)
                       MOVE lic-estado
                           TO w-lic-estado (w-cant-licencias)
                   END-IF
                   PERFORM 086-LEER-LICENCIA
               END-PERFORM
               CLOSE LICENCIAS
           ELSE
               IF w-status-lic = "05"
                   CLOSE LICENCIAS
               END-IF
           END-IF.
           IF w-cant-licencias > ZERO
               DISPLAY "LICENCIAS PENDIENTES O VIGENTES: "
                   w-cant-licencias
           END-IF.

       086-LEER-LICENCIA.
           READ LICENCIAS AT END MOVE 1 TO w-flag-lic.

       083-CARGAR-ANUALES.
           MOVE ZERO TO w-cant-anuales.
           OPEN INPUT ANUALES.
           IF w-status-anual = "00"
               PERFORM 084-LEER-ANUAL
               PERFORM UNTIL w-flag-apa = 1
                   IF apa-anio = w-anio-generar
                   AND w-cant-anuales < 2000
                       ADD 1 TO w-cant-anuales
                       MOVE apa-legajo TO w-apa-legajo (w-cant-anuales)
                   END-IF
                   PERFORM 084-LEER-ANUAL
               END-PERFORM
               CLOSE ANUALES
           ELSE
               IF w-status-anual = "05"
                   CLOSE ANUALES
               END-IF
           END-IF.
           IF w-cant-anuales > ZERO
               DISPLAY "SOCIOS CON EL ANIO PAGADO POR ADELANTADO: "
                   w-cant-anuales
           END-IF.

       084-LEER-ANUAL.
           READ ANUALES AT END MOVE 1 TO w-flag-apa.

       065-LEER-TARIFA.
           READ TARIFARIO AT END MOVE 1 TO w-flag-tar.

           ELSE
               MOVE 1 TO w-socio-inscripto
           END-IF.
           MOVE ZERO TO w-en-licencia.
           IF alu-estado = "S" AND w-cant-licencias > ZERO
               PERFORM 305-VERIFICAR-LICENCIA
           END-IF.
           MOVE ZERO TO w-anual-pagado.
           IF w-cant-anuales > ZERO AND alu-alumno NOT = ZERO
               PERFORM 307-VERIFICAR-ANUAL
           END-IF.
           IF alu-alumno NOT = ZERO
           AND alu-estado NOT = "B"
           AND (alu-estado NOT = "S" OR w-en-licencia = 1)
           AND w-socio-inscripto = 1
           AND w-anual-pagado = ZERO
               IF usa-tarifario
                   PERFORM 320-BUSCAR-TARIFA-SOCIO
               END-IF
               END-IF
           END-IF.

      * El socio suspendido por una licencia vigente sigue generando
      * su cuota social: los periodos fuera de la licencia se cobran
      * enteros y los de adentro con el cargo reducido.
       305-VERIFICAR-LICENCIA.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-licencias
               IF w-lic-legajo (w-ind-lic) = alu-alumno
               AND w-lic-estado (w-ind-lic) = "V"
                   MOVE 1 TO w-en-licencia
               END-IF
           END-PERFORM.

       307-VERIFICAR-ANUAL.
           PERFORM VARYING w-ind-apa FROM 1 BY 1
                   UNTIL w-ind-apa > w-cant-anuales
               IF w-apa-legajo (w-ind-apa) = alu-alumno
                   MOVE 1 TO w-anual-pagado
               END-IF
           END-PERFORM.
           IF w-anual-pagado = 1
               ADD 1 TO w-cant-omitidos-anual
           END-IF.

       310-VERIFICAR-INSCRIPTO.
           MOVE ZERO TO w-socio-inscripto.
           PERFORM VARYING w-ind-ins FROM 1 BY 1
           MOVE cuo-tex-fecha TO w-fecha-eval.
           PERFORM 375-CORRER-A-HABIL.
           MOVE w-fecha-eval TO cuo-tex-fecha.
           IF es-actividad
               PERFORM 380-ARANCEL-VIGENTE
           END-IF.
           MOVE w-importe-cuota TO w-importe-neto.
           IF w-cant-becas > ZERO
               PERFORM 340-APLICAR-BECAS
           END-IF.
           IF w-cant-licencias > ZERO AND w-importe-neto > ZERO
               PERFORM 360-APLICAR-LICENCIA
           END-IF.
      * Una beca del cien por ciento deja la cuota sin cargo: no se
      * graba, igual que con las categorias exentas. Lo mismo una
      * licencia sin cargo.
           IF w-importe-neto > ZERO
               MOVE "I" TO cuo-tex-estado
               MOVE w-importe-neto TO cuo-tex-importe
               MOVE ZERO TO cuo-tex-pagado
               MOVE w-importe-neto TO cuo-tex-debe
               MOVE w-concepto TO cuo-tex-concepto
               WRITE cuo-tex-reg
               ADD 1 TO w-lineas-cta
               ADD 1 TO w-cant-cuotas-generadas
           ELSE
               ADD 1 TO w-cant-becadas-total
           END-IF.

      * El arancel de la cuota es el vigente al primer dia del mes
      * al que corresponde: la linea de vigencia mas reciente que no
      * sea posterior. Sin historia cargada rige el del maestro.
       380-ARANCEL-VIGENTE.
           MOVE w-arancel-maestro TO w-importe-cuota.
           COMPUTE w-fecha-periodo =
               w-anio-generar * 10000 + w-mes-venc * 100 + 1.
           MOVE ZERO TO w-vig-hallada.
           PERFORM VARYING w-ind-arh FROM 1 BY 1
                   UNTIL w-ind-arh > w-cant-arh
               IF w-arh-vigencia (w-ind-arh) <= w-fecha-periodo
               AND w-arh-vigencia (w-ind-arh) >= w-vig-hallada
                   MOVE w-arh-vigencia (w-ind-arh) TO w-vig-hallada
                   MOVE w-arh-importe (w-ind-arh) TO w-importe-cuota
               END-IF
           END-PERFORM.

      * Las becas del socio vigentes al vencimiento de la cuota se
      * aplican en el orden del maestro, despues del descuento por
      * grupo familiar: el porcentaje sobre lo que queda, el importe
      * fijo hasta dejar la cuota en cero. Cada aplicacion queda
      * registrada con la resolucion que la respalda.
       340-APLICAR-BECAS.
           PERFORM VARYING w-ind-bec FROM 1 BY 1
                   UNTIL w-ind-bec > w-cant-becas
               IF w-bec-legajo (w-ind-bec) = alu-alumno
               AND w-bec-desde (w-ind-bec) <= cuo-tex-fecha
               AND (w-bec-hasta (w-ind-bec) = ZERO
                   OR w-bec-hasta (w-ind-bec) >= cuo-tex-fecha)
               AND w-importe-neto > ZERO
                   IF w-bec-tipo (w-ind-bec) = "P"
                       COMPUTE w-bonificado =
                           w-importe-neto * w-bec-valor (w-ind-bec)
                           / 100
                   ELSE
                       MOVE w-bec-valor (w-ind-bec) TO w-bonificado
                   END-IF
                   IF w-bonificado > w-importe-neto
                       MOVE w-importe-neto TO w-bonificado
                   END-IF
                   PERFORM 345-GRABAR-BECA-APLICADA
                   SUBTRACT w-bonificado FROM w-importe-neto
               END-IF
           END-PERFORM.

       345-GRABAR-BECA-APLICADA.
           MOVE SPACES TO bap-reg.
           MOVE alu-alumno TO bap-legajo.
           MOVE cuo-tex-cuota TO bap-cuota.
           MOVE cuo-tex-anio TO bap-anio.
           MOVE w-concepto TO bap-concepto.
           MOVE cuo-tex-fecha TO bap-fecha.
           MOVE w-importe-neto TO bap-importe.
           MOVE w-bonificado TO bap-bonificado.
           MOVE w-bec-resolucion (w-ind-bec) TO bap-resolucion.
           WRITE bap-reg.
           ADD 1 TO w-lineas-bap.
           ADD w-bonificado TO w-tot-bonificado.
           ADD 1 TO w-cant-becadas.

      * La licencia se aplica sobre lo que dejaron las becas: es el
      * importe que se repone si la licencia se corta antes.
       360-APLICAR-LICENCIA.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-licencias
               IF w-lic-legajo (w-ind-lic) = alu-alumno
               AND w-lic-desde (w-ind-lic) <= cuo-tex-fecha
               AND w-lic-hasta (w-ind-lic) >= cuo-tex-fecha
               AND w-importe-neto > ZERO
                   COMPUTE w-importe-lic = w-importe-neto
                       * w-lic-pct-cargo (w-ind-lic) / 100
                   MOVE SPACES TO lap-reg
                   MOVE alu-alumno TO lap-legajo
                   MOVE cuo-tex-cuota TO lap-cuota
                   MOVE cuo-tex-anio TO lap-anio
                   MOVE cuo-tex-fecha TO lap-fecha
                   MOVE w-importe-neto TO lap-importe
                   MOVE w-importe-lic TO lap-cobrado
                   WRITE lap-reg
                   ADD 1 TO w-lineas-lap
                   ADD 1 TO w-cant-con-licencia
                   IF w-importe-lic = ZERO
                       ADD 1 TO w-cant-sin-cargo-lic
                   END-IF
                   MOVE w-importe-lic TO w-importe-neto
               END-IF
           END-PERFORM.

       400-FIN.
           CLOSE ALUMNOS.
               CLOSE DATOS
               DISPLAY "SOCIOS EXENTOS (SIN CARGOS): " w-cant-exentos
           END-IF.
           IF w-cant-becas > ZERO
               CLOSE BECAS-APLICADAS
               DISPLAY "BECAS APLICADAS: " w-cant-becadas
               DISPLAY "CUOTAS SIN CARGO POR BECA: "
                   w-cant-becadas-total
               DISPLAY "IMPORTE BONIFICADO: " w-tot-bonificado
           END-IF.
           IF w-cant-licencias > ZERO
               CLOSE LICENCIAS-APLICADAS
               DISPLAY "CUOTAS ALCANZADAS POR LICENCIAS: "
                   w-cant-con-licencia
               DISPLAY "CUOTAS SIN CARGO POR LICENCIA: "
                   w-cant-sin-cargo-lic
           END-IF.
           IF w-cant-anuales > ZERO
               DISPLAY "SOCIOS OMITIDOS POR PAGO ANUAL: "
                   w-cant-omitidos-anual
           END-IF.
           IF w-concepto = 1
               PERFORM 450-GRABAR-PARAMETROS
           END-IF.
           MOVE "F" TO w-tra-estado (w-cant-tramos).
           PERFORM 610-ACTUALIZAR-TRAMO.
           PERFORM 620-ESCRIBIR-PUNTOS.
           PERFORM VARYING w-ind-tramo FROM 1 BY 1
                   UNTIL w-ind-tramo > w-cant-tramos
               DISPLAY "TRAMO " w-ind-tramo " "
                   w-tra-tipo (w-ind-tramo)
                   " SOCIOS LEIDOS " w-tra-leidos (w-ind-tramo)
                   " GENERADOS " w-tra-socios (w-ind-tramo)
                   " CUOTAS " w-tra-cuotas (w-ind-tramo)
           END-PERFORM.

      * Solo la cuota social define los parametros del ejercicio;
      * los cargos de otros conceptos no los pisan.
           WRITE par-reg.
           CLOSE PARAMETROS.

      * Punto de control: lo agregado a los archivos de salida se
      * baja a disco cerrando y reabriendo, y el tramo en curso se
      * regraba con el slot del ultimo socio procesado.
       600-GRABAR-PUNTO.
           CLOSE CTA.
           OPEN EXTEND CTA.
           IF w-cant-becas > ZERO
               CLOSE BECAS-APLICADAS
               OPEN EXTEND BECAS-APLICADAS
           END-IF.
           IF w-cant-licencias > ZERO
               CLOSE LICENCIAS-APLICADAS
               OPEN EXTEND LICENCIAS-APLICADAS
           END-IF.
           PERFORM 610-ACTUALIZAR-TRAMO.
           PERFORM 620-ESCRIBIR-PUNTOS.
           MOVE ZERO TO w-desde-punto.

       610-ACTUALIZAR-TRAMO.
           MOVE rel-nro TO w-tra-slot (w-cant-tramos).
           MOVE w-leidos-tramo TO w-tra-leidos (w-cant-tramos).
           MOVE w-cant-alu-generados TO w-tra-socios (w-cant-tramos).
           MOVE w-cant-cuotas-generadas TO w-tra-cuotas (w-cant-tramos).
           MOVE w-lineas-cta TO w-tra-lineas-cta (w-cant-tramos).
           MOVE w-lineas-bap TO w-tra-lineas-bap (w-cant-tramos).
           MOVE w-lineas-lap TO w-tra-lineas-lap (w-cant-tramos).

       620-ESCRIBIR-PUNTOS.
           OPEN OUTPUT PUNTOS.
           PERFORM VARYING w-ind-tramo FROM 1 BY 1
                   UNTIL w-ind-tramo > w-cant-tramos
               MOVE SPACES TO gpt-reg
               MOVE w-ind-tramo TO gpt-tramo
               MOVE w-tra-tipo (w-ind-tramo) TO gpt-tipo
               MOVE w-tra-estado (w-ind-tramo) TO gpt-estado
               MOVE w-tra-fecha (w-ind-tramo) TO gpt-fecha
               MOVE w-tra-hora (w-ind-tramo) TO gpt-hora
               MOVE w-tra-slot (w-ind-tramo) TO gpt-slot
               MOVE w-tra-leidos (w-ind-tramo) TO gpt-leidos
               MOVE w-tra-socios (w-ind-tramo) TO gpt-socios
               MOVE w-tra-cuotas (w-ind-tramo) TO gpt-cuotas
               MOVE w-tra-lineas-cta (w-ind-tramo) TO gpt-lineas-cta
               MOVE w-tra-lineas-bap (w-ind-tramo) TO gpt-lineas-bap
               MOVE w-tra-lineas-lap (w-ind-tramo) TO gpt-lineas-lap
               MOVE w-gen-anio TO gpt-anio
               MOVE w-gen-concepto TO gpt-concepto
               MOVE w-gen-primera TO gpt-primera
               MOVE w-gen-cant-cuotas TO gpt-cant-cuotas
               MOVE w-gen-importe TO gpt-importe
               MOVE w-gen-dia-venc TO gpt-dia-venc
               MOVE w-gen-actividad TO gpt-actividad
               WRITE gpt-reg
           END-PERFORM.
           CLOSE PUNTOS.

       END PROGRAM GENERAR-CUOTAS.
