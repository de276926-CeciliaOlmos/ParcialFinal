           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-auditoria.
           SELECT OPTIONAL MOVIMS-HIST
                   ASSIGN TO "..\caja_movims_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS moh-llave
                   ALTERNATE RECORD KEY IS moh-llave-legajo
                   FILE STATUS IS w-status-moh.
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
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ASSIGN TO "..\respuesta_banco.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rsp.
           SELECT DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-dat.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
           SELECT TABLERO ASSIGN TO "..\tablero.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 mov-hora pic 9(8).
           03 filler pic x.
           03 mov-medio pic x.
           03 filler pic x.
           03 mov-sede pic 9(2).

       FD  AUDITORIA.
       01  aud-reg.
           03 filler pic x.
           03 rsp-motivo pic x(20).

      * Historicos de movimientos de caja y auditoria
      * (RotarRegistros).
       FD  MOVIMS-HIST.
       01  moh-reg.
           03 moh-llave.
               05 moh-fecha pic 9(8).
               05 moh-orden pic 9(8).
           03 moh-llave-legajo.
               05 moh-legajo pic 9(5).
               05 moh-fecha-alt pic 9(8).
               05 moh-orden-alt pic 9(8).
           03 moh-datos pic x(53).

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

       FD  TABLERO.
       01  tab-linea pic x(78).

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
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

       FD  SEDES.
       01  sed-reg.
           03 sed-codigo pic 9(2).
           03 filler pic x value space.
           03 sed-nombre pic x(30).
           03 filler pic x value space.
           03 sed-domicilio pic x(30).
           03 filler pic x value space.
           03 sed-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-status-sed pic xx value spaces.
       77  w-flag-sed pic 9 value zero.
       77  w-hay-sedes pic 9 value zero.
       77  w-sede-pedida pic 9(2) value zero.
       77  w-sede-valida pic 9 value zero.
       77  w-sede-nombre pic x(30) value spaces.
       77  w-status-dat pic xx value spaces.
       77  w-datos-abierto pic 9 value zero.
       77  w-sede-informe pic 9(2) value zero.
       77  w-sede-socio pic 9(2) value zero.
       77  w-legajo-sede pic 9(5) value zero.
       77  w-titulo-sede pic x(40) value spaces.
       77  w-status-rcb pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-hist pic xx value spaces.
       77  w-flag-conv pic 9 value zero.
       77  w-flag-pre pic 9 value zero.
       77  w-flag-rsp pic 9 value zero.
       77  w-status-moh pic xx value spaces.
       77  w-status-auh pic xx value spaces.
       77  w-status-ctl pic xx value spaces.
       77  w-flag-ctl pic 9 value zero.
       77  w-corte-mov pic 9(8) value zero.
       77  w-corte-aud pic 9(8) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-anio-informe pic 9(4) value zero.
       77  w-mes-informe pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
               w-anio-informe * 100 + w-mes-informe.
           COMPUTE w-periodo-anterior =
               (w-anio-informe - 1) * 100 + w-mes-informe.
           COMPUTE w-fecha-desde = w-periodo-informe * 100 + 1.
           COMPUTE w-fecha-hasta = w-periodo-informe * 100 + 31.
           PERFORM 030-PEDIR-SEDE.
           PERFORM 050-LEER-CORTES.
           PERFORM 100-ARMAR-CANALES.
           PERFORM 150-CARGAR-MOVIMS-MES.
           PERFORM 200-RELEVAR-COBRANZA.
           PERFORM 550-RELEVAR-DEBITOS.
           PERFORM 600-RELEVAR-FACTURACION.
           PERFORM 700-ESCRIBIR-TABLERO.
           IF w-datos-abierto = 1
               CLOSE DATOS
           END-IF.
           DISPLAY "TABLERO DEL PERIODO " w-periodo-informe
               " GENERADO EN tablero.txt".
           STOP RUN.

      * El tablero sale por sede o consolidado (sede 0). Por sede,
      * cada socio cuenta en la sede de datos_socios.dat (los socios
      * sin datos o sin sede cargada son de la 01); los debitos, los
      * convenios y el padron se abren por la sede del socio.
       030-PEDIR-SEDE.
           MOVE ZERO TO w-sede-valida.
           PERFORM UNTIL w-sede-valida = 1
               DISPLAY "SEDE A INFORMAR (0=CONSOLIDADO): "
               MOVE ZERO TO w-sede-pedida
               ACCEPT w-sede-pedida
               IF w-sede-pedida = ZERO
                   MOVE 1 TO w-sede-valida
               ELSE
                   PERFORM 035-VALIDAR-SEDE
                   IF w-sede-valida = ZERO
                       DISPLAY "SEDE INEXISTENTE O DADA DE BAJA"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-sede-pedida TO w-sede-informe.
           IF w-sede-informe = ZERO
               MOVE "CONSOLIDADO TODAS LAS SEDES" TO w-titulo-sede
           ELSE
               MOVE SPACES TO w-titulo-sede
               STRING "SEDE " w-sede-informe " " w-sede-nombre
                   DELIMITED BY SIZE INTO w-titulo-sede
               OPEN INPUT DATOS
               IF w-status-dat = "00"
                   MOVE 1 TO w-datos-abierto
               END-IF
           END-IF.

      * La sede tiene que estar activa en sedes.txt (la mantiene
      * MantenerSedes); sin tabla cargada solo existe la sede 01.
       035-VALIDAR-SEDE.
           MOVE ZERO TO w-sede-valida.
           MOVE ZERO TO w-hay-sedes.
           MOVE ZERO TO w-flag-sed.
           MOVE SPACES TO w-sede-nombre.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 037-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   MOVE 1 TO w-hay-sedes
                   IF sed-codigo = w-sede-pedida
                   AND sed-estado = "A"
                       MOVE 1 TO w-sede-valida
                       MOVE sed-nombre TO w-sede-nombre
                   END-IF
                   PERFORM 037-LEER-SEDE
               END-PERFORM
               CLOSE SEDES
           ELSE
               IF w-status-sed = "05"
                   CLOSE SEDES
               END-IF
           END-IF.
           IF w-hay-sedes = ZERO AND w-sede-pedida = 1
               MOVE 1 TO w-sede-valida
               MOVE "SEDE CENTRAL" TO w-sede-nombre
           END-IF.

       037-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

      * Fecha de corte de la ultima rotacion OK: lo anterior esta
      * en el historico indexado.
       050-LEER-CORTES.
           OPEN INPUT CONTROL-ROT.
           IF w-status-ctl = "00"
               PERFORM 055-LEER-CONTROL
               PERFORM UNTIL w-flag-ctl = 1
                   IF ctl-estado = "OK"
                       IF ctl-archivo = "CAJA"
                       AND ctl-corte > w-corte-mov
                           MOVE ctl-corte TO w-corte-mov
                       END-IF
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

       100-ARMAR-CANALES.
           MOVE "EFECTIVO" TO w-can-nombre (1).
           MOVE "TARJETA" TO w-can-nombre (2).
       150-CARGAR-MOVIMS-MES.
           OPEN INPUT MOVIMS.
           IF w-status-movims = "00"
               IF w-fecha-desde < w-corte-mov
                   PERFORM 170-HISTORICO-MOVIMS
               END-IF
               PERFORM 160-LEER-MOVIMIENTO
               PERFORM UNTIL w-flag-mov = 1
                   PERFORM 155-CARGAR-MOVIMIENTO
                   PERFORM 160-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE MOVIMS
               END-IF
           END-IF.

       155-CARGAR-MOVIMIENTO.
           COMPUTE w-periodo-reg = mov-fecha / 100.
           IF w-periodo-reg = w-periodo-informe
           AND w-cant-movs < 5000
               ADD 1 TO w-cant-movs
               MOVE mov-recibo
                   TO w-movm-recibo (w-cant-movs)
               MOVE mov-medio TO w-movm-medio (w-cant-movs)
           END-IF.

       160-LEER-MOVIMIENTO.
           READ MOVIMS AT END MOVE 1 TO w-flag-mov.

      * Si el mes ya fue rotado, sus movimientos se leen del
      * historico por fecha sobre el registro de caja_movims.txt.
       170-HISTORICO-MOVIMS.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT MOVIMS-HIST.
           IF w-status-moh = "00"
               MOVE w-fecha-desde TO moh-fecha
               MOVE ZERO TO moh-orden
               START MOVIMS-HIST KEY IS >= moh-llave
                   INVALID KEY MOVE 1 TO w-flag-hist
               END-START
               PERFORM UNTIL w-flag-hist = 1
                   READ MOVIMS-HIST NEXT
                       AT END MOVE 1 TO w-flag-hist
                       NOT AT END
                           IF moh-fecha > w-fecha-hasta
                               MOVE 1 TO w-flag-hist
                           ELSE
                               MOVE moh-datos TO mov-reg
                               PERFORM 155-CARGAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMS-HIST
           ELSE
               IF w-status-moh = "05"
                   CLOSE MOVIMS-HIST
               END-IF
           END-IF.

      * Cobranza del mes por concepto y por canal desde los
      * recibos emitidos (sin contra-recibos "X"); de paso se toma
      * el cobrado del mismo mes del anio anterior para la
               PERFORM UNTIL w-flag-rcb = 1
                   IF rcb-estado NOT = "X"
                       COMPUTE w-periodo-reg = rcb-fecha / 100
                       MOVE w-sede-informe TO w-sede-socio
                       IF w-periodo-reg = w-periodo-informe
                       OR w-periodo-reg = w-periodo-anterior
                           MOVE rcb-alumno TO w-legajo-sede
                           PERFORM 910-FILTRAR-SEDE
                       END-IF
                       IF w-periodo-reg = w-periodo-informe
                       AND w-sede-socio = w-sede-informe
                           PERFORM 250-ACUMULAR-COBRO
                       END-IF
                       IF w-periodo-reg = w-periodo-anterior
                       AND w-sede-socio = w-sede-informe
                           ADD 1 TO w-cant-cobros-ant
                           ADD rcb-importe TO w-tot-cobrado-ant
                       END-IF
               PERFORM UNTIL w-flag-rhc = 1
                   IF rhc-estado NOT = "X"
                       COMPUTE w-periodo-reg = rhc-fecha / 100
                       MOVE w-sede-informe TO w-sede-socio
                       IF w-periodo-reg = w-periodo-anterior
                           MOVE rhc-alumno TO w-legajo-sede
                           PERFORM 910-FILTRAR-SEDE
                       END-IF
                       IF w-periodo-reg = w-periodo-anterior
                       AND w-sede-socio = w-sede-informe
                           ADD 1 TO w-cant-cobros-ant
                           ADD rhc-importe TO w-tot-cobrado-ant
                       END-IF
           IF w-status-cuotas = "00"
               PERFORM 310-LEER-CUOTA-SEC
               PERFORM UNTIL w-flag-cuota = 1
                   MOVE w-sede-informe TO w-sede-socio
                   IF cuo-estado = "I" AND cuo-debe > ZERO
                       MOVE cuo-alumno TO w-legajo-sede
                       PERFORM 910-FILTRAR-SEDE
                   END-IF
                   IF cuo-estado = "I" AND cuo-debe > ZERO
                   AND w-sede-socio = w-sede-informe
                       ADD cuo-debe TO w-deuda-total
                       COMPUTE w-dias-atraso =
                           FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
       400-RELEVAR-PADRON-MES.
           OPEN INPUT AUDITORIA.
           IF w-status-auditoria = "00"
               IF w-fecha-desde < w-corte-aud
                   PERFORM 420-HISTORICO-AUDITORIA
               END-IF
               PERFORM 410-LEER-AUDITORIA
               PERFORM UNTIL w-flag-aud = 1
                   PERFORM 405-CLASIFICAR-AUDITORIA
                   PERFORM 410-LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDITORIA
               END-IF
           END-IF.

       405-CLASIFICAR-AUDITORIA.
           COMPUTE w-periodo-reg = aud-fecha / 100.
           MOVE w-sede-informe TO w-sede-socio.
           IF w-periodo-reg = w-periodo-informe
               MOVE aud-legajo TO w-legajo-sede
               PERFORM 910-FILTRAR-SEDE
           END-IF.
           IF w-periodo-reg = w-periodo-informe
           AND w-sede-socio = w-sede-informe
               IF aud-operacion = "ALTA"
               AND aud-resultado = "PRIMER INGRESO"
                   ADD 1 TO w-cant-altas
               END-IF
               IF aud-operacion = "BAJA"
               AND aud-resultado = "REALIZADA"
                   ADD 1 TO w-cant-bajas
               END-IF
               IF aud-operacion = "SUSPENSION"
               AND aud-resultado = "REALIZADA"
                   ADD 1 TO w-cant-susp
               END-IF
               IF aud-operacion = "REACTIVACION"
               AND aud-resultado = "REALIZADA"
                   ADD 1 TO w-cant-react
               END-IF
           END-IF.

       410-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-aud.

       420-HISTORICO-AUDITORIA.
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
                               PERFORM 405-CLASIFICAR-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-HIST
           ELSE
               IF w-status-auh = "05"
                   CLOSE AUDITORIA-HIST
               END-IF
           END-IF.

      * Solo las cabeceras (cuota de plan 00) llevan el estado del
      * convenio.
       500-RELEVAR-CONVENIOS.
           IF w-status-conv = "00"
               PERFORM 510-LEER-CONVENIO
               PERFORM UNTIL w-flag-conv = 1
                   MOVE w-sede-informe TO w-sede-socio
                   IF conv-cuota-plan = ZERO
                       MOVE conv-legajo TO w-legajo-sede
                       PERFORM 910-FILTRAR-SEDE
                   END-IF
                   IF conv-cuota-plan = ZERO
                   AND w-sede-socio = w-sede-informe
                       IF conv-estado = "V"
                           ADD 1 TO w-conv-vigentes
                       END-IF
           IF w-status-pre = "00"
               PERFORM 560-LEER-PRESENTACION
               PERFORM UNTIL w-flag-pre = 1
                   MOVE pre-legajo TO w-legajo-sede
                   PERFORM 910-FILTRAR-SEDE
                   IF w-sede-socio = w-sede-informe
                       ADD 1 TO w-deb-presentados
                   END-IF
                   PERFORM 560-LEER-PRESENTACION
               END-PERFORM
               CLOSE PRESENTACION
           IF w-status-rsp = "00"
               PERFORM 570-LEER-RESPUESTA
               PERFORM UNTIL w-flag-rsp = 1
                   MOVE rsp-legajo TO w-legajo-sede
                   PERFORM 910-FILTRAR-SEDE
                   IF w-sede-socio = w-sede-informe
                       IF rsp-estado = "A"
                           ADD 1 TO w-deb-aceptados
                       ELSE
                           ADD 1 TO w-deb-rechazados
                       END-IF
                   END-IF
                   PERFORM 570-LEER-RESPUESTA
               END-PERFORM
               MOVE ZERO TO w-flag-cuota
               PERFORM 310-LEER-CUOTA-SEC
               PERFORM UNTIL w-flag-cuota = 1
                   MOVE w-sede-informe TO w-sede-socio
                   IF cuo-cuota = w-mes-informe
                       MOVE cuo-alumno TO w-legajo-sede
                       PERFORM 910-FILTRAR-SEDE
                   END-IF
                   IF cuo-cuota = w-mes-informe
                   AND w-sede-socio = w-sede-informe
                       IF cuo-anio = w-anio-informe
                           ADD cuo-importe TO w-fact-mes
                       END-IF
           IF w-status-hist = "00"
               PERFORM 610-LEER-HIST
               PERFORM UNTIL w-flag-hist = 1
                   MOVE w-sede-informe TO w-sede-socio
                   IF his-cuota = w-mes-informe
                   AND his-anio = w-anio-informe - 1
                       MOVE his-alumno TO w-legajo-sede
                       PERFORM 910-FILTRAR-SEDE
                   END-IF
                   IF his-cuota = w-mes-informe
                   AND his-anio = w-anio-informe - 1
                   AND w-sede-socio = w-sede-informe
                       ADD his-importe TO w-fact-ant
                   END-IF
                   PERFORM 610-LEER-HIST
               " (EMITIDO EL " w-fecha-hoy ")"
               DELIMITED BY SIZE INTO tab-linea.
           WRITE tab-linea.
           MOVE w-titulo-sede TO tab-linea.
           WRITE tab-linea.
           MOVE "COBRANZA DEL MES" TO tab-linea.
           WRITE tab-linea.
           MOVE SPACES TO tab-linea.
           WRITE tab-linea.
           CLOSE TABLERO.

       900-SEDE-SOCIO.
           MOVE 1 TO w-sede-socio.
           IF w-datos-abierto = 1
               MOVE w-legajo-sede TO dat-legajo
               READ DATOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF dat-sede IS NUMERIC AND dat-sede > ZERO
                           MOVE dat-sede TO w-sede-socio
                       END-IF
               END-READ
           END-IF.

       910-FILTRAR-SEDE.
           MOVE w-sede-informe TO w-sede-socio.
           IF w-sede-informe NOT = ZERO
               PERFORM 900-SEDE-SOCIO
           END-IF.

       END PROGRAM TABLERO-GERENCIAL.
