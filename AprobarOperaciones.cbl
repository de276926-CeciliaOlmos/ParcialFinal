      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-OPERACIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL APROBACIONES
                   ASSIGN TO "..\aprobaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apr.
           SELECT APR-TMP ASSIGN TO "..\aprobaciones_tmp.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APROBADA
                   ASSIGN TO "..\operacion_aprobada.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apb.
           SELECT OPTIONAL NOVEDADES ASSIGN TO "..\novedades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.

      * Cola de operaciones sensibles pendientes de aprobacion: la
      * graba el programa que inicia la operacion (CargarNovedades
      * para las condonaciones, DevolucionSaldo, FusionarLegajos y
      * MantenerParametros) y solo este programa la resuelve. Estados:
      * P pendiente, A aprobada (aplicandose), E aplicada, F aprobada
      * pero no se pudo aplicar, R rechazada, V vencida sin aprobar
      * en el dia.
       FD  APROBACIONES.
       01  apr-reg.
           03 apr-nro pic 9(6).
           03 filler pic x value space.
           03 apr-operacion pic x(12).
           03 filler pic x value space.
           03 apr-legajo pic 9(5).
           03 filler pic x value space.
           03 apr-legajo-2 pic 9(5).
           03 filler pic x value space.
           03 apr-cuota pic 9(2).
           03 filler pic x value space.
           03 apr-anio pic 9(4).
           03 filler pic x value space.
           03 apr-importe pic 9(10).
           03 filler pic x value space.
           03 apr-autorizacion pic 9(10).
           03 filler pic x value space.
           03 apr-det-tipo pic 9.
           03 filler pic x value space.
           03 apr-clave pic x(20).
           03 filler pic x value space.
           03 apr-tipo-par pic x.
           03 filler pic x value space.
           03 apr-valor pic x(20).
           03 filler pic x value space.
           03 apr-ope-inicia pic x(8).
           03 filler pic x value space.
           03 apr-fecha pic 9(8).
           03 filler pic x value space.
           03 apr-hora pic 9(8).
           03 filler pic x value space.
           03 apr-estado pic x.
           03 filler pic x value space.
           03 apr-ope-aprueba pic x(8).
           03 filler pic x value space.
           03 apr-fecha-res pic 9(8).
           03 filler pic x value space.
           03 apr-hora-res pic 9(8).
           03 filler pic x value space.
           03 apr-motivo pic x(30).

       FD  APR-TMP.
       01  tmp-reg pic x(194).

      * Traspaso de la operacion aprobada al programa que la aplica
      * (DevolucionSaldo, FusionarLegajos, MantenerParametros): la
      * devuelve con estado E si la aplico o F y el motivo si no.
       FD  APROBADA.
       01  apb-reg pic x(194).

       FD  NOVEDADES.
       01  nov-cab-reg.
           03 nov-cab-tipo PIC 9.
           03 nov-cab-fecha.
               05 nov-cab-anio pic 9(4).
               05 nov-cab-mes pic 9(2).
               05 nov-cab-dia pic 9(2).
       01  nov-det-reg.
           03 nov-det-tipo pic 9.
           03 nov-det-recibo pic 9(10).
           03 nov-det-alu pic 9(5).
           03 nov-det-cuota pic 99.
           03 nov-det-importe pic 9(8).
       01  nov-fin-reg.
           03 nov-fin-tipo pic 9.
           03 nov-fin-cantidad pic 9(6).
           03 nov-fin-importe pic 9(10).

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

       WORKING-STORAGE SECTION.
       77  w-status-operadores pic xx value spaces.
       77  w-status-apr pic xx value spaces.
       77  w-status-apb pic xx value spaces.
       77  w-flag-ope pic 9 value zero.
       77  w-flag-apr pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-nro-sel pic 9(6) value zero.
       77  w-nro-cambio pic 9(6) value zero.
       77  w-hallada pic 9 value zero.
       77  w-decision pic x value space.
       77  w-cant-pendientes pic 9(4) value zero.
       77  w-cant-vencidas pic 9(4) value zero.
       77  w-aud-operacion pic x(12) value spaces.
       77  w-aud-resultado pic x(15) value spaces.
       77  w-aud-legajo pic 9(5) value zero.
       77  w-aud-texto pic x(9) value spaces.
      * Copia de trabajo de la operacion que se esta resolviendo,
      * con el mismo trazado que la cola.
       01  w-op.
           03 w-op-nro pic 9(6).
           03 filler pic x.
           03 w-op-operacion pic x(12).
           03 filler pic x.
           03 w-op-legajo pic 9(5).
           03 filler pic x.
           03 w-op-legajo-2 pic 9(5).
           03 filler pic x.
           03 w-op-cuota pic 9(2).
           03 filler pic x.
           03 w-op-anio pic 9(4).
           03 filler pic x.
           03 w-op-importe pic 9(10).
           03 filler pic x.
           03 w-op-autorizacion pic 9(10).
           03 filler pic x.
           03 w-op-det-tipo pic 9.
           03 filler pic x.
           03 w-op-clave pic x(20).
           03 filler pic x.
           03 w-op-tipo-par pic x.
           03 filler pic x.
           03 w-op-valor pic x(20).
           03 filler pic x.
           03 w-op-ope-inicia pic x(8).
           03 filler pic x.
           03 w-op-fecha pic 9(8).
           03 filler pic x.
           03 w-op-hora pic 9(8).
           03 filler pic x.
           03 w-op-estado pic x.
           03 filler pic x.
           03 w-op-ope-aprueba pic x(8).
           03 filler pic x.
           03 w-op-fecha-res pic 9(8).
           03 filler pic x.
           03 w-op-hora-res pic 9(8).
           03 filler pic x.
           03 w-op-motivo pic x(30).
       01  w-lin-pendiente.
           03 w-lp-nro pic 9(6).
           03 filler pic x value space.
           03 w-lp-operacion pic x(12).
           03 filler pic x value space.
           03 w-lp-legajo pic 9(5).
           03 filler pic x value space.
           03 w-lp-detalle pic x(30).
           03 filler pic x value space.
           03 w-lp-importe pic zzz.zzz.zz9.
           03 filler pic x value space.
           03 w-lp-inicia pic x(8).
           03 filler pic x value space.
           03 w-lp-hora pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           IF w-perfil NOT = "S"
               DISPLAY "LA APROBACION DE OPERACIONES REQUIERE PERFIL "
               DISPLAY "DE SUPERVISOR"
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VACIAR-TRASPASO.
           MOVE ZERO TO w-nro-cambio.
           PERFORM 600-ACTUALIZAR-COLA.
           IF w-cant-vencidas > ZERO
               DISPLAY "OPERACIONES VENCIDAS SIN APROBAR EN EL DIA: "
                   w-cant-vencidas
           END-IF.
           PERFORM 200-LISTAR-PENDIENTES.
           MOVE 1 TO w-nro-sel.
           PERFORM UNTIL w-nro-sel = ZERO
               DISPLAY "Numero de operacion a resolver (0=salir): "
               ACCEPT w-nro-sel
               IF w-nro-sel NOT = ZERO
                   PERFORM 300-RESOLVER
                   PERFORM 200-LISTAR-PENDIENTES
               END-IF
           END-PERFORM.
           STOP RUN.

       020-INICIAR-SESION.
           OPEN INPUT OPERADORES.
           IF w-status-operadores NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO DE OPERADORES: CORRA "
               DISPLAY "CrearOperadores ANTES DE USAR ESTE PROGRAMA"
           ELSE
               CLOSE OPERADORES
               PERFORM UNTIL w-login-ok = 1 OR w-intentos-login > 2
                   ADD 1 TO w-intentos-login
                   DISPLAY "Codigo de operador: "
                   ACCEPT w-cod-ingresado
                   DISPLAY "Clave: "
                   ACCEPT w-clave-ingresada
                   PERFORM 030-BUSCAR-OPERADOR
                   IF w-login-ok = ZERO
                       DISPLAY "CODIGO O CLAVE INCORRECTOS"
                   END-IF
               END-PERFORM
           END-IF.

       030-BUSCAR-OPERADOR.
           MOVE ZERO TO w-flag-ope.
           OPEN INPUT OPERADORES.
           PERFORM 035-LEER-OPERADOR.
           PERFORM UNTIL w-flag-ope = 1
               IF ope-codigo = w-cod-ingresado
               AND ope-clave = w-clave-ingresada
                   MOVE 1 TO w-login-ok
                   MOVE ope-codigo TO w-operador
                   MOVE ope-perfil TO w-perfil
               END-IF
               PERFORM 035-LEER-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES.

       035-LEER-OPERADOR.
           READ OPERADORES AT END MOVE 1 TO w-flag-ope.

      * Un traspaso que quedo de una corrida cortada no debe poder
      * aplicarse despues sin pasar por una aprobacion.
       050-VACIAR-TRASPASO.
           OPEN OUTPUT APROBADA.
           CLOSE APROBADA.

       200-LISTAR-PENDIENTES.
           MOVE ZERO TO w-cant-pendientes.
           MOVE ZERO TO w-flag-apr.
           DISPLAY " ".
           DISPLAY "OPERACIONES PENDIENTES DE APROBACION".
           OPEN INPUT APROBACIONES.
           IF w-status-apr = "00"
               PERFORM 210-LEER-APROBACION
               PERFORM UNTIL w-flag-apr = 1
                   IF apr-estado = "P"
                       PERFORM 220-MOSTRAR-PENDIENTE
                   END-IF
                   PERFORM 210-LEER-APROBACION
               END-PERFORM
               CLOSE APROBACIONES
           ELSE
               IF w-status-apr = "05"
                   CLOSE APROBACIONES
               END-IF
           END-IF.
           IF w-cant-pendientes = ZERO
               DISPLAY "NO HAY OPERACIONES PENDIENTES"
           END-IF.

       210-LEER-APROBACION.
           READ APROBACIONES AT END MOVE 1 TO w-flag-apr.

       220-MOSTRAR-PENDIENTE.
           ADD 1 TO w-cant-pendientes.
           MOVE apr-nro TO w-lp-nro.
           MOVE apr-operacion TO w-lp-operacion.
           MOVE apr-legajo TO w-lp-legajo.
           MOVE SPACES TO w-lp-detalle.
           IF apr-operacion = "CONDONACION"
               STRING "CUOTA " apr-cuota "/" apr-anio
                   DELIMITED BY SIZE INTO w-lp-detalle
           END-IF.
           IF apr-operacion = "FUSION"
               STRING "PASA AL LEGAJO " apr-legajo-2
                   DELIMITED BY SIZE INTO w-lp-detalle
           END-IF.
           IF apr-operacion = "PARAMETRO"
               STRING apr-clave DELIMITED BY SPACE
                   "=" apr-valor DELIMITED BY SIZE
                   INTO w-lp-detalle
           END-IF.
           MOVE apr-importe TO w-lp-importe.
           MOVE apr-ope-inicia TO w-lp-inicia.
           MOVE apr-hora TO w-lp-hora.
           DISPLAY w-lin-pendiente.

      ******************************************************************
      * Resolucion de una operacion: la aprueba o la rechaza un
      * supervisor distinto del operador que la inicio.
      ******************************************************************
       300-RESOLVER.
           PERFORM 310-BUSCAR-OPERACION.
           IF w-hallada = ZERO
               DISPLAY "NO EXISTE LA OPERACION " w-nro-sel
           ELSE
               IF w-op-estado NOT = "P"
                   DISPLAY "LA OPERACION NO ESTA PENDIENTE (ESTADO "
                       w-op-estado ")"
               ELSE
                   IF w-op-ope-inicia = w-operador
                       DISPLAY "NO PUEDE RESOLVER UNA OPERACION QUE "
                           "INICIO USTED: LA RESUELVE OTRO SUPERVISOR"
                   ELSE
                       PERFORM 320-DECIDIR
                   END-IF
               END-IF
           END-IF.

       310-BUSCAR-OPERACION.
           MOVE ZERO TO w-hallada.
           MOVE ZERO TO w-flag-apr.
           OPEN INPUT APROBACIONES.
           IF w-status-apr = "00"
               PERFORM 210-LEER-APROBACION
               PERFORM UNTIL w-flag-apr = 1
                   IF apr-nro = w-nro-sel
                       MOVE apr-reg TO w-op
                       MOVE 1 TO w-hallada
                   END-IF
                   PERFORM 210-LEER-APROBACION
               END-PERFORM
               CLOSE APROBACIONES
           ELSE
               IF w-status-apr = "05"
                   CLOSE APROBACIONES
               END-IF
           END-IF.

       320-DECIDIR.
           DISPLAY "OPERACION " w-op-nro " " w-op-operacion
               " LEGAJO " w-op-legajo.
           DISPLAY "INICIADA POR " w-op-ope-inicia " EL " w-op-fecha
               " A LAS " w-op-hora.
           IF w-op-operacion = "CONDONACION"
               DISPLAY "CUOTA " w-op-cuota "/" w-op-anio
                   " IMPORTE " w-op-importe
                   " AUTORIZACION COMISION " w-op-autorizacion
           END-IF.
           IF w-op-operacion = "DEVOLUCION"
               DISPLAY "SALDO A DEVOLVER " w-op-importe
                   " AUTORIZACION COMISION " w-op-autorizacion
           END-IF.
           IF w-op-operacion = "FUSION"
               DISPLAY "ORIGEN " w-op-legajo " DESTINO "
                   w-op-legajo-2
           END-IF.
           IF w-op-operacion = "PARAMETRO"
               DISPLAY "PARAMETRO " w-op-clave " [" w-op-tipo-par
                   "] NUEVO VALOR " w-op-valor
           END-IF.
           DISPLAY "A=aprobar, R=rechazar, ENTER=volver: ".
           ACCEPT w-decision.
           IF w-decision = "A" OR w-decision = "a"
               PERFORM 400-APROBAR
           ELSE
               IF w-decision = "R" OR w-decision = "r"
                   PERFORM 350-RECHAZAR
               END-IF
           END-IF.

       350-RECHAZAR.
           MOVE SPACES TO w-op-motivo.
           PERFORM UNTIL w-op-motivo NOT = SPACES
               DISPLAY "Motivo del rechazo: "
               ACCEPT w-op-motivo
           END-PERFORM.
           MOVE "R" TO w-op-estado.
           PERFORM 380-MARCAR-RESOLUCION.
           MOVE "RECHAZADA" TO w-aud-texto.
           PERFORM 700-ASENTAR-AUDITORIA.
           DISPLAY "OPERACION " w-op-nro " RECHAZADA".

       380-MARCAR-RESOLUCION.
           MOVE w-operador TO w-op-ope-aprueba.
           MOVE w-fecha-hoy TO w-op-fecha-res.
           ACCEPT w-op-hora-res FROM TIME.
           MOVE w-op-nro TO w-nro-cambio.
           PERFORM 600-ACTUALIZAR-COLA.

      * La aprobacion queda asentada antes de aplicar; si la
      * aplicacion falla la operacion queda en F con el motivo y hay
      * que iniciarla de nuevo.
       400-APROBAR.
           MOVE "A" TO w-op-estado.
           MOVE SPACES TO w-op-motivo.
           PERFORM 380-MARCAR-RESOLUCION.
           MOVE "APROBADA" TO w-aud-texto.
           PERFORM 700-ASENTAR-AUDITORIA.
           IF w-op-operacion = "CONDONACION"
               PERFORM 410-GENERAR-NOVEDAD
           ELSE
               PERFORM 420-TRASPASAR
           END-IF.
           IF w-op-estado = "A"
               MOVE "F" TO w-op-estado
               MOVE "NO SE PUDO APLICAR" TO w-op-motivo
           END-IF.
           PERFORM 600-ACTUALIZAR-COLA.
           IF w-op-estado = "E"
               MOVE "APLICADA" TO w-aud-texto
               DISPLAY "OPERACION " w-op-nro " APROBADA Y APLICADA"
           ELSE
               MOVE "FALLIDA" TO w-aud-texto
               DISPLAY "OPERACION " w-op-nro " APROBADA PERO NO "
                   "APLICADA: " w-op-motivo
           END-IF.
           PERFORM 700-ASENTAR-AUDITORIA.

      * La condonacion aprobada sale como un lote propio de
      * cabecera, detalle y registro final (igual que las partidas
      * de ResolverPendientes), con el tipo de detalle que definio
      * la captura: 3 comun, 6 socio en gestion judicial.
       410-GENERAR-NOVEDAD.
           OPEN EXTEND NOVEDADES.
           MOVE 1 TO nov-cab-tipo.
           MOVE w-fecha-hoy TO nov-cab-fecha.
           MOVE w-op-anio TO nov-cab-anio.
           WRITE nov-cab-reg.
           MOVE w-op-det-tipo TO nov-det-tipo.
           MOVE w-op-autorizacion TO nov-det-recibo.
           MOVE w-op-legajo TO nov-det-alu.
           MOVE w-op-cuota TO nov-det-cuota.
           MOVE w-op-importe TO nov-det-importe.
           WRITE nov-det-reg.
           MOVE 9 TO nov-fin-tipo.
           MOVE 1 TO nov-fin-cantidad.
           MOVE w-op-importe TO nov-fin-importe.
           WRITE nov-fin-reg.
           CLOSE NOVEDADES.
           MOVE "E" TO w-op-estado.

      * El programa que aplica lee la operacion del traspaso, la
      * aplica sin pedir datos ni sesion (la aprobacion ya la
      * autorizo) y la devuelve con el resultado.
       420-TRASPASAR.
           OPEN OUTPUT APROBADA.
           WRITE apb-reg FROM w-op.
           CLOSE APROBADA.
           IF w-op-operacion = "DEVOLUCION"
               CALL "SYSTEM" USING "DevolucionSaldo"
           END-IF.
           IF w-op-operacion = "FUSION"
               CALL "SYSTEM" USING "FusionarLegajos"
           END-IF.
           IF w-op-operacion = "PARAMETRO"
               CALL "SYSTEM" USING "MantenerParametros"
           END-IF.
           OPEN INPUT APROBADA.
           IF w-status-apb = "00"
               READ APROBADA
                   AT END CONTINUE
                   NOT AT END MOVE apb-reg TO w-op
               END-READ
               CLOSE APROBADA
           ELSE
               IF w-status-apb = "05"
                   CLOSE APROBADA
               END-IF
           END-IF.
           PERFORM 050-VACIAR-TRASPASO.

      ******************************************************************
      * Regrabacion de la cola: se copia al temporal aplicando el
      * cambio de la operacion resuelta y el vencimiento de las
      * pendientes de dias anteriores, y se copia de vuelta.
      ******************************************************************
       600-ACTUALIZAR-COLA.
           MOVE ZERO TO w-flag-apr.
           OPEN INPUT APROBACIONES.
           IF w-status-apr = "00"
               OPEN OUTPUT APR-TMP
               PERFORM 210-LEER-APROBACION
               PERFORM UNTIL w-flag-apr = 1
                   IF apr-nro = w-nro-cambio AND w-nro-cambio NOT = ZERO
                       MOVE w-op TO apr-reg
                   ELSE
                       IF apr-estado = "P" AND apr-fecha < w-fecha-hoy
                           PERFORM 620-VENCER
                       END-IF
                   END-IF
                   WRITE tmp-reg FROM apr-reg
                   PERFORM 210-LEER-APROBACION
               END-PERFORM
               CLOSE APROBACIONES
               CLOSE APR-TMP
               PERFORM 650-DEVOLVER-COLA
           ELSE
               IF w-status-apr = "05"
                   CLOSE APROBACIONES
               END-IF
           END-IF.
           MOVE ZERO TO w-nro-cambio.

       620-VENCER.
           MOVE "V" TO apr-estado.
           MOVE w-fecha-hoy TO apr-fecha-res.
           ACCEPT apr-hora-res FROM TIME.
           MOVE SPACES TO apr-ope-aprueba.
           MOVE "NO APROBADA EN EL DIA" TO apr-motivo.
           ADD 1 TO w-cant-vencidas.
           MOVE apr-legajo TO w-aud-legajo.
           MOVE apr-operacion TO w-aud-operacion.
           MOVE SPACES TO w-aud-resultado.
           STRING "VENCIDA " apr-nro
               DELIMITED BY SIZE INTO w-aud-resultado.
           PERFORM 710-GRABAR-AUDITORIA.

       650-DEVOLVER-COLA.
           MOVE ZERO TO w-flag-apr.
           OPEN INPUT APR-TMP.
           OPEN OUTPUT APROBACIONES.
           PERFORM 660-LEER-TMP.
           PERFORM UNTIL w-flag-apr = 1
               WRITE apr-reg FROM tmp-reg
               PERFORM 660-LEER-TMP
           END-PERFORM.
           CLOSE APR-TMP.
           CLOSE APROBACIONES.

       660-LEER-TMP.
           READ APR-TMP AT END MOVE 1 TO w-flag-apr.

       700-ASENTAR-AUDITORIA.
           MOVE w-op-legajo TO w-aud-legajo.
           MOVE w-op-operacion TO w-aud-operacion.
           MOVE SPACES TO w-aud-resultado.
           STRING w-aud-texto DELIMITED BY SPACE
               " " w-op-nro DELIMITED BY SIZE
               INTO w-aud-resultado.
           PERFORM 710-GRABAR-AUDITORIA.

       710-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-aud-legajo TO aud-legajo.
           MOVE w-aud-operacion TO aud-operacion.
           MOVE w-aud-resultado TO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM APROBAR-OPERACIONES.
