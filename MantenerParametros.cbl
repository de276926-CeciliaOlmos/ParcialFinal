                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APROBACIONES
                   ASSIGN TO "..\aprobaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apr.
           SELECT OPTIONAL APROBADA
                   ASSIGN TO "..\operacion_aprobada.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apb.
       DATA DIVISION.
       FILE SECTION.

      * Maestro unico de parametros del sistema: una clave por
      * linea con su tipo (N numerico, S switch S/N, A texto) y su
      * valor. La cadena batch lee de aca (PCT-RECARGO en el posteo
      * e intimaciones, DIAS-AVISO en los avisos, DIAS-INCOBRABLE en
      * el castigo de incobrables, DIAS-DERIVACION e
      * INTIM-DERIVACION en la derivacion judicial, DIAS-APTO en el
      * listado de aptos medicos por vencer, PASES-MES-SOCIO,
      * PASES-MES-INVITADO y ARANCEL-INVITADO en los pases de
      * invitado, VIGENCIA-CARNET y ARANCEL-CARNET en los carnets,
      * HORA-CAJA-DESDE y HORA-CAJA-HASTA en el informe por operador,
      * COMERCIO-TARJETA en la presentacion a la procesadora,
      * ENVIO-MAIL en avisos, intimaciones y estado de cuenta,
      * UMBRAL-DESVIO en el control presupuestario,
      * MARGEN-ESCENARIO en la proyeccion de flujo de fondos,
      * RETENCION-AUDITORIA, RETENCION-BITACORA, RETENCION-CORRIDAS,
      * RETENCION-CAJA y RETENCION-EXCEPCION en la rotacion de
      * registros, TOPE-MESES-LICENCIA en las licencias de socios,
      * PCT-PAGO-ANUAL en el pago anual anticipado,
      * INTERVALO-PUNTO en los puntos de control de GenerarCuotas y
      * CuotaTexAindex, CONV-CUOTAS-B/C/D y CONV-ANTICIPO-B/C/D en
      * los convenios segun la calificacion de pago,
      * DOBLE-FIRMA-CONDONA y DOBLE-FIRMA-DEVOLUC como importes por
      * encima de los cuales la condonacion y la devolucion de
      * saldo esperan la aprobacion de un segundo supervisor,
      * PCT-PENALIDAD-RSV, HORAS-CANCELA-RSV, AUSENCIAS-BLOQUEO y
      * DIAS-BLOQUEO-RSV en las penalidades de reservas)
      * y VolcarParametros materializa umbrales_batch.txt antes
      * del nocturno. Solo se
      * toca con este programa, que exige perfil supervisor y deja
      * auditoria de cada cambio; el cambio se aplica recien cuando
      * otro supervisor lo aprueba en AprobarOperaciones.
       FD  PARAMETROS.
       01  par-reg.
           03 par-clave pic x(20).
           03 filler pic x value space.
           03 aud-operador pic x(8).

      * Cola de operaciones pendientes de aprobacion (la resuelve
      * AprobarOperaciones): todo cambio de parametro queda aca
      * hasta que lo apruebe un supervisor distinto.
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

      * Traspaso de un cambio ya aprobado: AprobarOperaciones llama
      * a este programa, que lo graba sin sesion ni preguntas y
      * devuelve el resultado en el mismo archivo.
       FD  APROBADA.
       01  apb-reg.
           03 apb-nro pic 9(6).
           03 filler pic x value space.
           03 apb-operacion pic x(12).
           03 filler pic x value space.
           03 apb-legajo pic 9(5).
           03 filler pic x value space.
           03 apb-legajo-2 pic 9(5).
           03 filler pic x value space.
           03 apb-cuota pic 9(2).
           03 filler pic x value space.
           03 apb-anio pic 9(4).
           03 filler pic x value space.
           03 apb-importe pic 9(10).
           03 filler pic x value space.
           03 apb-autorizacion pic 9(10).
           03 filler pic x value space.
           03 apb-det-tipo pic 9.
           03 filler pic x value space.
           03 apb-clave pic x(20).
           03 filler pic x value space.
           03 apb-tipo-par pic x.
           03 filler pic x value space.
           03 apb-valor pic x(20).
           03 filler pic x value space.
           03 apb-ope-inicia pic x(8).
           03 filler pic x value space.
           03 apb-fecha pic 9(8).
           03 filler pic x value space.
           03 apb-hora pic 9(8).
           03 filler pic x value space.
           03 apb-estado pic x.
           03 filler pic x value space.
           03 apb-ope-aprueba pic x(8).
           03 filler pic x value space.
           03 apb-fecha-res pic 9(8).
           03 filler pic x value space.
           03 apb-hora-res pic 9(8).
           03 filler pic x value space.
           03 apb-motivo pic x(30).

       WORKING-STORAGE SECTION.
       77  w-status-apr pic xx value spaces.
       77  w-status-apb pic xx value spaces.
       77  w-flag-apr pic 9 value zero.
       77  w-modo-aplicacion pic 9 value zero.
       77  w-apr-ultimo pic 9(6) value zero.
       77  w-fecha-traspaso pic 9(8) value zero.
       77  w-apb-guardado pic x(194) value spaces.
       77  w-apb-motivo pic x(30) value spaces.
       77  w-status-par pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-par pic 9 value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 005-VERIFICAR-TRASPASO.
           IF w-modo-aplicacion = 1
               PERFORM 080-APLICAR-APROBADO
               STOP RUN
           END-IF.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-PERFORM.
           STOP RUN.

      * Solo un cambio aprobado hoy en AprobarOperaciones se toma
      * del traspaso; la auditoria del cambio queda a nombre del
      * supervisor que lo inicio.
       005-VERIFICAR-TRASPASO.
           MOVE ZERO TO w-modo-aplicacion.
           ACCEPT w-fecha-traspaso FROM DATE YYYYMMDD.
           OPEN INPUT APROBADA.
           IF w-status-apb = "00"
               READ APROBADA
                   AT END CONTINUE
                   NOT AT END
                       IF apb-operacion = "PARAMETRO"
                       AND apb-estado = "A"
                       AND apb-fecha-res = w-fecha-traspaso
                           MOVE 1 TO w-modo-aplicacion
                           MOVE apb-reg TO w-apb-guardado
                           MOVE apb-clave TO w-clave-carga
                           MOVE apb-tipo-par TO w-tipo-carga
                           MOVE apb-valor TO w-valor-carga
                           MOVE apb-ope-inicia TO w-operador
                       END-IF
               END-READ
               CLOSE APROBADA
           ELSE
               IF w-status-apb = "05"
                   CLOSE APROBADA
               END-IF
           END-IF.

      * El valor se vuelve a validar contra el maestro del momento:
      * si la clave ya existe manda el tipo con que esta grabada.
       080-APLICAR-APROBADO.
           MOVE SPACES TO w-apb-motivo.
           PERFORM 100-CARGAR-PARAMETROS.
           MOVE ZERO TO w-ind-hallado.
           PERFORM VARYING w-ind-par FROM 1 BY 1
                   UNTIL w-ind-par > w-cant-par
               IF w-par-clave (w-ind-par) = w-clave-carga
                   MOVE w-ind-par TO w-ind-hallado
               END-IF
           END-PERFORM.
           IF w-ind-hallado NOT = ZERO
               MOVE w-par-tipo (w-ind-hallado) TO w-tipo-carga
           END-IF.
           PERFORM 450-VALIDAR-VALOR.
           IF w-valor-valido = ZERO
               MOVE "VALOR INVALIDO PARA EL TIPO" TO w-apb-motivo
           ELSE
               IF w-ind-hallado = ZERO AND w-cant-par NOT < 100
                   MOVE "TABLA DE PARAMETROS LLENA" TO w-apb-motivo
               ELSE
                   PERFORM 510-APLICAR
               END-IF
           END-IF.
           PERFORM 095-DEVOLVER-TRASPASO.

       095-DEVOLVER-TRASPASO.
           OPEN OUTPUT APROBADA.
           MOVE w-apb-guardado TO apb-reg.
           IF w-apb-motivo = SPACES
               MOVE "E" TO apb-estado
           ELSE
               MOVE "F" TO apb-estado
               MOVE w-apb-motivo TO apb-motivo
           END-IF.
           WRITE apb-reg.
           CLOSE APROBADA.

       020-INICIAR-SESION.
           OPEN INPUT OPERADORES.
           IF w-status-operadores NOT = "00"
               END-IF
           END-IF.

      * Control por oposicion: el cambio no se graba aca, queda
      * pendiente hasta que lo apruebe otro supervisor en el dia.
       500-GRABAR.
           IF w-ind-hallado = ZERO AND w-cant-par NOT < 100
               DISPLAY "TABLA DE PARAMETROS LLENA"
           ELSE
               PERFORM 520-REGISTRAR-PENDIENTE
           END-IF.

       510-APLICAR.
           IF w-ind-hallado = ZERO
               IF w-cant-par < 100
                   ADD 1 TO w-cant-par
               DISPLAY "PARAMETRO " w-clave-carga " GRABADO"
           END-IF.

       520-REGISTRAR-PENDIENTE.
           PERFORM 525-PROXIMA-APROBACION.
           OPEN EXTEND APROBACIONES.
           MOVE SPACES TO apr-reg.
           MOVE w-apr-ultimo TO apr-nro.
           MOVE "PARAMETRO" TO apr-operacion.
           MOVE ZERO TO apr-legajo.
           MOVE ZERO TO apr-legajo-2.
           MOVE ZERO TO apr-cuota.
           MOVE ZERO TO apr-anio.
           MOVE ZERO TO apr-importe.
           MOVE ZERO TO apr-autorizacion.
           MOVE ZERO TO apr-det-tipo.
           MOVE w-clave-carga TO apr-clave.
           MOVE w-tipo-carga TO apr-tipo-par.
           MOVE w-valor-carga TO apr-valor.
           MOVE w-operador TO apr-ope-inicia.
           ACCEPT apr-fecha FROM DATE YYYYMMDD.
           ACCEPT apr-hora FROM TIME.
           MOVE "P" TO apr-estado.
           MOVE ZERO TO apr-fecha-res.
           MOVE ZERO TO apr-hora-res.
           WRITE apr-reg.
           CLOSE APROBACIONES.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE ZERO TO aud-legajo.
           MOVE "PARAMETRO" TO aud-operacion.
           STRING "PEND NRO " w-apr-ultimo
               DELIMITED BY SIZE INTO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.
           DISPLAY "CAMBIO DE " w-clave-carga " PENDIENTE DE "
               "APROBACION NRO " w-apr-ultimo.
           DISPLAY "LO APRUEBA OTRO SUPERVISOR EN EL DIA CON "
               "AprobarOperaciones".

       525-PROXIMA-APROBACION.
           MOVE ZERO TO w-apr-ultimo.
           MOVE ZERO TO w-flag-apr.
           OPEN INPUT APROBACIONES.
           IF w-status-apr = "00"
               PERFORM 527-LEER-APROBACION
               PERFORM UNTIL w-flag-apr = 1
                   IF apr-nro > w-apr-ultimo
                       MOVE apr-nro TO w-apr-ultimo
                   END-IF
                   PERFORM 527-LEER-APROBACION
               END-PERFORM
               CLOSE APROBACIONES
           ELSE
               IF w-status-apr = "05"
                   CLOSE APROBACIONES
               END-IF
           END-IF.
           ADD 1 TO w-apr-ultimo.

       527-LEER-APROBACION.
           READ APROBACIONES AT END MOVE 1 TO w-flag-apr.

       550-REGRABAR-ARCHIVO.
           OPEN OUTPUT PARAMETROS.
           PERFORM VARYING w-ind-par FROM 1 BY 1
