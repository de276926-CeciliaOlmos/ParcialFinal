           SELECT OPTIONAL GRUPOS ASSIGN TO "..\grupos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-grupos.
           SELECT OPTIONAL JUDICIALES ASSIGN TO "..\judiciales.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-judiciales.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL APROBACIONES
                   ASSIGN TO "..\aprobaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apr.
           SELECT OPTIONAL ELEGIDO ASSIGN TO "..\busqueda_elegido.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-elegido.
       DATA DIVISION.
       FILE SECTION.

           03 ses-cajero pic x(8).
           03 filler pic x value space.
           03 ses-estado pic x.
           03 filler pic x value space.
           03 ses-sede pic 9(2).

      * Cada pago capturado queda asentado contra la sesion de caja
      * abierta con su medio de pago (E=efectivo, T=tarjeta,
      * F=transferencia, Q=cheque): el cierre de caja totaliza
      * estos movimientos por medio, el efectivo contra lo
      * declarado por el cajero y el resto contra sus comprobantes.
      * El movimiento lleva la sede de la sesion de caja.
       FD  MOVIMS.
       01  mov-reg.
           03 mov-sesion pic 9(4).
           03 mov-hora pic 9(8).
           03 filler pic x value space.
           03 mov-medio pic x.
           03 filler pic x value space.
           03 mov-sede pic 9(2).

       FD  OPERADORES.
       01  ope-reg.
           03 filler pic x value space.
           03 grp-rol pic x.

      * Cartera derivada a gestion judicial (la mantiene
      * GestionJudicial): la condonacion a un socio con un caso
      * abierto (D derivado o A acuerdo) solo se toma con
      * autorizacion de supervisor y viaja como detalle tipo 6.
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

      * Cada condonacion capturada deja en auditoria el operador y
      * el codigo de autorizacion: condonaciones.txt no lleva
      * operador y el informe de actividad por operador la ubica
      * por ese codigo.
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

      * Maestro unico de parametros (lo mantiene
      * MantenerParametros): de aca sale el porcentaje de descuento
      * del pago anual anticipado.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Cola de operaciones pendientes de aprobacion (la resuelve
      * AprobarOperaciones): una condonacion por encima del tope de
      * doble firma queda aca en lugar de ir al lote de novedades.
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

      * Legajo que el operador eligio en BuscarSocio (cero si no
      * eligio ninguno).
       FD  ELEGIDO.
       01  ele-reg.
           03 ele-legajo pic 9(5).

       WORKING-STORAGE SECTION.
       77  w-legajo-tecleado pic x(5) value spaces.
       77  w-status-elegido pic xx value spaces.
       77  w-hubo-busqueda pic 9 value zero.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-parsis pic 9 value zero.
       77  w-pct-anual pic 9(2) value 10.
       77  w-status-apr pic xx value spaces.
       77  w-flag-apr pic 9 value zero.
       77  w-apr-ultimo pic 9(6) value zero.
       77  w-tope-doble-firma pic 9(10) value zero.
       77  w-pago-anual pic 9 value zero.
       77  w-flag-anual pic 9 value zero.
       77  w-anual-completo pic 9 value zero.
       77  w-anual-vencidas pic 9(2) value zero.
       77  w-anual-cant pic 9(2) value zero.
       77  w-anual-bruto pic 9(8) value zero.
       77  w-anual-descuento pic 9(8) value zero.
       77  w-anual-neto pic 9(8) value zero.
       77  w-status-judiciales pic xx value spaces.
       77  w-flag-jud pic 9 value zero.
       77  w-en-judicial pic 9 value zero.
       77  w-cond-autorizada pic 9 value zero.
       01  rel-nro pic 9(5).
       77  w-status-serie pic xx value spaces.
       77  w-status-sercan pic xx value spaces.
           88 caja-abierta value 1.
       77  w-flag-ses pic 9 value zero.
       77  w-sesion-caja pic 9(4) value zero.
       77  w-sede-caja pic 9(2) value zero.
       77  w-tipo-mov pic x value space.
       77  w-medio-pago pic x value "E".
       77  w-rango-agotado pic 9 value zero.
               STOP RUN
           END-IF.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 047-LEER-PARAMETROS-SIS.
           PERFORM 065-CARGAR-CIERRES.
           PERFORM 075-CARGAR-GRUPOS.
           PERFORM 100-INICIO.
                   IF ses-estado = "A" AND ses-cajero = w-operador
                       MOVE 1 TO w-caja-abierta
                       MOVE ses-nro TO w-sesion-caja
                       MOVE 1 TO w-sede-caja
                       IF ses-sede IS NUMERIC AND ses-sede > ZERO
                           MOVE ses-sede TO w-sede-caja
                       END-IF
                   END-IF
                   PERFORM 072-LEER-SESION
               END-PERFORM
               CLOSE CAPACIDAD
           END-IF.

      * Sin el parametro PCT-PAGO-ANUAL cargado el descuento por
      * pago anual anticipado es del 10%.
      * Sin DOBLE-FIRMA-CONDONA el tope es cero y toda condonacion
      * pasa por la aprobacion de un segundo supervisor.
       047-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 048-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "PCT-PAGO-ANUAL"
                       COMPUTE w-pct-anual =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "DOBLE-FIRMA-CONDONA"
                       COMPUTE w-tope-doble-firma =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 048-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.

       048-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

      * La numeracion de recibos sale de una serie controlada que se
      * relee del archivo antes de tomar cada numero (ver
      * 605-TOMAR-NUMERO): asi ni dos lotes distintos ni dos cajas
           END-PERFORM.
           CLOSE OPERADORES.

       078-VERIFICAR-JUDICIAL.
           MOVE ZERO TO w-en-judicial.
           MOVE ZERO TO w-flag-jud.
           OPEN INPUT JUDICIALES.
           IF w-status-judiciales = "00"
               PERFORM 079-LEER-JUDICIAL
               PERFORM UNTIL w-flag-jud = 1
                   IF jud-legajo = w-alu-ant
                   AND (jud-estado = "D" OR jud-estado = "A")
                       MOVE 1 TO w-en-judicial
                   END-IF
                   PERFORM 079-LEER-JUDICIAL
               END-PERFORM
               CLOSE JUDICIALES
           ELSE
               IF w-status-judiciales = "05"
                   CLOSE JUDICIALES
               END-IF
           END-IF.

       079-LEER-JUDICIAL.
           READ JUDICIALES AT END MOVE 1 TO w-flag-jud.

       075-CARGAR-GRUPOS.
           MOVE ZERO TO w-flag-grp.
           OPEN INPUT GRUPOS.
           MOVE w-anio-captura TO nov-cab-anio.
           WRITE nov-cab-reg.

      * Con "B" el legajo se busca por DNI o apellido (BuscarSocio);
      * si no se elige ninguno se vuelve a pedir, no se termina.
       200-CAPTURAR-PAGO.
           DISPLAY "Legajo del socio (0 = terminar, B = buscar por "
               "DNI o apellido): ".
           ACCEPT w-legajo-tecleado.
           MOVE ZERO TO w-hubo-busqueda.
           IF w-legajo-tecleado = "B" OR w-legajo-tecleado = "b"
               MOVE 1 TO w-hubo-busqueda
               PERFORM 205-BUSCAR-SOCIO
           ELSE
               COMPUTE w-alu-ant = FUNCTION NUMVAL (w-legajo-tecleado)
           END-IF.
           IF w-alu-ant = ZERO
               IF w-hubo-busqueda = 1
                   DISPLAY "NO SE ELIGIO NINGUN SOCIO"
               ELSE
                   MOVE 1 TO w-fin-captura
               END-IF
           ELSE
               PERFORM 300-VALIDAR-LEGAJO
               IF alu-fue-encontrado
                       PERFORM 540-CAPTURAR-GRUPO
                   ELSE
                       DISPLAY "Movimiento (ENTER=pago, "
                           "C=condonacion, A=anulacion de recibo, "
                           "N=pago anual anticipado): "
                       ACCEPT w-tipo-mov
                       IF w-tipo-mov = "C" OR w-tipo-mov = "c"
                           PERFORM 460-CAPTURAR-CONDONACION
                           IF w-tipo-mov = "A" OR w-tipo-mov = "a"
                               PERFORM 490-CAPTURAR-ANULACION
                           ELSE
                               IF w-tipo-mov = "N"
                               OR w-tipo-mov = "n"
                                   PERFORM 520-CAPTURAR-ANUAL
                               ELSE
                                   PERFORM 400-VALIDAR-CUOTA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       205-BUSCAR-SOCIO.
           MOVE ZERO TO w-alu-ant.
           CALL "SYSTEM" USING "BuscarSocio".
           OPEN INPUT ELEGIDO.
           IF w-status-elegido = "00"
               READ ELEGIDO
                   AT END MOVE "10" TO w-status-elegido
               END-READ
               IF w-status-elegido = "00"
                   MOVE ele-legajo TO w-alu-ant
               END-IF
               CLOSE ELEGIDO
           ELSE
               IF w-status-elegido = "05"
                   CLOSE ELEGIDO
               END-IF
           END-IF.
           DISPLAY "LEGAJO: " w-alu-ant.

      * Si el legajo que se presenta a pagar es responsable de un
      * grupo familiar, se ofrece aplicar el pago a todos los
      * legajos del grupo en un solo tramite.
               PERFORM 600-GRABAR-DETALLE
           END-IF.

      * Pago anual anticipado: cancela de una vez todas las cuotas
      * sociales (concepto 01) pendientes del anio con el descuento
      * PCT-PAGO-ANUAL. Solo se toma con el anio generado completo
      * (hasta la cuota 12) y sin cuotas vencidas impagas, que se
      * cobran antes con su recargo; el importe tiene que ser
      * exactamente el total pendiente menos el descuento. Viaja
      * como detalle tipo 7 con cuota 00 y un solo recibo; el
      * posteo vuelve a verificar el total antes de aplicarlo.
       520-CAPTURAR-ANUAL.
           MOVE ZERO TO w-pago-autorizado.
           MOVE ZERO TO w-cuota-captura.
           PERFORM 525-SUMAR-ANUAL.
           IF w-anual-completo = ZERO
               DISPLAY "LAS CUOTAS SOCIALES DE " w-anio-captura
                   " NO ESTAN GENERADAS HASTA LA CUOTA 12, NO SE "
                   "TOMA EL PAGO ANUAL"
           ELSE
               IF w-anual-vencidas > ZERO
                   DISPLAY "EL SOCIO TIENE " w-anual-vencidas
                       " CUOTAS VENCIDAS IMPAGAS: COBRELAS ANTES "
                       "DEL PAGO ANUAL"
               ELSE
                   IF w-anual-cant = ZERO
                       DISPLAY "NO HAY CUOTAS SOCIALES PENDIENTES "
                           "EN " w-anio-captura
                   ELSE
                       PERFORM 530-TOMAR-ANUAL
                   END-IF
               END-IF
           END-IF.

       525-SUMAR-ANUAL.
           MOVE ZERO TO w-anual-completo.
           MOVE ZERO TO w-anual-vencidas.
           MOVE ZERO TO w-anual-cant.
           MOVE ZERO TO w-anual-bruto.
           MOVE ZERO TO w-flag-anual.
           MOVE w-alu-ant TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS > cuota-llave
               INVALID KEY MOVE 1 TO w-flag-anual
           END-START.
           PERFORM UNTIL w-flag-anual = 1
               READ CUOTAS NEXT
                   AT END MOVE 1 TO w-flag-anual
                   NOT AT END
                       IF cuo-alumno NOT = w-alu-ant
                           MOVE 1 TO w-flag-anual
                       ELSE
                           IF cuo-anio = w-anio-captura
                           AND cuo-concepto <= 1
                           AND cuo-cuota >= 1 AND cuo-cuota <= 12
                               PERFORM 527-CONTAR-CUOTA-ANUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       527-CONTAR-CUOTA-ANUAL.
           IF cuo-cuota = 12
               MOVE 1 TO w-anual-completo
           END-IF.
           IF cuo-estado = "I"
               IF cuo-fecha < w-fecha-hoy
                   ADD 1 TO w-anual-vencidas
               ELSE
                   ADD 1 TO w-anual-cant
                   ADD cuo-debe TO w-anual-bruto
               END-IF
           END-IF.

       530-TOMAR-ANUAL.
           COMPUTE w-anual-descuento =
               w-anual-bruto * w-pct-anual / 100.
           COMPUTE w-anual-neto = w-anual-bruto - w-anual-descuento.
           DISPLAY "CUOTAS PENDIENTES: " w-anual-cant
               " TOTAL " w-anual-bruto.
           DISPLAY "DESCUENTO " w-pct-anual "%: " w-anual-descuento
               " A COBRAR: " w-anual-neto.
           DISPLAY "Importe abonado: ".
           ACCEPT w-importe-captura.
           IF w-importe-captura NOT = w-anual-neto
               DISPLAY "EL IMPORTE NO CORRESPONDE AL PAGO ANUAL, "
                   "PAGO DESCARTADO"
           ELSE
               MOVE 1 TO w-pago-anual
               PERFORM 600-GRABAR-DETALLE
               MOVE ZERO TO w-pago-anual
           END-IF.

      * Un pago por integrante, con imputacion automatica a la
      * impaga mas antigua de cada legajo (cuota 00) y su propio
      * recibo; importe en cero saltea al integrante.
           IF w-pago-autorizado = 1
               MOVE 5 TO nov-det-tipo
           ELSE
               IF w-pago-anual = 1
                   MOVE 7 TO nov-det-tipo
               ELSE
                   MOVE ZERO TO nov-det-tipo
               END-IF
           END-IF.
           MOVE w-serie-ultimo TO nov-det-recibo.
           MOVE w-alu-ant TO nov-det-alu.
      * La condonacion (detalle tipo 3) exige el codigo de
      * autorizacion de la comision, que viaja en el campo del
      * recibo; no mueve dinero, asi que no consume numero de la
      * serie ni se asienta en la caja. La de un socio en gestion
      * judicial autorizada por supervisor viaja como tipo 6.
       460-CAPTURAR-CONDONACION.
           DISPLAY "Numero de cuota a condonar: ".
           ACCEPT w-cuota-captura.
                   ELSE
                       DISPLAY "CUOTA " cuo-cuota " ESTADO "
                           cuo-estado " DEBE " cuo-debe
                       PERFORM 465-CONTROLAR-JUDICIAL
                       IF w-en-judicial = ZERO
                       OR w-cond-autorizada = 1
                           PERFORM 470-GRABAR-CONDONACION
                       END-IF
                   END-IF
           END-READ.

      * Un socio en gestion judicial lo maneja el estudio: la
      * condonacion se toma solo con autorizacion de supervisor en
      * el momento; sin ella ParcialFinal la rechazaria.
       465-CONTROLAR-JUDICIAL.
           MOVE ZERO TO w-cond-autorizada.
           PERFORM 078-VERIFICAR-JUDICIAL.
           IF w-en-judicial = 1
               DISPLAY "EL SOCIO ESTA EN GESTION JUDICIAL"
               PERFORM 068-AUTORIZAR-SUPERVISOR
               IF w-sup-ok = 1
                   MOVE 1 TO w-cond-autorizada
               ELSE
                   DISPLAY "SIN AUTORIZACION DE SUPERVISOR, "
                       "CONDONACION DESCARTADA"
               END-IF
           END-IF.

       470-GRABAR-CONDONACION.
           DISPLAY "Importe a condonar: ".
           ACCEPT w-importe-captura.
           IF w-importe-captura = ZERO OR w-autorizacion = ZERO
               DISPLAY "IMPORTE O AUTORIZACION EN CERO, CONDONACION "
               DISPLAY "DESCARTADA"
           ELSE
               IF w-importe-captura > w-tope-doble-firma
                   PERFORM 476-REGISTRAR-PENDIENTE
               ELSE
                   PERFORM 472-GRABAR-NOVEDAD
               END-IF
           END-IF.

       472-GRABAR-NOVEDAD.
           IF w-cond-autorizada = 1
               MOVE 6 TO nov-det-tipo
           ELSE
               MOVE 3 TO nov-det-tipo
           END-IF.
           MOVE w-autorizacion TO nov-det-recibo.
           MOVE w-alu-ant TO nov-det-alu.
           MOVE w-cuota-captura TO nov-det-cuota.
           MOVE w-importe-captura TO nov-det-importe.
           WRITE nov-det-reg.
           ADD 1 TO w-cant-capturadas.
           ADD w-importe-captura TO w-tot-importe.
           PERFORM 475-ASENTAR-AUDITORIA.
           DISPLAY "CONDONACION TOMADA, AUTORIZACION " w-autorizacion.

       475-ASENTAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-alu-ant TO aud-legajo.
           MOVE "CONDONACION" TO aud-operacion.
           MOVE w-autorizacion TO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      * Por encima del tope la condonacion no entra en este lote:
      * queda en la cola y, aprobada por otro supervisor en el dia,
      * AprobarOperaciones la manda en un lote propio.
       476-REGISTRAR-PENDIENTE.
           PERFORM 477-PROXIMA-APROBACION.
           OPEN EXTEND APROBACIONES.
           MOVE SPACES TO apr-reg.
           MOVE w-apr-ultimo TO apr-nro.
           MOVE "CONDONACION" TO apr-operacion.
           MOVE w-alu-ant TO apr-legajo.
           MOVE ZERO TO apr-legajo-2.
           MOVE w-cuota-captura TO apr-cuota.
           MOVE w-anio-captura TO apr-anio.
           MOVE w-importe-captura TO apr-importe.
           MOVE w-autorizacion TO apr-autorizacion.
           IF w-cond-autorizada = 1
               MOVE 6 TO apr-det-tipo
           ELSE
               MOVE 3 TO apr-det-tipo
           END-IF.
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
           MOVE w-alu-ant TO aud-legajo.
           MOVE "CONDONACION" TO aud-operacion.
           STRING "PEND NRO " w-apr-ultimo
               DELIMITED BY SIZE INTO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.
           DISPLAY "LA CONDONACION SUPERA EL TOPE DE DOBLE FIRMA: "
               "QUEDA PENDIENTE DE APROBACION NRO " w-apr-ultimo.

       477-PROXIMA-APROBACION.
           MOVE ZERO TO w-apr-ultimo.
           MOVE ZERO TO w-flag-apr.
           OPEN INPUT APROBACIONES.
           IF w-status-apr = "00"
               PERFORM 478-LEER-APROBACION
               PERFORM UNTIL w-flag-apr = 1
                   IF apr-nro > w-apr-ultimo
                       MOVE apr-nro TO w-apr-ultimo
                   END-IF
                   PERFORM 478-LEER-APROBACION
               END-PERFORM
               CLOSE APROBACIONES
           ELSE
               IF w-status-apr = "05"
                   CLOSE APROBACIONES
               END-IF
           END-IF.
           ADD 1 TO w-apr-ultimo.

       478-LEER-APROBACION.
           READ APROBACIONES AT END MOVE 1 TO w-flag-apr.

      * La anulacion (detalle tipo 4) referencia el numero del
      * recibo original; el posteo lo busca en recibos.txt, revierte
           MOVE w-fecha-hoy TO mov-fecha.
           ACCEPT mov-hora FROM TIME.
           MOVE w-medio-pago TO mov-medio.
           MOVE w-sede-caja TO mov-sede.
           WRITE mov-reg.

      * El agotamiento del rango se controla antes de consumir cada
