                   FILE STATUS IS w-status-devol.
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
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x value space.
           03 aud-operador pic x(8).

      * Cola de operaciones pendientes de aprobacion (la resuelve
      * AprobarOperaciones): una devolucion por encima del tope de
      * doble firma queda aca en lugar de aplicarse.
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

      * Traspaso de una devolucion ya aprobada: AprobarOperaciones
      * llama a este programa, que la aplica sin sesion ni preguntas
      * y devuelve el resultado en el mismo archivo.
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

      * Maestro unico de parametros: DOBLE-FIRMA-DEVOLUC es el
      * importe por encima del cual la devolucion exige la
      * aprobacion de un segundo supervisor (sin parametro, todas).
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       WORKING-STORAGE SECTION.
       77  w-status-apr pic xx value spaces.
       77  w-status-apb pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-apr pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-modo-aplicacion pic 9 value zero.
       77  w-apr-ultimo pic 9(6) value zero.
       77  w-tope-doble-firma pic 9(10) value zero.
       77  w-importe-pedido pic 9(10) value zero.
       77  w-fecha-traspaso pic 9(8) value zero.
       77  w-apb-guardado pic x(194) value spaces.
       77  w-apb-motivo pic x(30) value spaces.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-status-operadores pic xx value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 005-VERIFICAR-TRASPASO.
           IF w-modo-aplicacion = 1
               PERFORM 080-APLICAR-APROBADA
               STOP RUN
           END-IF.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
               STOP RUN
           END-IF.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 050-LEER-TOPE.
           OPEN I-O ALUMNOS.
           PERFORM 100-PEDIR-DATOS.
           IF alu-fue-encontrado
           CLOSE ALUMNOS.
           STOP RUN.

      * Solo una devolucion aprobada hoy en AprobarOperaciones se
      * toma del traspaso; el operador de la devolucion es el que la
      * inicio.
       005-VERIFICAR-TRASPASO.
           MOVE ZERO TO w-modo-aplicacion.
           ACCEPT w-fecha-traspaso FROM DATE YYYYMMDD.
           OPEN INPUT APROBADA.
           IF w-status-apb = "00"
               READ APROBADA
                   AT END CONTINUE
                   NOT AT END
                       IF apb-operacion = "DEVOLUCION"
                       AND apb-estado = "A"
                       AND apb-fecha-res = w-fecha-traspaso
                           MOVE 1 TO w-modo-aplicacion
                           MOVE apb-reg TO w-apb-guardado
                           MOVE apb-legajo TO w-alu-ant
                           MOVE apb-importe TO w-importe-pedido
                           MOVE apb-autorizacion TO w-autorizacion
                           MOVE apb-ope-inicia TO w-operador
                       END-IF
               END-READ
               CLOSE APROBADA
           ELSE
               IF w-status-apb = "05"
                   CLOSE APROBADA
               END-IF
           END-IF.

      * Se devuelve el saldo solo si sigue siendo el que se pidio:
      * si entre el pedido y la aprobacion hubo movimientos, la
      * devolucion se inicia de nuevo.
       080-APLICAR-APROBADA.
           MOVE SPACES TO w-apb-motivo.
           PERFORM 045-LEER-CAPACIDAD.
           OPEN I-O ALUMNOS.
           PERFORM 200-BUSCAR-SOCIO.
           IF NOT alu-fue-encontrado
               MOVE "EL LEGAJO NO SE ENCUENTRA" TO w-apb-motivo
           ELSE
               IF alu-saldo-favor NOT = w-importe-pedido
                   MOVE "EL SALDO CAMBIO DESDE EL PEDIDO"
                       TO w-apb-motivo
               ELSE
                   PERFORM 400-REGISTRAR-DEVOLUCION
               END-IF
           END-IF.
           CLOSE ALUMNOS.
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
               CLOSE CAPACIDAD
           END-IF.

       050-LEER-TOPE.
           MOVE ZERO TO w-flag-parsis.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 055-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "DOBLE-FIRMA-DEVOLUC"
                       COMPUTE w-tope-doble-firma =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 055-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.

       055-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

       100-PEDIR-DATOS.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-alu-ant.
                   DISPLAY "CONFIRMA LA DEVOLUCION (S/N): "
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       IF alu-saldo-favor > w-tope-doble-firma
                           PERFORM 420-REGISTRAR-PENDIENTE
                       ELSE
                           PERFORM 400-REGISTRAR-DEVOLUCION
                       END-IF
                   ELSE
                       DISPLAY "DEVOLUCION CANCELADA"
                   END-IF
           DISPLAY "DEVOLUCION REGISTRADA, COMPROBANTE NRO "
               w-comprobante " POR " w-importe-devuelto.

      * Por encima del tope la devolucion no se aplica: queda en la
      * cola para que la apruebe un supervisor distinto en el dia.
       420-REGISTRAR-PENDIENTE.
           PERFORM 425-PROXIMA-APROBACION.
           OPEN EXTEND APROBACIONES.
           MOVE SPACES TO apr-reg.
           MOVE w-apr-ultimo TO apr-nro.
           MOVE "DEVOLUCION" TO apr-operacion.
           MOVE alu-alumno TO apr-legajo.
           MOVE ZERO TO apr-legajo-2.
           MOVE ZERO TO apr-cuota.
           MOVE ZERO TO apr-anio.
           MOVE alu-saldo-favor TO apr-importe.
           MOVE w-autorizacion TO apr-autorizacion.
           MOVE ZERO TO apr-det-tipo.
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
           MOVE alu-alumno TO aud-legajo.
           MOVE "DEVOLUCION" TO aud-operacion.
           STRING "PEND NRO " w-apr-ultimo
               DELIMITED BY SIZE INTO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.
           DISPLAY "LA DEVOLUCION SUPERA EL TOPE DE DOBLE FIRMA: "
               "QUEDA PENDIENTE DE APROBACION NRO " w-apr-ultimo.
           DISPLAY "LA APRUEBA OTRO SUPERVISOR EN EL DIA CON "
               "AprobarOperaciones".

       425-PROXIMA-APROBACION.
           MOVE ZERO TO w-apr-ultimo.
           MOVE ZERO TO w-flag-apr.
           OPEN INPUT APROBACIONES.
           IF w-status-apr = "00"
               PERFORM 427-LEER-APROBACION
               PERFORM UNTIL w-flag-apr = 1
                   IF apr-nro > w-apr-ultimo
                       MOVE apr-nro TO w-apr-ultimo
                   END-IF
                   PERFORM 427-LEER-APROBACION
               END-PERFORM
               CLOSE APROBACIONES
           ELSE
               IF w-status-apr = "05"
                   CLOSE APROBACIONES
               END-IF
           END-IF.
           ADD 1 TO w-apr-ultimo.

       427-LEER-APROBACION.
           READ APROBACIONES AT END MOVE 1 TO w-flag-apr.

       450-PROXIMO-COMPROBANTE.
           MOVE ZERO TO w-flag-dev.
           OPEN INPUT DEVOLUCIONES.
