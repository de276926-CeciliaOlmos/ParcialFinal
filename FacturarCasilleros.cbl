      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-CASILLEROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASILLEROS ASSIGN TO "..\casilleros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-csl.
           SELECT OPTIONAL ASIGNACIONES
                   ASSIGN TO "..\casilleros_asig.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-asg.
           SELECT OPTIONAL CARGOS-CAS
                   ASSIGN TO "..\casilleros_cargos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cca.
           SELECT OPTIONAL CTA ASSIGN TO "..\cuotas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cta.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT AVISOS ASSIGN TO "..\casilleros_avisos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL BANDEJA ASSIGN TO "..\bandeja_mail.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAIL-SERIE ASSIGN TO "..\mail_serie.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-mserie.
           SELECT OPTIONAL ENVIOS ASSIGN TO "..\mail_envios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Maestro de casilleros (lo mantiene MantenerCasilleros).
       FD  CASILLEROS.
       01  csl-reg.
           03 csl-numero pic 9(4).
           03 filler pic x value space.
           03 csl-vestuario pic x(12).
           03 filler pic x value space.
           03 csl-tamano pic x.
           03 filler pic x value space.
           03 csl-tarifa pic 9(8).
           03 filler pic x value space.
           03 csl-estado pic x.

      * Asignaciones: A activa, L marcada para liberar por falta de
      * pago, B terminada. asg-ult-periodo es el ultimo mes ya
      * facturado.
       FD  ASIGNACIONES.
       01  asg-reg.
           03 asg-casillero pic 9(4).
           03 filler pic x value space.
           03 asg-legajo pic 9(5).
           03 filler pic x value space.
           03 asg-inicio pic 9(8).
           03 filler pic x value space.
           03 asg-renovacion pic 9(8).
           03 filler pic x value space.
           03 asg-estado pic x.
           03 filler pic x value space.
           03 asg-ult-periodo pic 9(6).
           03 filler pic x value space.
           03 asg-fin pic 9(8).

      * Cargos de alquiler generados: un registro por casillero y
      * mes con la cuota de CUOTAS que lo lleva, para seguir despues
      * si el socio la pago.
       FD  CARGOS-CAS.
       01  cca-reg.
           03 cca-periodo pic 9(6).
           03 filler pic x value space.
           03 cca-casillero pic 9(4).
           03 filler pic x value space.
           03 cca-legajo pic 9(5).
           03 filler pic x value space.
           03 cca-cuota pic 9(2).
           03 filler pic x value space.
           03 cca-anio pic 9(4).
           03 filler pic x value space.
           03 cca-importe pic 9(8).
           03 filler pic x value space.
           03 cca-vencimiento pic 9(8).

       FD  CTA.
       01  cuo-tex-reg.
           03 cuo-tex-alumno pic 9(5).
           03 cuo-tex-cuota pic 9(2).
           03 cuo-tex-anio pic 9(4).
           03 cuo-tex-fecha pic 9(8).
           03 cuo-tex-estado pic x.
           03 cuo-tex-importe pic 9(8).
           03 cuo-tex-pagado pic 9(8).
           03 cuo-tex-debe pic 9(8).
           03 cuo-tex-concepto pic 9(2).

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
      * Clave alternativa por periodo (anio, cuota, alumno) para
      * los procesos masivos de un solo periodo: se mantiene como
      * copia redundante de la clave primaria y se carga al grabar
      * el registro (CuotaTexAindex / conversion).
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

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
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

      * Avisos en papel a los socios cuyo casillero quedo marcado
      * para liberar (los que no salen por mail).
       FD  AVISOS.
       01  avi-linea pic x(120).

       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Bandeja de salida de correo: el servidor de mail toma cada
      * mensaje (cabecera C con destinatario y asunto, y sus lineas
      * de cuerpo L) y vacia el archivo al despacharlo.
       FD  BANDEJA.
       01  mai-cabecera.
           03 mai-tipo pic x.
           03 filler pic x value space.
           03 mai-nro pic 9(10).
           03 filler pic x value space.
           03 mai-fecha pic 9(8).
           03 filler pic x value space.
           03 mai-hora pic 9(8).
           03 filler pic x value space.
           03 mai-legajo pic 9(5).
           03 filler pic x value space.
           03 mai-origen pic x(10).
           03 filler pic x value space.
           03 mai-destinatario pic x(30).
           03 filler pic x value space.
           03 mai-asunto pic x(60).
       01  mai-cuerpo.
           03 mai-cue-tipo pic x.
           03 filler pic x value space.
           03 mai-cue-nro pic 9(10).
           03 filler pic x value space.
           03 mai-cue-texto pic x(120).

       FD  MAIL-SERIE.
       01  mse-reg.
           03 mse-ultimo pic 9(10).

       FD  ENVIOS.
       01  env-reg.
           03 env-fecha pic 9(8).
           03 filler pic x value space.
           03 env-legajo pic 9(5).
           03 filler pic x value space.
           03 env-origen pic x(10).
           03 filler pic x value space.
           03 env-nro pic 9(10).
           03 filler pic x value space.
           03 env-destinatario pic x(30).
           03 filler pic x value space.
           03 env-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-status-csl pic xx value spaces.
       77  w-status-asg pic xx value spaces.
       77  w-status-cca pic xx value spaces.
       77  w-status-cta pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-datos pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-status-mserie pic xx value spaces.
       77  w-flag-csl pic 9 value zero.
       77  w-flag-asg pic 9 value zero.
       77  w-flag-cca pic 9 value zero.
       77  w-flag-cta pic 9 value zero.
       77  w-cant-pend pic 9(4) value zero.
       77  w-ind-pend pic 9(4) value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-periodo pic 9(6) value zero.
       77  w-anio-cargo pic 9(4) value zero.
       77  w-mes-cargo pic 9(2) value zero.
       77  w-concepto-casillero pic 9(2) value 9.
       77  w-meses-liberar pic 9(2) value 2.
       77  w-importe-cargo pic 9(8) value zero.
       77  w-vencimiento pic 9(8) value zero.
       77  w-cuota-libre pic 9(2) value zero.
       77  w-cuota-usada pic 9 value zero.
       77  w-cant-csl pic 9(3) value zero.
       77  w-ind-csl pic 9(3) value zero.
       77  w-csl-hallado pic 9(3) value zero.
       77  w-cant-asg pic 9(4) value zero.
       77  w-ind-asg pic 9(4) value zero.
       77  w-cant-cca pic 9(5) value zero.
       77  w-ind-cca pic 9(5) value zero.
       77  w-ind-bus pic 9(2) value zero.
       77  w-impagos pic 9(3) value zero.
       77  w-deuda-casillero pic 9(10) value zero.
       77  w-cant-cargos pic 9(4) value zero.
       77  w-tot-facturado pic 9(10) value zero.
       77  w-cant-vencidas pic 9(4) value zero.
       77  w-cant-sin-tarifa pic 9(4) value zero.
       77  w-cant-marcadas pic 9(4) value zero.
       77  w-cant-regularizadas pic 9(4) value zero.
       77  w-nombre-socio pic x(30) value spaces.
       77  w-mail-socio pic x(30) value spaces.
       77  w-envio-mail pic x value "N".
       77  w-por-mail pic 9 value zero.
       77  w-mail-nro pic 9(10) value zero.
       77  w-mail-legajo pic 9(5) value zero.
       77  w-mail-origen pic x(10) value spaces.
       77  w-mail-destino pic x(30) value spaces.
       77  w-mail-invalido pic x value space.
       77  w-mail-asunto pic x(60) value spaces.
       77  w-hora-mail pic 9(8) value zero.
       77  w-cant-mails pic 9(6) value zero.
       77  w-cant-sin-mail pic 9(6) value zero.
       77  w-cant-mail-invalido pic 9(6) value zero.
       01  w-tab-casilleros.
           03 w-tab-csl occurs 500.
               05 w-csl-numero pic 9(4).
               05 w-csl-vestuario pic x(12).
               05 w-csl-tamano pic x.
               05 w-csl-tarifa pic 9(8).
               05 w-csl-estado pic x.
       01  w-tab-asignaciones.
           03 w-tab-asg occurs 2000.
               05 w-asg-casillero pic 9(4).
               05 w-asg-legajo pic 9(5).
               05 w-asg-inicio pic 9(8).
               05 w-asg-renovacion pic 9(8).
               05 w-asg-estado pic x.
               05 w-asg-ult-periodo pic 9(6).
               05 w-asg-fin pic 9(8).
       01  w-tab-cargos.
           03 w-tab-cca occurs 20000.
               05 w-cca-casillero pic 9(4).
               05 w-cca-legajo pic 9(5).
               05 w-cca-cuota pic 9(2).
               05 w-cca-anio pic 9(4).
      * Cargos que ya estan en cuotas.txt esperando a CuotaTexAindex
      * (pases, reservas, carnets): sus numeros de cuota tampoco
      * estan libres aunque todavia no figuren en CUOTAS.
       01  w-tab-pendientes.
           03 w-tab-pend occurs 2000.
               05 w-pend-alumno pic 9(5).
               05 w-pend-cuota pic 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           COMPUTE w-periodo = w-fecha-proceso / 100.
           DISPLAY "PERIODO A FACTURAR AAAAMM (ENTER=" w-periodo
               "): ".
           ACCEPT w-periodo.
           IF w-periodo = ZERO
               COMPUTE w-periodo = w-fecha-proceso / 100
           END-IF.
           COMPUTE w-anio-cargo = w-periodo / 100.
           COMPUTE w-mes-cargo = w-periodo - w-anio-cargo * 100.
           IF w-mes-cargo < 1 OR w-mes-cargo > 12
               DISPLAY "PERIODO INVALIDO"
               STOP RUN
           END-IF.
           PERFORM 090-LEER-PARAMETROS-SIS.
           PERFORM 100-CARGAR-CASILLEROS.
           PERFORM 150-CARGAR-ASIGNACIONES.
           PERFORM 170-CARGAR-CARGOS.
           PERFORM 190-CARGAR-PENDIENTES.
           IF w-cant-asg = ZERO
               DISPLAY "NO HAY CASILLEROS ASIGNADOS"
               STOP RUN
           END-IF.
           OPEN INPUT CUOTAS.
           PERFORM 300-GENERAR-CARGOS.
           PERFORM 500-CONTROLAR-IMPAGOS.
           CLOSE CUOTAS.
           PERFORM 750-REGRABAR-ASIGNACIONES.
           DISPLAY "CARGOS GENERADOS        : " w-cant-cargos.
           DISPLAY "IMPORTE FACTURADO       : " w-tot-facturado.
           DISPLAY "ALQUILERES SIN RENOVAR  : " w-cant-vencidas.
           IF w-cant-sin-tarifa > ZERO
               DISPLAY "CASILLEROS SIN TARIFA   : " w-cant-sin-tarifa
           END-IF.
           DISPLAY "MARCADOS PARA LIBERAR   : " w-cant-marcadas.
           DISPLAY "REGULARIZADOS           : " w-cant-regularizadas.
           IF w-envio-mail = "S"
               DISPLAY "AVISOS POR MAIL         : " w-cant-mails
               DISPLAY "A PAPEL (SIN MAIL)      : " w-cant-sin-mail
               DISPLAY "A PAPEL (MAIL INVALIDO) : "
                   w-cant-mail-invalido
           END-IF.
           DISPLAY "LOS CARGOS ENTRAN A CUOTAS CON LA PROXIMA "
               "CORRIDA DE CuotaTexAindex".
           STOP RUN.

       060-LEER-SERIE-MAIL.
           OPEN INPUT MAIL-SERIE.
           IF w-status-mserie = "00"
               READ MAIL-SERIE
                   AT END MOVE ZERO TO mse-ultimo
               END-READ
               MOVE mse-ultimo TO w-mail-nro
               CLOSE MAIL-SERIE
           ELSE
               IF w-status-mserie = "05"
                   CLOSE MAIL-SERIE
               END-IF
           END-IF.

      * MESES-LIBERAR permite cambiar la cantidad de alquileres
      * impagos que marcan el casillero para liberar (dos si no
      * esta cargado); ENVIO-MAIL, como en los demas avisos, manda
      * el aviso por correo a los socios con mail valido.
       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "MESES-LIBERAR"
                       COMPUTE w-meses-liberar =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "ENVIO-MAIL"
                   AND psis-valor(1:1) = "S"
                       MOVE "S" TO w-envio-mail
                   END-IF
                   PERFORM 095-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.
           IF w-meses-liberar = ZERO
               MOVE 2 TO w-meses-liberar
           END-IF.

       095-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

       100-CARGAR-CASILLEROS.
           OPEN INPUT CASILLEROS.
           IF w-status-csl = "00"
               PERFORM 110-LEER-CASILLERO
               PERFORM UNTIL w-flag-csl = 1
                   IF w-cant-csl < 500
                       ADD 1 TO w-cant-csl
                       MOVE csl-numero TO w-csl-numero (w-cant-csl)
                       MOVE csl-vestuario
                           TO w-csl-vestuario (w-cant-csl)
                       MOVE csl-tamano TO w-csl-tamano (w-cant-csl)
                       MOVE csl-tarifa TO w-csl-tarifa (w-cant-csl)
                       MOVE csl-estado TO w-csl-estado (w-cant-csl)
                   END-IF
                   PERFORM 110-LEER-CASILLERO
               END-PERFORM
               CLOSE CASILLEROS
           ELSE
               IF w-status-csl = "05"
                   CLOSE CASILLEROS
               END-IF
           END-IF.

       110-LEER-CASILLERO.
           READ CASILLEROS AT END MOVE 1 TO w-flag-csl.

       150-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
           IF w-status-asg = "00"
               PERFORM 160-LEER-ASIGNACION
               PERFORM UNTIL w-flag-asg = 1
                   IF w-cant-asg < 2000
                       ADD 1 TO w-cant-asg
                       MOVE asg-casillero
                           TO w-asg-casillero (w-cant-asg)
                       MOVE asg-legajo TO w-asg-legajo (w-cant-asg)
                       MOVE asg-inicio TO w-asg-inicio (w-cant-asg)
                       MOVE asg-renovacion
                           TO w-asg-renovacion (w-cant-asg)
                       MOVE asg-estado TO w-asg-estado (w-cant-asg)
                       MOVE asg-ult-periodo
                           TO w-asg-ult-periodo (w-cant-asg)
                       MOVE asg-fin TO w-asg-fin (w-cant-asg)
                   END-IF
                   PERFORM 160-LEER-ASIGNACION
               END-PERFORM
               CLOSE ASIGNACIONES
           ELSE
               IF w-status-asg = "05"
                   CLOSE ASIGNACIONES
               END-IF
           END-IF.

       160-LEER-ASIGNACION.
           READ ASIGNACIONES AT END MOVE 1 TO w-flag-asg.

       170-CARGAR-CARGOS.
           OPEN INPUT CARGOS-CAS.
           IF w-status-cca = "00"
               PERFORM 180-LEER-CARGO
               PERFORM UNTIL w-flag-cca = 1
                   IF w-cant-cca < 20000
                       ADD 1 TO w-cant-cca
                       MOVE cca-casillero
                           TO w-cca-casillero (w-cant-cca)
                       MOVE cca-legajo TO w-cca-legajo (w-cant-cca)
                       MOVE cca-cuota TO w-cca-cuota (w-cant-cca)
                       MOVE cca-anio TO w-cca-anio (w-cant-cca)
                   END-IF
                   PERFORM 180-LEER-CARGO
               END-PERFORM
               CLOSE CARGOS-CAS
           ELSE
               IF w-status-cca = "05"
                   CLOSE CARGOS-CAS
               END-IF
           END-IF.

       180-LEER-CARGO.
           READ CARGOS-CAS AT END MOVE 1 TO w-flag-cca.

       190-CARGAR-PENDIENTES.
           OPEN INPUT CTA.
           IF w-status-cta = "00"
               PERFORM 195-LEER-CTA
               PERFORM UNTIL w-flag-cta = 1
                   IF cuo-tex-anio = w-anio-cargo
                   AND w-cant-pend < 2000
                       ADD 1 TO w-cant-pend
                       MOVE cuo-tex-alumno
                           TO w-pend-alumno (w-cant-pend)
                       MOVE cuo-tex-cuota TO w-pend-cuota (w-cant-pend)
                   END-IF
                   PERFORM 195-LEER-CTA
               END-PERFORM
               CLOSE CTA
           ELSE
               IF w-status-cta = "05"
                   CLOSE CTA
               END-IF
           END-IF.

       195-LEER-CTA.
           READ CTA AT END MOVE 1 TO w-flag-cta.

      * Se factura el mes pedido a cada asignacion vigente (activa
      * o marcada para liberar: el casillero sigue ocupado hasta que
      * se lo libera) que empezo a mas tardar ese mes, esta renovada
      * por lo menos hasta ese mes y no tiene ya el cargo. El cargo
      * va por cuotas.txt con el concepto propio de casilleros (09),
      * junto a la cuota social del mes.
       300-GENERAR-CARGOS.
           OPEN EXTEND CTA.
           OPEN EXTEND CARGOS-CAS.
           PERFORM VARYING w-ind-asg FROM 1 BY 1
                   UNTIL w-ind-asg > w-cant-asg
               IF w-asg-estado (w-ind-asg) = "A"
               OR w-asg-estado (w-ind-asg) = "L"
                   IF w-asg-inicio (w-ind-asg) / 100 <= w-periodo
                   AND w-asg-ult-periodo (w-ind-asg) < w-periodo
                       IF w-asg-renovacion (w-ind-asg) / 100
                               < w-periodo
                           ADD 1 TO w-cant-vencidas
                           DISPLAY "CASILLERO "
                               w-asg-casillero (w-ind-asg)
                               " LEGAJO " w-asg-legajo (w-ind-asg)
                               " ALQUILER VENCIDO EL "
                               w-asg-renovacion (w-ind-asg)
                               ", NO SE FACTURA"
                       ELSE
                           PERFORM 320-CARGO-CASILLERO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CARGOS-CAS.
           CLOSE CTA.

       320-CARGO-CASILLERO.
           MOVE ZERO TO w-csl-hallado.
           PERFORM VARYING w-ind-csl FROM 1 BY 1
                   UNTIL w-ind-csl > w-cant-csl
                   OR w-csl-hallado NOT = ZERO
               IF w-csl-numero (w-ind-csl)
                   = w-asg-casillero (w-ind-asg)
                   MOVE w-ind-csl TO w-csl-hallado
               END-IF
           END-PERFORM.
           MOVE ZERO TO w-importe-cargo.
           IF w-csl-hallado NOT = ZERO
               MOVE w-csl-tarifa (w-csl-hallado) TO w-importe-cargo
           END-IF.
           IF w-importe-cargo = ZERO
               ADD 1 TO w-cant-sin-tarifa
               DISPLAY "CASILLERO " w-asg-casillero (w-ind-asg)
                   " SIN TARIFA EN EL MAESTRO, NO SE FACTURA"
           ELSE
               PERFORM 330-BUSCAR-VENCIMIENTO
               PERFORM 350-BUSCAR-CUOTA-LIBRE
               IF w-cuota-libre = ZERO
                   DISPLAY "LEGAJO " w-asg-legajo (w-ind-asg)
                       " SIN NUMERO DE CUOTA LIBRE, CARGO NO "
                       "GENERADO"
               ELSE
                   PERFORM 400-GRABAR-CARGO
               END-IF
           END-IF.

      * El alquiler vence con la cuota social del mismo mes (cuota
      * numero = mes); si todavia no esta en CUOTAS vence el dia 10,
      * el vencimiento habitual de la cuota social.
       330-BUSCAR-VENCIMIENTO.
           COMPUTE w-vencimiento = w-periodo * 100 + 10.
           MOVE w-asg-legajo (w-ind-asg) TO cuo-alumno.
           MOVE w-mes-cargo TO cuo-cuota.
           MOVE w-anio-cargo TO cuo-anio.
           READ CUOTAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cuo-concepto = 1
                       MOVE cuo-fecha TO w-vencimiento
                   END-IF
           END-READ.

      * Primer numero libre del socio en el rango de cargos 13-50;
      * ademas de CUOTAS se miran los cargos de casilleros ya
      * generados, que pueden no haber entrado todavia.
       350-BUSCAR-CUOTA-LIBRE.
           MOVE ZERO TO w-cuota-libre.
           PERFORM VARYING w-ind-bus FROM 13 BY 1
                   UNTIL w-ind-bus > 50 OR w-cuota-libre NOT = ZERO
               MOVE ZERO TO w-cuota-usada
               PERFORM VARYING w-ind-cca FROM 1 BY 1
                       UNTIL w-ind-cca > w-cant-cca
                   IF w-cca-legajo (w-ind-cca)
                       = w-asg-legajo (w-ind-asg)
                   AND w-cca-anio (w-ind-cca) = w-anio-cargo
                   AND w-cca-cuota (w-ind-cca) = w-ind-bus
                       MOVE 1 TO w-cuota-usada
                   END-IF
               END-PERFORM
               PERFORM VARYING w-ind-pend FROM 1 BY 1
                       UNTIL w-ind-pend > w-cant-pend
                   IF w-pend-alumno (w-ind-pend)
                       = w-asg-legajo (w-ind-asg)
                   AND w-pend-cuota (w-ind-pend) = w-ind-bus
                       MOVE 1 TO w-cuota-usada
                   END-IF
               END-PERFORM
               IF w-cuota-usada = ZERO
                   MOVE w-asg-legajo (w-ind-asg) TO cuo-alumno
                   MOVE w-ind-bus TO cuo-cuota
                   MOVE w-anio-cargo TO cuo-anio
                   READ CUOTAS
                       INVALID KEY MOVE w-ind-bus TO w-cuota-libre
                       NOT INVALID KEY CONTINUE
                   END-READ
               END-IF
           END-PERFORM.

       400-GRABAR-CARGO.
           MOVE SPACES TO cuo-tex-reg.
           MOVE w-asg-legajo (w-ind-asg) TO cuo-tex-alumno.
           MOVE w-cuota-libre TO cuo-tex-cuota.
           MOVE w-anio-cargo TO cuo-tex-anio.
           MOVE w-vencimiento TO cuo-tex-fecha.
           MOVE "I" TO cuo-tex-estado.
           MOVE w-importe-cargo TO cuo-tex-importe.
           MOVE ZERO TO cuo-tex-pagado.
           MOVE w-importe-cargo TO cuo-tex-debe.
           MOVE w-concepto-casillero TO cuo-tex-concepto.
           WRITE cuo-tex-reg.
           MOVE SPACES TO cca-reg.
           MOVE w-periodo TO cca-periodo.
           MOVE w-asg-casillero (w-ind-asg) TO cca-casillero.
           MOVE w-asg-legajo (w-ind-asg) TO cca-legajo.
           MOVE w-cuota-libre TO cca-cuota.
           MOVE w-anio-cargo TO cca-anio.
           MOVE w-importe-cargo TO cca-importe.
           MOVE w-vencimiento TO cca-vencimiento.
           WRITE cca-reg.
           IF w-cant-cca < 20000
               ADD 1 TO w-cant-cca
               MOVE w-asg-casillero (w-ind-asg)
                   TO w-cca-casillero (w-cant-cca)
               MOVE w-asg-legajo (w-ind-asg)
                   TO w-cca-legajo (w-cant-cca)
               MOVE w-cuota-libre TO w-cca-cuota (w-cant-cca)
               MOVE w-anio-cargo TO w-cca-anio (w-cant-cca)
           END-IF.
           MOVE w-periodo TO w-asg-ult-periodo (w-ind-asg).
           ADD 1 TO w-cant-cargos.
           ADD w-importe-cargo TO w-tot-facturado.

      * Un alquiler cuenta como impago si su cuota ya esta en
      * CUOTAS, sigue impaga (o castigada) con deuda y ya vencio;
      * las cuotas incluidas en un convenio (V) no cuentan porque el
      * socio las esta regularizando. Con MESES-LIBERAR impagos el
      * casillero queda marcado para liberar y se avisa al socio
      * una sola vez; si despues paga, vuelve a activo.
       500-CONTROLAR-IMPAGOS.
           OPEN INPUT DATOS.
           OPEN OUTPUT AVISOS.
           IF w-envio-mail = "S"
               PERFORM 060-LEER-SERIE-MAIL
               OPEN EXTEND BANDEJA
               OPEN EXTEND ENVIOS
           END-IF.
           PERFORM VARYING w-ind-asg FROM 1 BY 1
                   UNTIL w-ind-asg > w-cant-asg
               IF w-asg-estado (w-ind-asg) = "A"
               OR w-asg-estado (w-ind-asg) = "L"
                   PERFORM 520-CONTAR-IMPAGOS
                   IF w-impagos >= w-meses-liberar
                       IF w-asg-estado (w-ind-asg) = "A"
                           MOVE "L" TO w-asg-estado (w-ind-asg)
                           ADD 1 TO w-cant-marcadas
                           PERFORM 600-AVISAR-SOCIO
                       END-IF
                   ELSE
                       IF w-asg-estado (w-ind-asg) = "L"
                           MOVE "A" TO w-asg-estado (w-ind-asg)
                           ADD 1 TO w-cant-regularizadas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-envio-mail = "S"
               CLOSE BANDEJA
               CLOSE ENVIOS
               PERFORM 790-GRABAR-SERIE-MAIL
           END-IF.
           CLOSE AVISOS.
           CLOSE DATOS.

       520-CONTAR-IMPAGOS.
           MOVE ZERO TO w-impagos.
           MOVE ZERO TO w-deuda-casillero.
           PERFORM VARYING w-ind-cca FROM 1 BY 1
                   UNTIL w-ind-cca > w-cant-cca
               IF w-cca-casillero (w-ind-cca)
                   = w-asg-casillero (w-ind-asg)
               AND w-cca-legajo (w-ind-cca) = w-asg-legajo (w-ind-asg)
                   MOVE w-cca-legajo (w-ind-cca) TO cuo-alumno
                   MOVE w-cca-cuota (w-ind-cca) TO cuo-cuota
                   MOVE w-cca-anio (w-ind-cca) TO cuo-anio
                   READ CUOTAS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF (cuo-estado = "I" OR cuo-estado = "K")
                           AND cuo-debe > ZERO
                           AND cuo-fecha < w-fecha-proceso
                               ADD 1 TO w-impagos
                               ADD cuo-debe TO w-deuda-casillero
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       600-AVISAR-SOCIO.
           MOVE w-asg-legajo (w-ind-asg) TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE "(SIN DATOS PERSONALES)" TO w-nombre-socio
                   MOVE SPACES TO w-mail-socio
                   MOVE "N" TO w-mail-invalido
               NOT INVALID KEY
                   MOVE dat-nombre TO w-nombre-socio
                   MOVE dat-mail TO w-mail-socio
                   MOVE dat-mail-invalido TO w-mail-invalido
           END-READ.
           MOVE w-asg-legajo (w-ind-asg) TO w-mail-legajo.
           MOVE "CASILLEROS" TO w-mail-origen.
           MOVE w-mail-socio TO w-mail-destino.
           MOVE SPACES TO w-mail-asunto.
           STRING "CASILLERO " w-asg-casillero (w-ind-asg)
               " A LIBERAR POR FALTA DE PAGO"
               DELIMITED BY SIZE INTO w-mail-asunto.
           PERFORM 660-INICIAR-MAIL.
           MOVE SPACES TO avi-linea.
           STRING "SOCIO " w-asg-legajo (w-ind-asg) " "
               w-nombre-socio
               DELIMITED BY SIZE INTO avi-linea.
           PERFORM 650-EMITIR-LINEA.
           MOVE SPACES TO avi-linea.
           STRING "  EL CASILLERO " w-asg-casillero (w-ind-asg)
               " REGISTRA " w-impagos " ALQUILERES IMPAGOS POR "
               w-deuda-casillero
               DELIMITED BY SIZE INTO avi-linea.
           PERFORM 650-EMITIR-LINEA.
           MOVE SPACES TO avi-linea.
           STRING "  SI NO REGULARIZA LA DEUDA EL CASILLERO SERA "
               "LIBERADO Y SU CONTENIDO RETIRADO POR EL CLUB"
               DELIMITED BY SIZE INTO avi-linea.
           PERFORM 650-EMITIR-LINEA.

       650-EMITIR-LINEA.
           IF w-por-mail = 1
               MOVE SPACES TO mai-cuerpo
               MOVE "L" TO mai-cue-tipo
               MOVE w-mail-nro TO mai-cue-nro
               MOVE avi-linea TO mai-cue-texto
               WRITE mai-cuerpo
           ELSE
               WRITE avi-linea
           END-IF.

      * Decide el canal del aviso: con mail valido abre el mensaje
      * en la bandeja; sin mail o con mail rebotado el aviso sigue
      * en papel y el envio queda registrado igual para el listado
      * diario.
       660-INICIAR-MAIL.
           MOVE ZERO TO w-por-mail.
           IF w-envio-mail = "S"
               MOVE SPACES TO env-reg
               MOVE w-fecha-proceso TO env-fecha
               MOVE w-mail-legajo TO env-legajo
               MOVE w-mail-origen TO env-origen
               MOVE w-mail-destino TO env-destinatario
               MOVE ZERO TO env-nro
               IF w-mail-destino = SPACES
                   MOVE "S" TO env-estado
                   ADD 1 TO w-cant-sin-mail
               ELSE
               IF w-mail-invalido = "S"
                   MOVE "I" TO env-estado
                   ADD 1 TO w-cant-mail-invalido
               ELSE
                   ADD 1 TO w-mail-nro
                   MOVE w-mail-nro TO env-nro
                   MOVE "E" TO env-estado
                   MOVE 1 TO w-por-mail
                   ADD 1 TO w-cant-mails
                   PERFORM 670-GRABAR-CABECERA
               END-IF
               END-IF
               WRITE env-reg
           END-IF.

       670-GRABAR-CABECERA.
           ACCEPT w-hora-mail FROM TIME.
           MOVE SPACES TO mai-cabecera.
           MOVE "C" TO mai-tipo.
           MOVE w-mail-nro TO mai-nro.
           MOVE w-fecha-proceso TO mai-fecha.
           MOVE w-hora-mail TO mai-hora.
           MOVE w-mail-legajo TO mai-legajo.
           MOVE w-mail-origen TO mai-origen.
           MOVE w-mail-destino TO mai-destinatario.
           MOVE w-mail-asunto TO mai-asunto.
           WRITE mai-cabecera.

       750-REGRABAR-ASIGNACIONES.
           OPEN OUTPUT ASIGNACIONES.
           PERFORM VARYING w-ind-asg FROM 1 BY 1
                   UNTIL w-ind-asg > w-cant-asg
               MOVE SPACES TO asg-reg
               MOVE w-asg-casillero (w-ind-asg) TO asg-casillero
               MOVE w-asg-legajo (w-ind-asg) TO asg-legajo
               MOVE w-asg-inicio (w-ind-asg) TO asg-inicio
               MOVE w-asg-renovacion (w-ind-asg) TO asg-renovacion
               MOVE w-asg-estado (w-ind-asg) TO asg-estado
               MOVE w-asg-ult-periodo (w-ind-asg) TO asg-ult-periodo
               MOVE w-asg-fin (w-ind-asg) TO asg-fin
               WRITE asg-reg
           END-PERFORM.
           CLOSE ASIGNACIONES.

       790-GRABAR-SERIE-MAIL.
           OPEN OUTPUT MAIL-SERIE.
           MOVE w-mail-nro TO mse-ultimo.
           WRITE mse-reg.
           CLOSE MAIL-SERIE.

       END PROGRAM FACTURAR-CASILLEROS.
