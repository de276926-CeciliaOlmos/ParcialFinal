      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECTAR-FONDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL CUOTAS-HIST
                   ASSIGN TO "..\cuotas_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS his-llave
                   FILE STATUS IS w-status-hist.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rcb.
           SELECT OPTIONAL RECIBOS-HIST
                   ASSIGN TO "..\recibos_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rhc-llave
                   FILE STATUS IS w-status-rhc.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT OPTIONAL TARJETAS ASSIGN TO "..\tarjetas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-tar.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-llave
                   FILE STATUS IS w-status-conv.
           SELECT OPTIONAL RESPUESTA
                   ASSIGN TO "..\respuesta_banco.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rsp.
           SELECT OPTIONAL PRESENTACION-RED
                   ASSIGN TO "..\presentacion_red.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-pred.
           SELECT OPTIONAL RENDICION ASSIGN TO "..\rendicion_red.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ren.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL PROYECCIONES
                   ASSIGN TO "..\flujo_proyeccion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-fpr.
           SELECT INFORME ASSIGN TO "..\flujo_fondos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPARACION ASSIGN TO "..\flujo_comparacion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

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

       FD  CUOTAS-HIST.
       01  his-reg.
           03 his-llave.
               05 his-alumno pic 9(5).
               05 his-cuota pic 9(2).
               05 his-anio pic 9(4).
           03 his-fecha pic 9(8).
           03 his-estado pic x.
           03 his-importe pic 9(8).
           03 his-pagado pic 9(8).
           03 his-debe pic 9(8).
           03 his-concepto pic 9(2).
           03 his-llave-periodo.
               05 his-per-anio pic 9(4).
               05 his-per-cuota pic 9(2).
               05 his-per-alumno pic 9(5).

       FD  RECIBOS.
       01  rcb-reg.
           03 rcb-recibo pic 9(10).
           03 filler pic x.
           03 rcb-alumno pic 9(5).
           03 filler pic x.
           03 rcb-cuota pic 9(2).
           03 filler pic x.
           03 rcb-importe pic 9(8).
           03 filler pic x.
           03 rcb-debe pic 9(8).
           03 filler pic x.
           03 rcb-estado pic x.
           03 filler pic x.
           03 rcb-fecha pic 9(8).
           03 filler pic x.
           03 rcb-anio pic 9(4).

      * Historico de recibos de ejercicios archivados
      * (ArchivarRecibos): un recibo vive en recibos.txt o en
      * recibos_hist.dat, nunca en los dos.
       FD  RECIBOS-HIST.
       01  rhc-reg.
           03 rhc-llave.
               05 rhc-recibo pic 9(10).
               05 rhc-estado pic x.
           03 rhc-alumno pic 9(5).
           03 rhc-cuota pic 9(2).
           03 rhc-importe pic 9(8).
           03 rhc-debe pic 9(8).
           03 rhc-fecha pic 9(8).
           03 rhc-anio pic 9(4).

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

      * Adhesiones al debito en tarjeta de credito (AdherirTarjeta).
       FD  TARJETAS.
       01  tar-reg.
           03 tar-legajo pic 9(5).
           03 filler pic x value space.
           03 tar-marca pic x(10).
           03 filler pic x value space.
           03 tar-numero pic x(16).
           03 filler pic x value space.
           03 tar-vencimiento pic 9(6).
           03 filler pic x value space.
           03 tar-fecha-adhesion pic 9(8).
           03 filler pic x value space.
           03 tar-fecha-baja pic 9(8).
           03 filler pic x value space.
           03 tar-rechazos pic 9(2).
           03 filler pic x value space.
           03 tar-operador pic x(8).

      * El registro con conv-cuota-plan 00 es la cabecera del
      * convenio del socio (estado V vigente / C cumplido / D caido,
      * deuda total y cantidad de cuotas); los registros 01..NN son
      * las cuotas del plan con su vencimiento e importe.
       FD  CONVENIOS.
       01  conv-reg.
           03 conv-llave.
               05 conv-legajo pic 9(5).
               05 conv-cuota-plan pic 9(2).
           03 conv-vencimiento pic 9(8).
           03 conv-estado pic x.
           03 conv-importe pic 9(8).
           03 conv-pagado pic 9(8).
           03 conv-fecha-alta pic 9(8).
           03 conv-cant-cuotas pic 9(2).

      * Respuesta del banco a la presentacion de debitos: estado A
      * aceptado (debitado) o R rechazado, con el motivo del banco.
       FD  RESPUESTA.
       01  rsp-reg.
           03 rsp-legajo pic 9(5).
           03 filler pic x.
           03 rsp-cuota pic 9(2).
           03 filler pic x.
           03 rsp-anio pic 9(4).
           03 filler pic x.
           03 rsp-importe pic 9(8).
           03 filler pic x.
           03 rsp-estado pic x.
           03 filler pic x.
           03 rsp-motivo pic x(20).

      * Ultima presentacion a la red de cobranza (PresentarRed), en
      * el orden de la clave de CUOTAS.
       FD  PRESENTACION-RED.
       01  pred-reg.
           03 pred-referencia.
               05 pred-legajo pic 9(5).
               05 pred-cuota pic 9(2).
               05 pred-anio pic 9(4).
           03 filler pic x.
           03 pred-nombre pic x(30).
           03 filler pic x.
           03 pred-vencimiento pic 9(8).
           03 filler pic x.
           03 pred-importe pic 9(8).

      * Rendicion de la red de cobranza a esa presentacion.
       FD  RENDICION.
       01  ren-reg.
           03 ren-referencia.
               05 ren-legajo pic 9(5).
               05 ren-cuota pic 9(2).
               05 ren-anio pic 9(4).
           03 filler pic x.
           03 ren-fecha pic 9(8).
           03 filler pic x.
           03 ren-importe pic 9(8).

      * Maestro unico de parametros: MARGEN-ESCENARIO es el
      * porcentaje que se resta (pesimista) o suma (optimista) a
      * lo esperado; sin maestro vale 15%.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Proyecciones grabadas: una linea por semana de cada corrida,
      * para compararlas despues contra lo cobrado. Si el mismo dia
      * se proyecta mas de una vez vale la ultima.
       FD  PROYECCIONES.
       01  fpr-reg.
           03 fpr-fecha pic 9(8).
           03 filler pic x value space.
           03 fpr-semana pic 9(2).
           03 filler pic x value space.
           03 fpr-desde pic 9(8).
           03 filler pic x value space.
           03 fpr-hasta pic 9(8).
           03 filler pic x value space.
           03 fpr-nominal pic 9(12).
           03 filler pic x value space.
           03 fpr-esperado pic 9(12).
           03 filler pic x value space.
           03 fpr-pesimista pic 9(12).
           03 filler pic x value space.
           03 fpr-optimista pic 9(12).

       FD  INFORME.
       01  inf-linea pic x(100).

       FD  COMPARACION.
       01  cmp-linea pic x(110).

       WORKING-STORAGE SECTION.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-hist pic xx value spaces.
       77  w-status-rcb pic xx value spaces.
       77  w-status-rhc pic xx value spaces.
       77  w-status-datos pic xx value spaces.
       77  w-status-tar pic xx value spaces.
       77  w-status-conv pic xx value spaces.
       77  w-status-rsp pic xx value spaces.
       77  w-status-pred pic xx value spaces.
       77  w-status-ren pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-status-fpr pic xx value spaces.
       77  w-flag-cuota pic 9 value zero.
       77  w-flag-hist pic 9 value zero.
       77  w-flag-rcb pic 9 value zero.
       77  w-flag-rhc pic 9 value zero.
       77  w-flag-tar pic 9 value zero.
       77  w-flag-conv pic 9 value zero.
       77  w-flag-rsp pic 9 value zero.
       77  w-flag-pred pic 9 value zero.
       77  w-flag-ren pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-flag-fpr pic 9 value zero.
       77  w-opcion pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-int-hoy pic 9(8) value zero.
       77  w-int-limite pic 9(8) value zero.
       77  w-int-fecha pic 9(8) value zero.
       77  w-int-venc pic 9(8) value zero.
       77  w-dias pic s9(8) value zero.
       77  w-margen pic 9(3) value 15.
       77  w-semana pic 9(2) value zero.
       77  w-tramo pic 9(2) value zero.
       77  w-tramo-hasta pic 9(2) value zero.
       77  idx-tramo pic 9(2) value zero.
       77  idx-semana pic 9(2) value zero.
       77  idx-canal pic 9 value zero.
       77  w-canal pic 9 value zero.
       77  w-tasa pic 9v9999 value zero.
       77  w-tasa-debito pic 9v9999 value zero.
       77  w-tasa-red pic 9v9999 value zero.
       77  w-tasa-ventanilla pic 9v9999 value zero.
       77  w-tasa-convenio pic 9v9999 value zero.
       77  w-sin-hist pic 9 value zero.
       77  w-sin-debitos pic 9 value zero.
       77  w-sin-red pic 9 value zero.
       77  w-sin-convenios pic 9 value zero.
       77  w-tot-facturado pic 9(12) value zero.
       77  w-tot-rechazado pic 9(12) value zero.
       77  w-tot-aceptado pic 9(12) value zero.
       77  w-tot-pres-red pic 9(12) value zero.
       77  w-tot-rendido pic 9(12) value zero.
       77  w-conv-cumplidos pic 9(6) value zero.
       77  w-conv-caidos pic 9(6) value zero.
       77  w-remanente pic s9(12) value zero.
       77  w-recupero pic 9(12) value zero.
       77  w-importe pic 9(12) value zero.
       77  w-esperado pic 9(12) value zero.
       77  w-mora-nominal pic 9(12) value zero.
       77  w-mora-esperado pic 9(12) value zero.
       77  w-parte pic 9(12) value zero.
       77  w-dia-desde pic zz9 value zero.
       77  w-dia-hasta pic zz9 value zero.
       77  w-fecha-cobro pic 9(8) value zero.
       77  w-datos-abierto pic 9 value zero.
       77  w-cant-tar pic 9(4) value zero.
       77  w-ind-tar pic 9(4) value zero.
       77  w-en-debito pic 9 value zero.
       77  w-cuota-plan pic 9(2) value zero.
       77  w-saldo-plan pic 9(8) value zero.
       77  w-clave-cuota pic x(11) value spaces.
       77  w-clave-red pic x(11) value spaces.
       77  w-fecha-proy pic 9(8) value zero.
       77  w-cant-semanas pic 9(2) value zero.
       77  w-real pic 9(12) value zero.
       77  w-desvio pic s9(12) value zero.
       77  w-estado-sem pic x(10) value spaces.
       77  w-cant-debajo pic 9(2) value zero.
       77  w-cant-encima pic 9(2) value zero.
       77  w-cant-rango pic 9(2) value zero.
       77  w-tot-nominal pic 9(12) value zero.
       77  w-tot-esperado pic 9(12) value zero.
       77  w-tot-pesimista pic 9(12) value zero.
       77  w-tot-optimista pic 9(12) value zero.
       77  w-tot-real pic 9(12) value zero.
       01  w-tab-tarjetas.
           03 w-tar-legajo occurs 3000 pic 9(5).
      * Cobrado historico por tramo de demora respecto del
      * vencimiento: tramo 1 hasta el vencimiento, 2 de 1 a 30
      * dias, 3 de 31 a 60 y asi hasta el 14 (mas de 360 dias).
       01  w-tab-tramos.
           03 w-tramo-reg occurs 14.
               05 w-tra-cobrado pic 9(12).
               05 w-tra-tasa pic 9v9999.
       01  w-tab-semanas.
           03 w-sem-reg occurs 13.
               05 w-sem-desde pic 9(8).
               05 w-sem-hasta pic 9(8).
               05 w-sem-nominal pic 9(12).
               05 w-sem-esperado pic 9(12).
               05 w-sem-pesimista pic 9(12).
               05 w-sem-optimista pic 9(12).
               05 w-sem-real pic 9(12).
      * Canales: 1 debito (CBU o tarjeta), 2 red de cobranza,
      * 3 ventanilla, 4 cuotas ya vencidas, 5 cuotas de convenio.
       01  w-tab-canales.
           03 w-can-reg occurs 5.
               05 w-can-nominal pic 9(12).
               05 w-can-esperado pic 9(12).
       01  w-tab-nombres.
           03 filler pic x(24) value "DEBITO CBU / TARJETA".
           03 filler pic x(24) value "RED DE COBRANZA".
           03 filler pic x(24) value "VENTANILLA".
           03 filler pic x(24) value "CUOTAS VENCIDAS (MORA)".
           03 filler pic x(24) value "CUOTAS DE CONVENIO".
       01  w-tab-nombres-r redefines w-tab-nombres.
           03 w-can-nombre occurs 5 pic x(24).
       01  lin-tasa.
           03 filler pic x(2) value spaces.
           03 lt-rubro pic x(40).
           03 lt-tasa pic zz9,99.
           03 filler pic x(2) value " %".
           03 filler pic x(2) value spaces.
           03 lt-nota pic x(30).
       01  lin-tit-canal.
           03 filler pic x(26) value "  CANAL".
           03 filler pic x(40)
               value "         A COBRAR        ESPERADO  TASA%".
       01  lin-canal.
           03 filler pic x(2) value spaces.
           03 lc-nombre pic x(24).
           03 lc-nominal pic z(15)9.
           03 lc-esperado pic z(15)9.
           03 filler pic x value space.
           03 lc-tasa pic zz9,99.
       01  lin-tit-semana.
           03 filler pic x(40)
               value "SEM  DESDE    HASTA            A COBRAR ".
           03 filler pic x(42)
               value "    PESIMISTA      ESPERADO     OPTIMISTA".
       01  lin-semana.
           03 ls-semana pic z9.
           03 filler pic x(2) value spaces.
           03 ls-desde pic 9(8).
           03 filler pic x value space.
           03 ls-hasta pic 9(8).
           03 ls-nominal pic z(15)9.
           03 ls-pesimista pic z(13)9.
           03 ls-esperado pic z(13)9.
           03 ls-optimista pic z(13)9.
       01  lin-tit-comp.
           03 filler pic x(40)
               value "SEM  DESDE    HASTA       PESIMISTA     ".
           03 filler pic x(40)
               value " ESPERADO     OPTIMISTA          REAL   ".
           03 filler pic x(22)
               value "       DESVIO  ESTADO".
       01  lin-comp.
           03 lm-semana pic z9.
           03 filler pic x(2) value spaces.
           03 lm-desde pic 9(8).
           03 filler pic x value space.
           03 lm-hasta pic 9(8).
           03 lm-pesimista pic z(13)9.
           03 lm-esperado pic z(13)9.
           03 lm-optimista pic z(13)9.
           03 lm-real pic z(13)9.
           03 lm-desvio pic -(13)9.
           03 filler pic x(2) value spaces.
           03 lm-estado pic x(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-periodo-hoy = w-fecha-hoy / 100.
           COMPUTE w-int-hoy = FUNCTION INTEGER-OF-DATE (w-fecha-hoy).
           DISPLAY "FLUJO DE FONDOS A 90 DIAS".
           DISPLAY "1 - PROYECTAR COBRANZA DE LAS PROXIMAS 13 SEMANAS".
           DISPLAY "2 - COMPARAR UNA PROYECCION CONTRA LO COBRADO".
           ACCEPT w-opcion.
           IF w-opcion = 1
               PERFORM 100-PROYECTAR
           ELSE
               IF w-opcion = 2
                   PERFORM 600-COMPARAR
               ELSE
                   DISPLAY "OPCION INVALIDA"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * Proyeccion: se arma el calendario de 13 semanas desde hoy
      * (la ultima llega al dia 90), se calculan las tasas
      * historicas de cobrabilidad y se reparte lo pendiente de
      * cobro en las semanas en que se espera percibirlo.
      ******************************************************************
       100-PROYECTAR.
           PERFORM 090-LEER-PARAMETROS-SIS.
           COMPUTE w-int-limite = w-int-hoy + 90.
           PERFORM VARYING idx-semana FROM 1 BY 1
                   UNTIL idx-semana > 13
               COMPUTE w-int-fecha =
                   w-int-hoy + (idx-semana - 1) * 7
               COMPUTE w-sem-desde (idx-semana) =
                   FUNCTION DATE-OF-INTEGER (w-int-fecha)
               IF idx-semana = 13
                   MOVE w-int-limite TO w-int-fecha
               ELSE
                   ADD 6 TO w-int-fecha
               END-IF
               COMPUTE w-sem-hasta (idx-semana) =
                   FUNCTION DATE-OF-INTEGER (w-int-fecha)
               MOVE ZERO TO w-sem-nominal (idx-semana)
                   w-sem-esperado (idx-semana)
                   w-sem-pesimista (idx-semana)
                   w-sem-optimista (idx-semana)
                   w-sem-real (idx-semana)
           END-PERFORM.
           PERFORM VARYING idx-canal FROM 1 BY 1
                   UNTIL idx-canal > 5
               MOVE ZERO TO w-can-nominal (idx-canal)
                   w-can-esperado (idx-canal)
           END-PERFORM.
           PERFORM 200-TASAS-HISTORICAS.
           PERFORM 250-TASA-DEBITO.
           PERFORM 260-TASA-RED.
           PERFORM 270-TASA-CONVENIOS.
           PERFORM 280-CARGAR-TARJETAS.
           PERFORM 300-PROYECTAR-CUOTAS.
           PERFORM 400-PROYECTAR-CONVENIOS.
           PERFORM 450-ARMAR-ESCENARIOS.
           PERFORM 500-ESCRIBIR-INFORME.
           PERFORM 550-GRABAR-PROYECCION.
           DISPLAY "A COBRAR EN 90 DIAS : " w-tot-nominal.
           DISPLAY "ESCENARIO PESIMISTA : " w-tot-pesimista.
           DISPLAY "ESCENARIO ESPERADO  : " w-tot-esperado.
           DISPLAY "ESCENARIO OPTIMISTA : " w-tot-optimista.
           DISPLAY "PROYECCION EN flujo_fondos.txt".

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "MARGEN-ESCENARIO"
                       COMPUTE w-margen =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 095-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.
           IF w-margen > 100
               MOVE 100 TO w-margen
           END-IF.

       095-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

      ******************************************************************
      * Cobrabilidad por antiguedad: de los ejercicios archivados se
      * toma lo facturado (CUOTAS-HIST) y lo cobrado con recibo
      * (recibos_hist.dat, sin contra-recibos), abierto por tramo de
      * demora entre el vencimiento de la cuota y la fecha del
      * recibo. Los recibos de cuotas de plan (51-62) no tienen
      * cuota archivada y quedan afuera.
      ******************************************************************
       200-TASAS-HISTORICAS.
           PERFORM VARYING idx-tramo FROM 1 BY 1
                   UNTIL idx-tramo > 14
               MOVE ZERO TO w-tra-cobrado (idx-tramo)
               MOVE ZERO TO w-tra-tasa (idx-tramo)
           END-PERFORM.
           OPEN INPUT CUOTAS-HIST.
           IF w-status-hist = "00"
               PERFORM 210-LEER-HIST
               PERFORM UNTIL w-flag-hist = 1
                   ADD his-importe TO w-tot-facturado
                   PERFORM 210-LEER-HIST
               END-PERFORM
               OPEN INPUT RECIBOS-HIST
               IF w-status-rhc = "00"
                   PERFORM 220-LEER-RECIBO-HIST
                   PERFORM UNTIL w-flag-rhc = 1
                       IF rhc-estado NOT = "X"
                           PERFORM 230-TRAMO-RECIBO-HIST
                       END-IF
                       PERFORM 220-LEER-RECIBO-HIST
                   END-PERFORM
                   CLOSE RECIBOS-HIST
               ELSE
                   IF w-status-rhc = "05"
                       CLOSE RECIBOS-HIST
                   END-IF
               END-IF
               CLOSE CUOTAS-HIST
           ELSE
               IF w-status-hist = "05"
                   CLOSE CUOTAS-HIST
               END-IF
           END-IF.
           PERFORM 240-CALCULAR-TASAS-TRAMO.

       210-LEER-HIST.
           READ CUOTAS-HIST NEXT AT END MOVE 1 TO w-flag-hist.

       220-LEER-RECIBO-HIST.
           READ RECIBOS-HIST NEXT AT END MOVE 1 TO w-flag-rhc.

       230-TRAMO-RECIBO-HIST.
           MOVE rhc-alumno TO his-alumno.
           MOVE rhc-cuota TO his-cuota.
           MOVE rhc-anio TO his-anio.
           READ CUOTAS-HIST
               INVALID KEY MOVE ZERO TO his-fecha
           END-READ.
           IF his-fecha > 19000101 AND rhc-fecha > 19000101
               COMPUTE w-dias =
                   FUNCTION INTEGER-OF-DATE (rhc-fecha)
                   - FUNCTION INTEGER-OF-DATE (his-fecha)
               PERFORM 235-CALCULAR-TRAMO
               ADD rhc-importe TO w-tra-cobrado (w-tramo)
           END-IF.

       235-CALCULAR-TRAMO.
           IF w-dias <= 0
               MOVE 1 TO w-tramo
           ELSE
               IF w-dias > 360
                   MOVE 14 TO w-tramo
               ELSE
                   COMPUTE w-tramo = (w-dias - 1) / 30 + 2
               END-IF
           END-IF.

      * Ventanilla: lo cobrado hasta 30 dias despues del vencimiento
      * sobre lo facturado. Para una cuota que ya esta en el tramo
      * T, lo que se recupera en los proximos 90 dias (tramos T a
      * T+2) sobre lo que seguia sin cobrar al llegar a ese tramo.
      * Sin historico se suponen 80% al dia y 30% sobre lo vencido.
       240-CALCULAR-TASAS-TRAMO.
           IF w-tot-facturado = ZERO
               MOVE 1 TO w-sin-hist
               MOVE 0,8 TO w-tasa-ventanilla
               PERFORM VARYING idx-tramo FROM 2 BY 1
                       UNTIL idx-tramo > 14
                   MOVE 0,3 TO w-tra-tasa (idx-tramo)
               END-PERFORM
           ELSE
               COMPUTE w-recupero = w-tra-cobrado (1)
                   + w-tra-cobrado (2)
               IF w-recupero >= w-tot-facturado
                   MOVE 1 TO w-tasa-ventanilla
               ELSE
                   COMPUTE w-tasa-ventanilla ROUNDED =
                       w-recupero / w-tot-facturado
               END-IF
               MOVE w-tot-facturado TO w-remanente
               SUBTRACT w-tra-cobrado (1) FROM w-remanente
               PERFORM VARYING idx-tramo FROM 2 BY 1
                       UNTIL idx-tramo > 14
                   PERFORM 245-TASA-TRAMO
                   SUBTRACT w-tra-cobrado (idx-tramo) FROM w-remanente
               END-PERFORM
           END-IF.

       245-TASA-TRAMO.
           COMPUTE w-tramo-hasta = idx-tramo + 2.
           IF w-tramo-hasta > 14
               MOVE 14 TO w-tramo-hasta
           END-IF.
           MOVE ZERO TO w-recupero.
           PERFORM VARYING w-tramo FROM idx-tramo BY 1
                   UNTIL w-tramo > w-tramo-hasta
               ADD w-tra-cobrado (w-tramo) TO w-recupero
           END-PERFORM.
           IF w-remanente <= ZERO
               MOVE ZERO TO w-tra-tasa (idx-tramo)
           ELSE
               IF w-recupero >= w-remanente
                   MOVE 1 TO w-tra-tasa (idx-tramo)
               ELSE
                   COMPUTE w-tra-tasa (idx-tramo) ROUNDED =
                       w-recupero / w-remanente
               END-IF
           END-IF.

      * Debito automatico: importe aceptado sobre importe presentado
      * en la ultima respuesta del banco. Lo rechazado se espera
      * por ventanilla a la tasa de ventanilla.
       250-TASA-DEBITO.
           OPEN INPUT RESPUESTA.
           IF w-status-rsp = "00"
               PERFORM 255-LEER-RESPUESTA
               PERFORM UNTIL w-flag-rsp = 1
                   IF rsp-estado = "A"
                       ADD rsp-importe TO w-tot-aceptado
                   ELSE
                       ADD rsp-importe TO w-tot-rechazado
                   END-IF
                   PERFORM 255-LEER-RESPUESTA
               END-PERFORM
               CLOSE RESPUESTA
           ELSE
               IF w-status-rsp = "05"
                   CLOSE RESPUESTA
               END-IF
           END-IF.
           IF w-tot-aceptado + w-tot-rechazado = ZERO
               MOVE 1 TO w-sin-debitos
               MOVE w-tasa-ventanilla TO w-tasa-debito
           ELSE
               COMPUTE w-tasa-debito ROUNDED = w-tot-aceptado
                   / (w-tot-aceptado + w-tot-rechazado)
           END-IF.

       255-LEER-RESPUESTA.
           READ RESPUESTA AT END MOVE 1 TO w-flag-rsp.

      * Red de cobranza: lo rendido sobre lo presentado en el
      * ultimo ciclo.
       260-TASA-RED.
           OPEN INPUT PRESENTACION-RED.
           IF w-status-pred = "00"
               PERFORM 265-LEER-PRES-RED
               PERFORM UNTIL w-flag-pred = 1
                   ADD pred-importe TO w-tot-pres-red
                   PERFORM 265-LEER-PRES-RED
               END-PERFORM
               CLOSE PRESENTACION-RED
           ELSE
               IF w-status-pred = "05"
                   CLOSE PRESENTACION-RED
               END-IF
           END-IF.
           OPEN INPUT RENDICION.
           IF w-status-ren = "00"
               PERFORM 268-LEER-RENDICION
               PERFORM UNTIL w-flag-ren = 1
                   ADD ren-importe TO w-tot-rendido
                   PERFORM 268-LEER-RENDICION
               END-PERFORM
               CLOSE RENDICION
           ELSE
               IF w-status-ren = "05"
                   CLOSE RENDICION
               END-IF
           END-IF.
           IF w-tot-pres-red = ZERO
               MOVE 1 TO w-sin-red
               MOVE w-tasa-ventanilla TO w-tasa-red
           ELSE
               IF w-tot-rendido >= w-tot-pres-red
                   MOVE 1 TO w-tasa-red
               ELSE
                   COMPUTE w-tasa-red ROUNDED =
                       w-tot-rendido / w-tot-pres-red
               END-IF
           END-IF.

       265-LEER-PRES-RED.
           READ PRESENTACION-RED AT END MOVE 1 TO w-flag-pred.

       268-LEER-RENDICION.
           READ RENDICION AT END MOVE 1 TO w-flag-ren.

      * Convenios: planes cumplidos sobre planes terminados
      * (cumplidos mas caidos).
       270-TASA-CONVENIOS.
           OPEN INPUT CONVENIOS.
           IF w-status-conv = "00"
               PERFORM 275-LEER-CONVENIO
               PERFORM UNTIL w-flag-conv = 1
                   IF conv-cuota-plan = ZERO
                       IF conv-estado = "C"
                           ADD 1 TO w-conv-cumplidos
                       END-IF
                       IF conv-estado = "D"
                           ADD 1 TO w-conv-caidos
                       END-IF
                   END-IF
                   PERFORM 275-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS
           ELSE
               IF w-status-conv = "05"
                   CLOSE CONVENIOS
               END-IF
           END-IF.
           IF w-conv-cumplidos + w-conv-caidos = ZERO
               MOVE 1 TO w-sin-convenios
               MOVE w-tasa-ventanilla TO w-tasa-convenio
           ELSE
               COMPUTE w-tasa-convenio ROUNDED = w-conv-cumplidos
                   / (w-conv-cumplidos + w-conv-caidos)
           END-IF.

       275-LEER-CONVENIO.
           READ CONVENIOS NEXT AT END MOVE 1 TO w-flag-conv.

      * Tarjetas vigentes, con el mismo criterio que GenerarDebitos.
       280-CARGAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF w-status-tar = "00"
               PERFORM 285-LEER-TARJETA
               PERFORM UNTIL w-flag-tar = 1
                   IF tar-fecha-baja = ZERO
                   AND tar-vencimiento >= w-periodo-hoy
                   AND tar-rechazos < 3
                   AND w-cant-tar < 3000
                       ADD 1 TO w-cant-tar
                       MOVE tar-legajo TO w-tar-legajo (w-cant-tar)
                   END-IF
                   PERFORM 285-LEER-TARJETA
               END-PERFORM
               CLOSE TARJETAS
           ELSE
               IF w-status-tar = "05"
                   CLOSE TARJETAS
               END-IF
           END-IF.

       285-LEER-TARJETA.
           READ TARJETAS AT END MOVE 1 TO w-flag-tar.

      ******************************************************************
      * Cuotas pendientes (estado I con saldo). Las que vencen dentro
      * de los 90 dias caen en la semana de su vencimiento, a la
      * tasa del canal por el que se van a cobrar: debito si el
      * socio tiene tarjeta vigente o CBU (son los debitos a
      * presentar), red si la cuota figura en la ultima
      * presentacion a la red y ventanilla en otro caso. Las ya
      * vencidas se esperan a la tasa de su tramo de antiguedad,
      * repartidas en partes iguales en las 13 semanas.
      ******************************************************************
       300-PROYECTAR-CUOTAS.
           OPEN INPUT CUOTAS.
           IF w-status-cuotas NOT = "00"
               IF w-status-cuotas = "05"
                   CLOSE CUOTAS
               END-IF
           ELSE
               OPEN INPUT DATOS
               IF w-status-datos = "00" OR w-status-datos = "05"
                   MOVE 1 TO w-datos-abierto
               END-IF
               OPEN INPUT PRESENTACION-RED
               MOVE ZERO TO w-flag-pred
               IF w-status-pred = "00"
                   PERFORM 265-LEER-PRES-RED
               ELSE
                   MOVE 1 TO w-flag-pred
               END-IF
               PERFORM 310-LEER-CUOTA
               PERFORM UNTIL w-flag-cuota = 1
                   IF cuo-estado = "I" AND cuo-debe > ZERO
                   AND cuo-fecha > 19000101
                       PERFORM 320-PROYECTAR-CUOTA
                   END-IF
                   PERFORM 310-LEER-CUOTA
               END-PERFORM
               IF w-status-pred = "00" OR w-status-pred = "05"
                   CLOSE PRESENTACION-RED
               END-IF
               IF w-datos-abierto = 1
                   CLOSE DATOS
               END-IF
               CLOSE CUOTAS
           END-IF.
           PERFORM 380-REPARTIR-MORA.

       310-LEER-CUOTA.
           READ CUOTAS NEXT AT END MOVE 1 TO w-flag-cuota.

       320-PROYECTAR-CUOTA.
           COMPUTE w-int-venc = FUNCTION INTEGER-OF-DATE (cuo-fecha).
           IF w-int-venc < w-int-hoy
               COMPUTE w-dias = w-int-hoy - w-int-venc
               PERFORM 235-CALCULAR-TRAMO
               COMPUTE w-esperado ROUNDED =
                   cuo-debe * w-tra-tasa (w-tramo)
               ADD cuo-debe TO w-mora-nominal
               ADD w-esperado TO w-mora-esperado
               ADD cuo-debe TO w-can-nominal (4)
               ADD w-esperado TO w-can-esperado (4)
           ELSE
               IF w-int-venc <= w-int-limite
                   PERFORM 330-CANAL-CUOTA
                   COMPUTE w-semana = (w-int-venc - w-int-hoy) / 7 + 1
                   IF w-semana > 13
                       MOVE 13 TO w-semana
                   END-IF
                   COMPUTE w-esperado ROUNDED = cuo-debe * w-tasa
                   ADD cuo-debe TO w-sem-nominal (w-semana)
                   ADD w-esperado TO w-sem-esperado (w-semana)
                   ADD cuo-debe TO w-can-nominal (w-canal)
                   ADD w-esperado TO w-can-esperado (w-canal)
               END-IF
           END-IF.

       330-CANAL-CUOTA.
           MOVE ZERO TO w-en-debito.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
                   UNTIL w-ind-tar > w-cant-tar OR w-en-debito = 1
               IF w-tar-legajo (w-ind-tar) = cuo-alumno
                   MOVE 1 TO w-en-debito
               END-IF
           END-PERFORM.
           IF w-en-debito = 0
               MOVE cuo-alumno TO dat-legajo
               READ DATOS
                   INVALID KEY MOVE SPACES TO dat-cbu
               END-READ
               IF dat-cbu NOT = SPACES
                   MOVE 1 TO w-en-debito
               END-IF
           END-IF.
           IF w-en-debito = 1
               MOVE 1 TO w-canal
               COMPUTE w-tasa ROUNDED = w-tasa-debito
                   + (1 - w-tasa-debito) * w-tasa-ventanilla
           ELSE
               PERFORM 340-BUSCAR-EN-RED
               IF w-clave-red = w-clave-cuota
                   MOVE 2 TO w-canal
                   MOVE w-tasa-red TO w-tasa
               ELSE
                   MOVE 3 TO w-canal
                   MOVE w-tasa-ventanilla TO w-tasa
               END-IF
           END-IF.

      * La presentacion a la red esta en el orden de la clave de
      * CUOTAS, asi que se recorre a la par (apareo).
       340-BUSCAR-EN-RED.
           MOVE cuota-llave TO w-clave-cuota.
           MOVE HIGH-VALUES TO w-clave-red.
           IF w-flag-pred = 0
               MOVE pred-referencia TO w-clave-red
           END-IF.
           PERFORM UNTIL w-flag-pred = 1
                   OR w-clave-red >= w-clave-cuota
               PERFORM 265-LEER-PRES-RED
               IF w-flag-pred = 1
                   MOVE HIGH-VALUES TO w-clave-red
               ELSE
                   MOVE pred-referencia TO w-clave-red
               END-IF
           END-PERFORM.

       380-REPARTIR-MORA.
           COMPUTE w-parte = w-mora-nominal / 13.
           PERFORM VARYING idx-semana FROM 1 BY 1
                   UNTIL idx-semana > 12
               ADD w-parte TO w-sem-nominal (idx-semana)
           END-PERFORM.
           COMPUTE w-parte = w-mora-nominal - w-parte * 12.
           ADD w-parte TO w-sem-nominal (13).
           COMPUTE w-parte = w-mora-esperado / 13.
           PERFORM VARYING idx-semana FROM 1 BY 1
                   UNTIL idx-semana > 12
               ADD w-parte TO w-sem-esperado (idx-semana)
           END-PERFORM.
           COMPUTE w-parte = w-mora-esperado - w-parte * 12.
           ADD w-parte TO w-sem-esperado (13).

      * Cuotas de plan con saldo de convenios vigentes que vencen
      * dentro de los 90 dias; las ya vencidas se esperan en la
      * primera semana, con el proximo debito o pago del socio.
       400-PROYECTAR-CONVENIOS.
           MOVE ZERO TO w-flag-conv.
           OPEN INPUT CONVENIOS.
           IF w-status-conv NOT = "00"
               IF w-status-conv = "05"
                   CLOSE CONVENIOS
               END-IF
           ELSE
               PERFORM 275-LEER-CONVENIO
               PERFORM UNTIL w-flag-conv = 1
                   IF conv-cuota-plan >= 1
                   AND conv-estado NOT = "C"
                   AND conv-importe > conv-pagado
                   AND conv-vencimiento > 19000101
                       PERFORM 410-PROYECTAR-CUOTA-PLAN
                   END-IF
                   PERFORM 275-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS
           END-IF.

       410-PROYECTAR-CUOTA-PLAN.
           COMPUTE w-int-venc =
               FUNCTION INTEGER-OF-DATE (conv-vencimiento).
           IF w-int-venc <= w-int-limite
               PERFORM 420-VER-CABECERA-VIGENTE
               IF w-flag-conv = 2
                   MOVE ZERO TO w-flag-conv
               ELSE
                   IF w-int-venc < w-int-hoy
                       MOVE 1 TO w-semana
                   ELSE
                       COMPUTE w-semana =
                           (w-int-venc - w-int-hoy) / 7 + 1
                       IF w-semana > 13
                           MOVE 13 TO w-semana
                       END-IF
                   END-IF
                   COMPUTE w-esperado ROUNDED =
                       w-saldo-plan * w-tasa-convenio
                   ADD w-saldo-plan TO w-sem-nominal (w-semana)
                   ADD w-esperado TO w-sem-esperado (w-semana)
                   ADD w-saldo-plan TO w-can-nominal (5)
                   ADD w-esperado TO w-can-esperado (5)
               END-IF
           END-IF.

      * La cabecera (cuota de plan 00) debe estar vigente. La
      * lectura por clave mueve el registro corriente, asi que se
      * repone la posicion con un nuevo READ de la cuota de plan.
       420-VER-CABECERA-VIGENTE.
           MOVE conv-cuota-plan TO w-cuota-plan.
           COMPUTE w-saldo-plan = conv-importe - conv-pagado.
           MOVE ZERO TO conv-cuota-plan.
           READ CONVENIOS
               INVALID KEY MOVE 2 TO w-flag-conv
               NOT INVALID KEY
                   IF conv-estado NOT = "V"
                       MOVE 2 TO w-flag-conv
                   END-IF
           END-READ.
           MOVE w-cuota-plan TO conv-cuota-plan.
           READ CONVENIOS
               INVALID KEY MOVE 2 TO w-flag-conv
           END-READ.

      * Escenarios: el pesimista resta y el optimista suma el
      * MARGEN-ESCENARIO a lo esperado, sin pasar de lo que hay
      * para cobrar en la semana.
       450-ARMAR-ESCENARIOS.
           PERFORM VARYING idx-semana FROM 1 BY 1
                   UNTIL idx-semana > 13
               COMPUTE w-sem-pesimista (idx-semana) ROUNDED =
                   w-sem-esperado (idx-semana) * (100 - w-margen)
                   / 100
               COMPUTE w-sem-optimista (idx-semana) ROUNDED =
                   w-sem-esperado (idx-semana) * (100 + w-margen)
                   / 100
               IF w-sem-optimista (idx-semana) >
                  w-sem-nominal (idx-semana)
                   MOVE w-sem-nominal (idx-semana)
                       TO w-sem-optimista (idx-semana)
               END-IF
               ADD w-sem-nominal (idx-semana) TO w-tot-nominal
               ADD w-sem-esperado (idx-semana) TO w-tot-esperado
               ADD w-sem-pesimista (idx-semana) TO w-tot-pesimista
               ADD w-sem-optimista (idx-semana) TO w-tot-optimista
           END-PERFORM.

       500-ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO inf-linea.
           STRING "PROYECCION DE FLUJO DE FONDOS A 90 DIAS AL "
               w-fecha-hoy " - MARGEN DE ESCENARIOS " w-margen "%"
               DELIMITED BY SIZE INTO inf-linea.
           WRITE inf-linea.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE "TASAS HISTORICAS DE COBRABILIDAD" TO inf-linea.
           WRITE inf-linea.
           MOVE "DEBITO: ACEPTADO / PRESENTADO AL BANCO" TO lt-rubro.
           COMPUTE lt-tasa = w-tasa-debito * 100.
           MOVE SPACES TO lt-nota.
           IF w-sin-debitos = 1
               MOVE "SIN RESPUESTA: TASA VENTANILLA" TO lt-nota
           END-IF.
           WRITE inf-linea FROM lin-tasa.
           MOVE "RED: RENDIDO / PRESENTADO A LA RED" TO lt-rubro.
           COMPUTE lt-tasa = w-tasa-red * 100.
           MOVE SPACES TO lt-nota.
           IF w-sin-red = 1
               MOVE "SIN PRESENTACION: TASA VENT." TO lt-nota
           END-IF.
           WRITE inf-linea FROM lin-tasa.
           MOVE "VENTANILLA: COBRADO HASTA 30 DIAS" TO lt-rubro.
           COMPUTE lt-tasa = w-tasa-ventanilla * 100.
           MOVE SPACES TO lt-nota.
           IF w-sin-hist = 1
               MOVE "SIN HISTORICO: TASA SUPUESTA" TO lt-nota
           END-IF.
           WRITE inf-linea FROM lin-tasa.
           MOVE "CONVENIOS: PLANES CUMPLIDOS" TO lt-rubro.
           COMPUTE lt-tasa = w-tasa-convenio * 100.
           MOVE SPACES TO lt-nota.
           IF w-sin-convenios = 1
               MOVE "SIN PLANES TERMINADOS: VENT." TO lt-nota
           END-IF.
           WRITE inf-linea FROM lin-tasa.
           MOVE SPACES TO lt-nota.
           IF w-sin-hist = 1
               MOVE "SIN HISTORICO: TASA SUPUESTA" TO lt-nota
           END-IF.
           PERFORM VARYING idx-tramo FROM 2 BY 1
                   UNTIL idx-tramo > 14
               MOVE SPACES TO lt-rubro
               IF idx-tramo = 14
                   MOVE "VENCIDA MAS DE 360 DIAS: RECUPERO 90 D"
                       TO lt-rubro
               ELSE
                   COMPUTE w-dia-desde = (idx-tramo - 2) * 30 + 1
                   COMPUTE w-dia-hasta = (idx-tramo - 1) * 30
                   STRING "VENCIDA " w-dia-desde " A " w-dia-hasta
                       " DIAS: RECUPERO 90 D"
                       DELIMITED BY SIZE INTO lt-rubro
               END-IF
               COMPUTE lt-tasa = w-tra-tasa (idx-tramo) * 100
               WRITE inf-linea FROM lin-tasa
           END-PERFORM.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           WRITE inf-linea FROM lin-tit-canal.
           PERFORM VARYING idx-canal FROM 1 BY 1
                   UNTIL idx-canal > 5
               MOVE w-can-nombre (idx-canal) TO lc-nombre
               MOVE w-can-nominal (idx-canal) TO lc-nominal
               MOVE w-can-esperado (idx-canal) TO lc-esperado
               IF w-can-nominal (idx-canal) = ZERO
                   MOVE ZERO TO lc-tasa
               ELSE
                   COMPUTE lc-tasa ROUNDED =
                       w-can-esperado (idx-canal) * 100
                       / w-can-nominal (idx-canal)
               END-IF
               WRITE inf-linea FROM lin-canal
           END-PERFORM.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           WRITE inf-linea FROM lin-tit-semana.
           PERFORM VARYING idx-semana FROM 1 BY 1
                   UNTIL idx-semana > 13
               MOVE idx-semana TO ls-semana
               MOVE w-sem-desde (idx-semana) TO ls-desde
               MOVE w-sem-hasta (idx-semana) TO ls-hasta
               MOVE w-sem-nominal (idx-semana) TO ls-nominal
               MOVE w-sem-pesimista (idx-semana) TO ls-pesimista
               MOVE w-sem-esperado (idx-semana) TO ls-esperado
               MOVE w-sem-optimista (idx-semana) TO ls-optimista
               WRITE inf-linea FROM lin-semana
           END-PERFORM.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE ZERO TO ls-semana.
           MOVE w-sem-desde (1) TO ls-desde.
           MOVE w-sem-hasta (13) TO ls-hasta.
           MOVE w-tot-nominal TO ls-nominal.
           MOVE w-tot-pesimista TO ls-pesimista.
           MOVE w-tot-esperado TO ls-esperado.
           MOVE w-tot-optimista TO ls-optimista.
           WRITE inf-linea FROM lin-semana.
           CLOSE INFORME.

       550-GRABAR-PROYECCION.
           OPEN EXTEND PROYECCIONES.
           PERFORM VARYING idx-semana FROM 1 BY 1
                   UNTIL idx-semana > 13
               MOVE SPACES TO fpr-reg
               MOVE w-fecha-hoy TO fpr-fecha
               MOVE idx-semana TO fpr-semana
               MOVE w-sem-desde (idx-semana) TO fpr-desde
               MOVE w-sem-hasta (idx-semana) TO fpr-hasta
               MOVE w-sem-nominal (idx-semana) TO fpr-nominal
               MOVE w-sem-esperado (idx-semana) TO fpr-esperado
               MOVE w-sem-pesimista (idx-semana) TO fpr-pesimista
               MOVE w-sem-optimista (idx-semana) TO fpr-optimista
               WRITE fpr-reg
           END-PERFORM.
           CLOSE PROYECCIONES.

      ******************************************************************
      * Comparacion: se toma una proyeccion grabada (por defecto la
      * ultima) y se le suma, semana por semana, lo realmente
      * cobrado con recibo (corriente e historico, sin
      * contra-recibos). Solo se califican las semanas cerradas.
      ******************************************************************
       600-COMPARAR.
           DISPLAY "FECHA DE LA PROYECCION (AAAAMMDD, ENTER=ultima): ".
           ACCEPT w-fecha-proy.
           PERFORM 610-CARGAR-PROYECCION.
           IF w-cant-semanas = ZERO
               DISPLAY "NO HAY PROYECCION GRABADA PARA ESA FECHA"
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE w-int-hoy =
                   FUNCTION INTEGER-OF-DATE (w-sem-desde (1))
               PERFORM 650-RELEVAR-COBRADO
               PERFORM 700-ESCRIBIR-COMPARACION
               DISPLAY "SEMANAS CERRADAS EN RANGO   : " w-cant-rango
               DISPLAY "SEMANAS DEBAJO DEL PESIMISTA: " w-cant-debajo
               DISPLAY "SEMANAS ENCIMA DEL OPTIMISTA: " w-cant-encima
               DISPLAY "COMPARACION EN flujo_comparacion.txt"
           END-IF.

       610-CARGAR-PROYECCION.
           IF w-fecha-proy = ZERO
               OPEN INPUT PROYECCIONES
               IF w-status-fpr = "00"
                   PERFORM 620-LEER-PROYECCION
                   PERFORM UNTIL w-flag-fpr = 1
                       IF fpr-fecha > w-fecha-proy
                           MOVE fpr-fecha TO w-fecha-proy
                       END-IF
                       PERFORM 620-LEER-PROYECCION
                   END-PERFORM
                   CLOSE PROYECCIONES
               ELSE
                   IF w-status-fpr = "05"
                       CLOSE PROYECCIONES
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO w-flag-fpr.
           OPEN INPUT PROYECCIONES.
           IF w-status-fpr = "00"
               PERFORM 620-LEER-PROYECCION
               PERFORM UNTIL w-flag-fpr = 1
                   IF fpr-fecha = w-fecha-proy
                   AND fpr-semana >= 1 AND fpr-semana <= 13
                       PERFORM 630-CARGAR-SEMANA
                   END-IF
                   PERFORM 620-LEER-PROYECCION
               END-PERFORM
               CLOSE PROYECCIONES
           ELSE
               IF w-status-fpr = "05"
                   CLOSE PROYECCIONES
               END-IF
           END-IF.

       620-LEER-PROYECCION.
           READ PROYECCIONES AT END MOVE 1 TO w-flag-fpr.

       630-CARGAR-SEMANA.
           MOVE fpr-semana TO idx-semana.
           IF idx-semana > w-cant-semanas
               MOVE idx-semana TO w-cant-semanas
           END-IF.
           MOVE fpr-desde TO w-sem-desde (idx-semana).
           MOVE fpr-hasta TO w-sem-hasta (idx-semana).
           MOVE fpr-nominal TO w-sem-nominal (idx-semana).
           MOVE fpr-esperado TO w-sem-esperado (idx-semana).
           MOVE fpr-pesimista TO w-sem-pesimista (idx-semana).
           MOVE fpr-optimista TO w-sem-optimista (idx-semana).
           MOVE ZERO TO w-sem-real (idx-semana).

       650-RELEVAR-COBRADO.
           OPEN INPUT RECIBOS.
           IF w-status-rcb = "00"
               PERFORM 660-LEER-RECIBO
               PERFORM UNTIL w-flag-rcb = 1
                   IF rcb-estado NOT = "X"
                       MOVE rcb-fecha TO w-fecha-cobro
                       MOVE rcb-importe TO w-importe
                       PERFORM 670-ACUMULAR-REAL
                   END-IF
                   PERFORM 660-LEER-RECIBO
               END-PERFORM
               CLOSE RECIBOS
           ELSE
               IF w-status-rcb = "05"
                   CLOSE RECIBOS
               END-IF
           END-IF.
           OPEN INPUT RECIBOS-HIST.
           IF w-status-rhc = "00"
               PERFORM 220-LEER-RECIBO-HIST
               PERFORM UNTIL w-flag-rhc = 1
                   IF rhc-estado NOT = "X"
                       MOVE rhc-fecha TO w-fecha-cobro
                       MOVE rhc-importe TO w-importe
                       PERFORM 670-ACUMULAR-REAL
                   END-IF
                   PERFORM 220-LEER-RECIBO-HIST
               END-PERFORM
               CLOSE RECIBOS-HIST
           ELSE
               IF w-status-rhc = "05"
                   CLOSE RECIBOS-HIST
               END-IF
           END-IF.

       660-LEER-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-rcb.

       670-ACUMULAR-REAL.
           IF w-fecha-cobro >= w-sem-desde (1)
           AND w-fecha-cobro <= w-sem-hasta (w-cant-semanas)
               COMPUTE w-int-fecha =
                   FUNCTION INTEGER-OF-DATE (w-fecha-cobro)
               COMPUTE w-semana = (w-int-fecha - w-int-hoy) / 7 + 1
               IF w-semana > w-cant-semanas
                   MOVE w-cant-semanas TO w-semana
               END-IF
               ADD w-importe TO w-sem-real (w-semana)
           END-IF.

       700-ESCRIBIR-COMPARACION.
           OPEN OUTPUT COMPARACION.
           MOVE SPACES TO cmp-linea.
           STRING "PROYECCION DE FLUJO DE FONDOS DEL " w-fecha-proy
               " CONTRA LO COBRADO AL " w-fecha-hoy
               DELIMITED BY SIZE INTO cmp-linea.
           WRITE cmp-linea.
           MOVE SPACES TO cmp-linea.
           WRITE cmp-linea.
           WRITE cmp-linea FROM lin-tit-comp.
           MOVE ZERO TO w-tot-esperado w-tot-pesimista
               w-tot-optimista w-tot-real.
           PERFORM VARYING idx-semana FROM 1 BY 1
                   UNTIL idx-semana > w-cant-semanas
               PERFORM 710-CALIFICAR-SEMANA
               MOVE idx-semana TO lm-semana
               MOVE w-sem-desde (idx-semana) TO lm-desde
               MOVE w-sem-hasta (idx-semana) TO lm-hasta
               MOVE w-sem-pesimista (idx-semana) TO lm-pesimista
               MOVE w-sem-esperado (idx-semana) TO lm-esperado
               MOVE w-sem-optimista (idx-semana) TO lm-optimista
               MOVE w-sem-real (idx-semana) TO lm-real
               COMPUTE w-desvio = w-sem-real (idx-semana)
                   - w-sem-esperado (idx-semana)
               MOVE w-desvio TO lm-desvio
               MOVE w-estado-sem TO lm-estado
               WRITE cmp-linea FROM lin-comp
           END-PERFORM.
           MOVE SPACES TO cmp-linea.
           WRITE cmp-linea.
           MOVE ZERO TO lm-semana.
           MOVE w-sem-desde (1) TO lm-desde.
           MOVE w-sem-hasta (w-cant-semanas) TO lm-hasta.
           MOVE w-tot-pesimista TO lm-pesimista.
           MOVE w-tot-esperado TO lm-esperado.
           MOVE w-tot-optimista TO lm-optimista.
           MOVE w-tot-real TO lm-real.
           COMPUTE w-desvio = w-tot-real - w-tot-esperado.
           MOVE w-desvio TO lm-desvio.
           MOVE "CERRADAS" TO lm-estado.
           WRITE cmp-linea FROM lin-comp.
           CLOSE COMPARACION.

      * Una semana que todavia no termino no se califica ni entra
      * en el total, que compara solo semanas cerradas.
       710-CALIFICAR-SEMANA.
           IF w-sem-hasta (idx-semana) >= w-fecha-hoy
               IF w-sem-desde (idx-semana) > w-fecha-hoy
                   MOVE "A VENCER" TO w-estado-sem
               ELSE
                   MOVE "EN CURSO" TO w-estado-sem
               END-IF
           ELSE
               ADD w-sem-pesimista (idx-semana) TO w-tot-pesimista
               ADD w-sem-esperado (idx-semana) TO w-tot-esperado
               ADD w-sem-optimista (idx-semana) TO w-tot-optimista
               ADD w-sem-real (idx-semana) TO w-tot-real
               IF w-sem-real (idx-semana) <
                  w-sem-pesimista (idx-semana)
                   MOVE "DEBAJO" TO w-estado-sem
                   ADD 1 TO w-cant-debajo
               ELSE
                   IF w-sem-real (idx-semana) >
                      w-sem-optimista (idx-semana)
                       MOVE "ENCIMA" TO w-estado-sem
                       ADD 1 TO w-cant-encima
                   ELSE
                       MOVE "EN RANGO" TO w-estado-sem
                       ADD 1 TO w-cant-rango
                   END-IF
               END-IF
           END-IF.

       END PROGRAM PROYECTAR-FONDOS.
