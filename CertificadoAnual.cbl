      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-ANUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rcb.
           SELECT OPTIONAL RECIBOS-HIST
                   ASSIGN TO "..\recibos_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rhc-llave
                   FILE STATUS IS w-status-rhc.
           SELECT OPTIONAL DEVOLUCIONES
                   ASSIGN TO "..\devoluciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-dev.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL CUOTAS-HIST ASSIGN TO "..\cuotas_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS his-llave
                   FILE STATUS IS w-status-his.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT OPTIONAL CERTIFICADOS
                   ASSIGN TO "..\certificados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cer.
           SELECT LISTADO ASSIGN TO "..\certificados_anuales.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-CER ASSIGN TO "sortwork".
       DATA DIVISION.
       FILE SECTION.

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

       FD  DEVOLUCIONES.
       01  dev-reg.
           03 dev-comprobante pic 9(6).
           03 filler pic x.
           03 dev-legajo pic 9(5).
           03 filler pic x.
           03 dev-importe pic 9(8).
           03 filler pic x.
           03 dev-autorizacion pic 9(10).
           03 filler pic x.
           03 dev-fecha pic 9(8).
           03 filler pic x.
           03 dev-hora pic 9(8).
           03 filler pic x.
           03 dev-operador pic x(8).

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

      * Registro de certificados emitidos: el numero es correlativo
      * y con el se verifica despues que un certificado presentado
      * por el socio es autentico (mismo legajo, anio e importes).
       FD  CERTIFICADOS.
       01  cer-reg.
           03 cer-numero pic 9(8).
           03 filler pic x value space.
           03 cer-legajo pic 9(5).
           03 filler pic x value space.
           03 cer-anio pic 9(4).
           03 filler pic x value space.
           03 cer-fecha pic 9(8).
           03 filler pic x value space.
           03 cer-hora pic 9(8).
           03 filler pic x value space.
           03 cer-pagado pic 9(10).
           03 filler pic x value space.
           03 cer-descontado pic 9(10).

       FD  LISTADO.
       01  lis-linea pic x(80).

      * Grupo 1 son los recibos (P pago, A contra-recibo de
      * anulacion) y grupo 2 las devoluciones de saldo, que salen al
      * final del certificado.
       SD  SORT-CER.
       01  srt-reg.
           03 srt-legajo pic 9(5).
           03 srt-grupo pic 9.
           03 srt-concepto pic 9(2).
           03 srt-mes pic 9(2).
           03 srt-tipo pic x.
           03 srt-importe pic 9(8).

       WORKING-STORAGE SECTION.
       77  w-status-rcb pic xx value spaces.
       77  w-status-rhc pic xx value spaces.
       77  w-status-dev pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-his pic xx value spaces.
       77  w-status-datos pic xx value spaces.
       77  w-status-cer pic xx value spaces.
       77  w-hay-hist pic 9 value zero.
       77  w-flag-arch pic 9 value zero.
       77  w-flag-sort pic 9 value zero.
       77  w-flag-cer pic 9 value zero.
       77  w-opcion pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-hora-hoy pic 9(8) value zero.
       77  w-anio-pedido pic 9(4) value zero.
       77  w-legajo-pedido pic 9(5) value zero.
       77  w-cer-pedido pic 9(8) value zero.
       77  w-cer-hallado pic 9 value zero.
       77  w-ultimo-cer pic 9(8) value zero.
       77  w-fecha-mov pic 9(8) value zero.
       77  w-legajo-mov pic 9(5) value zero.
       77  w-cuota-mov pic 9(2) value zero.
       77  w-anio-mov pic 9(4) value zero.
       77  w-concepto-mov pic 9(2) value zero.
       77  w-cant-movimientos pic 9(6) value zero.
       77  w-cant-certificados pic 9(5) value zero.
       77  w-legajo-actual pic 9(5) value zero.
       77  w-grupo-actual pic 9 value zero.
       77  w-concepto-actual pic 9(2) value zero.
       77  w-mes-actual pic 9(2) value zero.
       77  w-mes-pagado pic 9(10) value zero.
       77  w-mes-descontado pic 9(10) value zero.
       77  w-con-pagado pic 9(10) value zero.
       77  w-con-descontado pic 9(10) value zero.
       77  w-cer-pagado pic 9(10) value zero.
       77  w-cer-descontado pic 9(10) value zero.
       77  w-nombre-concepto pic x(30) value spaces.
       77  w-nombre-socio pic x(30) value spaces.
       77  w-dni-socio pic 9(8) value zero.
       77  w-domicilio-socio pic x(30) value spaces.
       77  w-ed-neto pic -z.zzz.zzz.zz9.
       77  idx-periodo pic 9(2) value zero.
       01  tb-periodos-datos.
           03 filler pic x(10) value "ENERO".
           03 filler pic x(10) value "FEBRERO".
           03 filler pic x(10) value "MARZO".
           03 filler pic x(10) value "ABRIL".
           03 filler pic x(10) value "MAYO".
           03 filler pic x(10) value "JUNIO".
           03 filler pic x(10) value "JULIO".
           03 filler pic x(10) value "AGOSTO".
           03 filler pic x(10) value "SEPTIEMBRE".
           03 filler pic x(10) value "OCTUBRE".
           03 filler pic x(10) value "NOVIEMBRE".
           03 filler pic x(10) value "DICIEMBRE".
       01  tb-periodos REDEFINES tb-periodos-datos.
           03 tb-periodo-item pic x(10) OCCURS 12.
       01  lin-columnas.
           03 filler pic x(40)
               value "    MES              PAGADO  DESCONTADO".
           03 filler pic x(14)
               value "          NETO".
       01  lin-mes.
           03 filler pic x(4) value spaces.
           03 l-mes pic x(10).
           03 filler pic x(2) value spaces.
           03 l-pagado pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 l-descontado pic zz.zzz.zz9.
           03 filler pic x value space.
           03 l-neto pic -zz.zzz.zz9.
       01  lin-separador pic x(80) value all "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-hoy FROM TIME.
           DISPLAY "CERTIFICADO ANUAL DE PAGOS".
           DISPLAY "  1- CERTIFICADO DE UN SOCIO".
           DISPLAY "  2- CERTIFICADOS DE TODO EL PADRON".
           DISPLAY "  3- VERIFICAR UN CERTIFICADO EMITIDO".
           ACCEPT w-opcion.
           IF w-opcion = 3
               PERFORM 800-VERIFICAR-CERTIFICADO
               STOP RUN
           END-IF.
           IF w-opcion NOT = 1 AND w-opcion NOT = 2
               DISPLAY "OPCION INVALIDA"
               STOP RUN
           END-IF.
           IF w-opcion = 1
               DISPLAY "Legajo: "
               ACCEPT w-legajo-pedido
               IF w-legajo-pedido = ZERO
                   DISPLAY "LEGAJO INVALIDO"
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE w-anio-pedido = w-fecha-hoy / 10000 - 1.
           DISPLAY "Anio a certificar (ENTER=" w-anio-pedido "): ".
           MOVE ZERO TO w-anio-pedido.
           ACCEPT w-anio-pedido.
           IF w-anio-pedido = ZERO
               COMPUTE w-anio-pedido = w-fecha-hoy / 10000 - 1
           END-IF.
           PERFORM 100-ULTIMO-CERTIFICADO.
           OPEN INPUT CUOTAS.
           OPEN INPUT CUOTAS-HIST.
           IF w-status-his = "00"
               MOVE 1 TO w-hay-hist
           ELSE
               IF w-status-his = "05"
                   CLOSE CUOTAS-HIST
               END-IF
           END-IF.
           OPEN INPUT DATOS.
           OPEN EXTEND CERTIFICADOS.
           OPEN OUTPUT LISTADO.
           SORT SORT-CER ASCENDING srt-legajo srt-grupo srt-concepto
               srt-mes
               INPUT PROCEDURE IS 200-ENTRADA
               OUTPUT PROCEDURE IS 400-SALIDA.
           CLOSE CUOTAS.
           IF w-hay-hist = 1
               CLOSE CUOTAS-HIST
           END-IF.
           CLOSE DATOS.
           CLOSE CERTIFICADOS.
           CLOSE LISTADO.
           IF w-cant-certificados = ZERO
               DISPLAY "SIN PAGOS EN EL ANIO " w-anio-pedido
                   ", NO SE EMITIO NINGUN CERTIFICADO"
           ELSE
               DISPLAY "CERTIFICADOS EMITIDOS: " w-cant-certificados
               DISPLAY "ULTIMO NUMERO        : " w-ultimo-cer
               DISPLAY "CERTIFICADOS EN certificados_anuales.txt"
           END-IF.
           STOP RUN.

      * El numero sigue al mayor registrado.
       100-ULTIMO-CERTIFICADO.
           MOVE ZERO TO w-ultimo-cer.
           MOVE ZERO TO w-flag-cer.
           OPEN INPUT CERTIFICADOS.
           IF w-status-cer = "00"
               PERFORM 110-LEER-CERTIFICADO
               PERFORM UNTIL w-flag-cer = 1
                   IF cer-numero > w-ultimo-cer
                       MOVE cer-numero TO w-ultimo-cer
                   END-IF
                   PERFORM 110-LEER-CERTIFICADO
               END-PERFORM
               CLOSE CERTIFICADOS
           ELSE
               IF w-status-cer = "05"
                   CLOSE CERTIFICADOS
               END-IF
           END-IF.

       110-LEER-CERTIFICADO.
           READ CERTIFICADOS AT END MOVE 1 TO w-flag-cer.

      ******************************************************************
      * Entrada del SORT: todo lo cobrado en el anio (por fecha del
      * recibo, sin importar de que anio es la cuota), en linea y en
      * el historico, mas las devoluciones de saldo del anio.
      ******************************************************************
       200-ENTRADA.
           PERFORM 220-RECIBOS.
           PERFORM 240-RECIBOS-HIST.
           PERFORM 260-DEVOLUCIONES.

       220-RECIBOS.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT RECIBOS.
           IF w-status-rcb = "00"
               PERFORM 225-LEER-RECIBO
               PERFORM UNTIL w-flag-arch = 1
                   MOVE rcb-alumno TO w-legajo-mov
                   MOVE rcb-cuota TO w-cuota-mov
                   MOVE rcb-anio TO w-anio-mov
                   MOVE rcb-fecha TO w-fecha-mov
                   IF rcb-estado = "X"
                       MOVE "A" TO srt-tipo
                   ELSE
                       MOVE "P" TO srt-tipo
                   END-IF
                   MOVE rcb-importe TO srt-importe
                   PERFORM 280-SOLTAR-RECIBO
                   PERFORM 225-LEER-RECIBO
               END-PERFORM
               CLOSE RECIBOS
           ELSE
               IF w-status-rcb = "05"
                   CLOSE RECIBOS
               END-IF
           END-IF.

       225-LEER-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-arch.

       240-RECIBOS-HIST.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT RECIBOS-HIST.
           IF w-status-rhc = "00"
               PERFORM 245-LEER-RECIBO-HIST
               PERFORM UNTIL w-flag-arch = 1
                   MOVE rhc-alumno TO w-legajo-mov
                   MOVE rhc-cuota TO w-cuota-mov
                   MOVE rhc-anio TO w-anio-mov
                   MOVE rhc-fecha TO w-fecha-mov
                   IF rhc-estado = "X"
                       MOVE "A" TO srt-tipo
                   ELSE
                       MOVE "P" TO srt-tipo
                   END-IF
                   MOVE rhc-importe TO srt-importe
                   PERFORM 280-SOLTAR-RECIBO
                   PERFORM 245-LEER-RECIBO-HIST
               END-PERFORM
               CLOSE RECIBOS-HIST
           ELSE
               IF w-status-rhc = "05"
                   CLOSE RECIBOS-HIST
               END-IF
           END-IF.

       245-LEER-RECIBO-HIST.
           READ RECIBOS-HIST NEXT AT END MOVE 1 TO w-flag-arch.

       260-DEVOLUCIONES.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT DEVOLUCIONES.
           IF w-status-dev = "00"
               PERFORM 265-LEER-DEVOLUCION
               PERFORM UNTIL w-flag-arch = 1
                   IF dev-fecha / 10000 = w-anio-pedido
                   AND (w-legajo-pedido = ZERO
                       OR dev-legajo = w-legajo-pedido)
                       MOVE dev-legajo TO srt-legajo
                       MOVE 2 TO srt-grupo
                       MOVE ZERO TO srt-concepto
                       MOVE dev-fecha (5:2) TO srt-mes
                       MOVE "D" TO srt-tipo
                       MOVE dev-importe TO srt-importe
                       PERFORM 295-SOLTAR-MOVIMIENTO
                   END-IF
                   PERFORM 265-LEER-DEVOLUCION
               END-PERFORM
               CLOSE DEVOLUCIONES
           ELSE
               IF w-status-dev = "05"
                   CLOSE DEVOLUCIONES
               END-IF
           END-IF.

       265-LEER-DEVOLUCION.
           READ DEVOLUCIONES AT END MOVE 1 TO w-flag-arch.

      * El contra-recibo de una anulacion lleva la cuota del
      * original, asi que descuenta en el mismo concepto, en el mes
      * en que se anulo.
       280-SOLTAR-RECIBO.
           IF w-fecha-mov / 10000 = w-anio-pedido
           AND (w-legajo-pedido = ZERO
               OR w-legajo-mov = w-legajo-pedido)
               PERFORM 290-BUSCAR-CONCEPTO
               MOVE w-legajo-mov TO srt-legajo
               MOVE 1 TO srt-grupo
               MOVE w-concepto-mov TO srt-concepto
               MOVE w-fecha-mov (5:2) TO srt-mes
               PERFORM 295-SOLTAR-MOVIMIENTO
           END-IF.

      * Mismo criterio que los comprobantes fiscales: el concepto
      * sale de la cuota cobrada (en CUOTAS o, si ya se archivo, en
      * cuotas_hist.dat); los pagos de convenio (cuotas 51-62) y los
      * recibos sin cuota van al concepto 99.
       290-BUSCAR-CONCEPTO.
           MOVE 99 TO w-concepto-mov.
           IF w-cuota-mov < 51 OR w-cuota-mov > 62
               MOVE w-legajo-mov TO cuo-alumno
               MOVE w-cuota-mov TO cuo-cuota
               MOVE w-anio-mov TO cuo-anio
               READ CUOTAS
                   INVALID KEY
                       IF w-hay-hist = 1
                           PERFORM 292-BUSCAR-CONCEPTO-HIST
                       END-IF
                   NOT INVALID KEY
                       MOVE cuo-concepto TO w-concepto-mov
               END-READ
           END-IF.
           IF w-concepto-mov = ZERO
               MOVE 1 TO w-concepto-mov
           END-IF.

       292-BUSCAR-CONCEPTO-HIST.
           MOVE w-legajo-mov TO his-alumno.
           MOVE w-cuota-mov TO his-cuota.
           MOVE w-anio-mov TO his-anio.
           READ CUOTAS-HIST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE his-concepto TO w-concepto-mov
           END-READ.

       295-SOLTAR-MOVIMIENTO.
           RELEASE srt-reg.
           ADD 1 TO w-cant-movimientos.

      ******************************************************************
      * Salida del SORT: un certificado por legajo, con corte por
      * concepto y por mes.
      ******************************************************************
       400-SALIDA.
           PERFORM 410-LEER-SORT.
           PERFORM UNTIL w-flag-sort = 1
               PERFORM 450-CORTE-LEGAJO
           END-PERFORM.

       410-LEER-SORT.
           RETURN SORT-CER AT END MOVE 1 TO w-flag-sort.

       450-CORTE-LEGAJO.
           MOVE srt-legajo TO w-legajo-actual.
           MOVE ZERO TO w-cer-pagado w-cer-descontado.
           PERFORM 500-ENCABEZAR-CERTIFICADO.
           PERFORM UNTIL w-flag-sort = 1
           OR srt-legajo NOT = w-legajo-actual
               PERFORM 460-CORTE-CONCEPTO
           END-PERFORM.
           PERFORM 580-CERRAR-CERTIFICADO.

       460-CORTE-CONCEPTO.
           MOVE srt-grupo TO w-grupo-actual.
           MOVE srt-concepto TO w-concepto-actual.
           MOVE ZERO TO w-con-pagado w-con-descontado.
           PERFORM 520-TITULO-CONCEPTO.
           PERFORM UNTIL w-flag-sort = 1
           OR srt-legajo NOT = w-legajo-actual
           OR srt-grupo NOT = w-grupo-actual
           OR srt-concepto NOT = w-concepto-actual
               PERFORM 470-CORTE-MES
           END-PERFORM.
           PERFORM 550-TOTAL-CONCEPTO.

       470-CORTE-MES.
           MOVE srt-mes TO w-mes-actual.
           MOVE ZERO TO w-mes-pagado w-mes-descontado.
           PERFORM UNTIL w-flag-sort = 1
           OR srt-legajo NOT = w-legajo-actual
           OR srt-grupo NOT = w-grupo-actual
           OR srt-concepto NOT = w-concepto-actual
           OR srt-mes NOT = w-mes-actual
               IF srt-tipo = "P"
                   ADD srt-importe TO w-mes-pagado
               ELSE
                   ADD srt-importe TO w-mes-descontado
               END-IF
               PERFORM 410-LEER-SORT
           END-PERFORM.
           PERFORM 540-LINEA-MES.

      * El numero se toma al abrir el certificado; el registro se
      * graba al cerrarlo, con los importes ya sumados.
       500-ENCABEZAR-CERTIFICADO.
           ADD 1 TO w-ultimo-cer.
           MOVE w-legajo-actual TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE "(SIN DATOS PERSONALES)" TO w-nombre-socio
                   MOVE ZERO TO w-dni-socio
                   MOVE SPACES TO w-domicilio-socio
               NOT INVALID KEY
                   MOVE dat-nombre TO w-nombre-socio
                   MOVE dat-dni TO w-dni-socio
                   MOVE dat-domicilio TO w-domicilio-socio
           END-READ.
           WRITE lis-linea FROM lin-separador.
           MOVE SPACES TO lis-linea.
           STRING "CERTIFICADO ANUAL DE PAGOS NRO " w-ultimo-cer
               "     ANIO " w-anio-pedido
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           STRING "SOCIO: " w-legajo-actual " " w-nombre-socio
               "  DNI: " w-dni-socio
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           STRING "DOMICILIO: " w-domicilio-socio
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           STRING "FECHA DE EMISION: " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM lin-columnas.

       520-TITULO-CONCEPTO.
           PERFORM 525-NOMBRE-CONCEPTO.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           IF w-grupo-actual = 2
               MOVE "DEVOLUCIONES DE SALDO A FAVOR" TO lis-linea
           ELSE
               STRING "CONCEPTO " w-concepto-actual " - "
                   w-nombre-concepto
                   DELIMITED BY SIZE INTO lis-linea
           END-IF.
           WRITE lis-linea.

       525-NOMBRE-CONCEPTO.
           MOVE "OTROS CARGOS" TO w-nombre-concepto.
           IF w-concepto-actual = 1
               MOVE "CUOTA SOCIAL" TO w-nombre-concepto
           END-IF.
           IF w-concepto-actual = 3
               MOVE "ACTIVIDADES" TO w-nombre-concepto
           END-IF.
           IF w-concepto-actual = 5
               MOVE "RESERVAS DE INSTALACIONES" TO w-nombre-concepto
           END-IF.
           IF w-concepto-actual = 6
               MOVE "PASES DE INVITADOS" TO w-nombre-concepto
           END-IF.
           IF w-concepto-actual = 7
               MOVE "CARNET DE SOCIO" TO w-nombre-concepto
           END-IF.
           IF w-concepto-actual = 8
               MOVE "PENALIDADES DE RESERVAS" TO w-nombre-concepto
           END-IF.
           IF w-concepto-actual = 9
               MOVE "ALQUILER DE CASILLEROS" TO w-nombre-concepto
           END-IF.
           IF w-concepto-actual = 99
               MOVE "PLANES DE PAGO Y VARIOS" TO w-nombre-concepto
           END-IF.

       540-LINEA-MES.
           MOVE SPACES TO l-mes.
           IF w-mes-actual >= 1 AND w-mes-actual <= 12
               MOVE w-mes-actual TO idx-periodo
               MOVE tb-periodo-item (idx-periodo) TO l-mes
           END-IF.
           MOVE w-mes-pagado TO l-pagado.
           MOVE w-mes-descontado TO l-descontado.
           COMPUTE l-neto = w-mes-pagado - w-mes-descontado.
           WRITE lis-linea FROM lin-mes.
           ADD w-mes-pagado TO w-con-pagado.
           ADD w-mes-descontado TO w-con-descontado.

       550-TOTAL-CONCEPTO.
           MOVE "TOTAL" TO l-mes.
           MOVE w-con-pagado TO l-pagado.
           MOVE w-con-descontado TO l-descontado.
           COMPUTE l-neto = w-con-pagado - w-con-descontado.
           WRITE lis-linea FROM lin-mes.
           ADD w-con-pagado TO w-cer-pagado.
           ADD w-con-descontado TO w-cer-descontado.

       580-CERRAR-CERTIFICADO.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           COMPUTE w-ed-neto = w-cer-pagado - w-cer-descontado.
           MOVE SPACES TO lis-linea.
           STRING "TOTAL EFECTIVAMENTE PAGADO EN EL ANIO "
               w-anio-pedido ": " w-ed-neto
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           STRING "SEGUN RECIBOS EMITIDOS, DESCONTADAS ANULACIONES Y "
               "DEVOLUCIONES DE SALDO."
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           STRING "LA AUTENTICIDAD SE VERIFICA EN SECRETARIA CON EL "
               "NUMERO DE CERTIFICADO."
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO cer-reg.
           MOVE w-ultimo-cer TO cer-numero.
           MOVE w-legajo-actual TO cer-legajo.
           MOVE w-anio-pedido TO cer-anio.
           MOVE w-fecha-hoy TO cer-fecha.
           MOVE w-hora-hoy TO cer-hora.
           MOVE w-cer-pagado TO cer-pagado.
           MOVE w-cer-descontado TO cer-descontado.
           WRITE cer-reg.
           ADD 1 TO w-cant-certificados.

      * Se busca el numero en el registro y se muestran los datos
      * con que se emitio, para cotejarlos con el papel.
       800-VERIFICAR-CERTIFICADO.
           DISPLAY "Numero de certificado: ".
           ACCEPT w-cer-pedido.
           MOVE ZERO TO w-cer-hallado.
           MOVE ZERO TO w-flag-cer.
           OPEN INPUT CERTIFICADOS.
           IF w-status-cer = "00"
               PERFORM 110-LEER-CERTIFICADO
               PERFORM UNTIL w-flag-cer = 1 OR w-cer-hallado = 1
                   IF cer-numero = w-cer-pedido
                       MOVE 1 TO w-cer-hallado
                       COMPUTE w-ed-neto = cer-pagado - cer-descontado
                       DISPLAY "CERTIFICADO " cer-numero " EMITIDO EL "
                           cer-fecha
                       DISPLAY "  LEGAJO    : " cer-legajo
                       DISPLAY "  ANIO      : " cer-anio
                       DISPLAY "  PAGADO    : " cer-pagado
                       DISPLAY "  DESCONTADO: " cer-descontado
                       DISPLAY "  NETO      : " w-ed-neto
                   ELSE
                       PERFORM 110-LEER-CERTIFICADO
                   END-IF
               END-PERFORM
               CLOSE CERTIFICADOS
           ELSE
               IF w-status-cer = "05"
                   CLOSE CERTIFICADOS
               END-IF
           END-IF.
           IF w-cer-hallado = ZERO
               DISPLAY "EL CERTIFICADO " w-cer-pedido
                   " NO FIGURA EN EL REGISTRO: NO ES AUTENTICO"
           END-IF.

       END PROGRAM CERTIFICADO-ANUAL.
