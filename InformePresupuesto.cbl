      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PRESUPUESTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESUPUESTO ASSIGN TO "..\presupuesto.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pres-llave
                   FILE STATUS IS w-status-pres.
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
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT INFORME ASSIGN TO "..\presupuesto_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Presupuesto de ingresos por anio, mes y concepto (lo carga
      * CargarPresupuesto).
       FD  PRESUPUESTO.
       01  pres-reg.
           03 pres-llave.
               05 pres-anio pic 9(4).
               05 pres-mes pic 9(2).
               05 pres-concepto pic 9(2).
           03 pres-descripcion pic x(20).
           03 pres-importe pic 9(10).
           03 pres-fecha pic 9(8).
           03 pres-operador pic x(8).

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

      * Maestro unico de parametros: UMBRAL-DESVIO es el porcentaje
      * de desvio contra el presupuesto a partir del cual se marca
      * el concepto; sin maestro vale 10%.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       FD  INFORME.
       01  inf-linea pic x(120).

       WORKING-STORAGE SECTION.
       77  w-status-pres pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-hist pic xx value spaces.
       77  w-status-rcb pic xx value spaces.
       77  w-status-rhc pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-pres pic 9 value zero.
       77  w-flag-cuota pic 9 value zero.
       77  w-flag-hist pic 9 value zero.
       77  w-flag-rcb pic 9 value zero.
       77  w-flag-rhc pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-informe pic 9(4) value zero.
       77  w-mes-informe pic 9(2) value zero.
       77  w-anio-reg pic 9(4) value zero.
       77  w-mes-reg pic 9(2) value zero.
       77  w-alumno-cobro pic 9(5) value zero.
       77  w-cuota-cobro pic 9(2) value zero.
       77  w-anio-cobro pic 9(4) value zero.
       77  w-importe-cobro pic 9(8) value zero.
       77  w-umbral-desvio pic 9(3) value 10.
       77  idx-concepto pic 9(2) value zero.
       77  w-cant-marcados pic 9(2) value zero.
       77  w-presup pic 9(12) value zero.
       77  w-real pic 9(12) value zero.
       77  w-desvio pic s9(12) value zero.
       77  w-desvio-pct pic s9(5)v9 value zero.
       77  w-desvio-abs pic 9(5)v9 value zero.
       77  w-marca pic x(12) value spaces.
       77  w-marca-concepto pic 9 value zero.
       77  w-tot-pres-mes pic 9(12) value zero.
       77  w-tot-pres-acu pic 9(12) value zero.
       77  w-tot-dev-mes pic 9(12) value zero.
       77  w-tot-dev-acu pic 9(12) value zero.
       77  w-tot-cob-mes pic 9(12) value zero.
       77  w-tot-cob-acu pic 9(12) value zero.
       01  w-tab-conceptos.
           03 w-tab-con occurs 10.
               05 w-con-descripcion pic x(20).
               05 w-con-pres-mes pic 9(12).
               05 w-con-pres-acu pic 9(12).
               05 w-con-dev-mes pic 9(12).
               05 w-con-dev-acu pic 9(12).
               05 w-con-cob-mes pic 9(12).
               05 w-con-cob-acu pic 9(12).
       01  lin-titulo.
           03 filler pic x(29)
               value "                  PRESUPUESTO".
           03 filler pic x(36)
               value "         REAL        DESVIO  DESVIO%".
       01  lin-detalle.
           03 filler pic x(2) value spaces.
           03 l-rubro pic x(15).
           03 l-presup pic z(11)9.
           03 filler pic x value space.
           03 l-real pic z(11)9.
           03 filler pic x value space.
           03 l-desvio pic -(12)9.
           03 filler pic x value space.
           03 l-desvio-pct pic -(5)9,9.
           03 filler pic x(2) value spaces.
           03 l-marca pic x(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "ANIO DEL CONTROL PRESUPUESTARIO: ".
           ACCEPT w-anio-informe.
           DISPLAY "MES DEL CONTROL PRESUPUESTARIO: ".
           ACCEPT w-mes-informe.
           IF w-anio-informe = ZERO
           OR w-mes-informe < 1 OR w-mes-informe > 12
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 090-LEER-PARAMETROS-SIS.
           PERFORM VARYING idx-concepto FROM 1 BY 1
                   UNTIL idx-concepto > 10
               MOVE SPACES TO w-con-descripcion (idx-concepto)
               MOVE ZERO TO w-con-pres-mes (idx-concepto)
                   w-con-pres-acu (idx-concepto)
                   w-con-dev-mes (idx-concepto)
                   w-con-dev-acu (idx-concepto)
                   w-con-cob-mes (idx-concepto)
                   w-con-cob-acu (idx-concepto)
           END-PERFORM.
           PERFORM 100-RELEVAR-PRESUPUESTO.
           PERFORM 200-RELEVAR-DEVENGADO.
           PERFORM 300-RELEVAR-COBRADO.
           PERFORM 500-ESCRIBIR-INFORME.
           DISPLAY "CONTROL PRESUPUESTARIO " w-anio-informe "/"
               w-mes-informe " GENERADO EN presupuesto_control.txt".
           DISPLAY "CONCEPTOS CON DESVIO MAYOR AL " w-umbral-desvio
               "%: " w-cant-marcados.
           STOP RUN.

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "UMBRAL-DESVIO"
                       COMPUTE w-umbral-desvio =
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

       095-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

      * Presupuesto del mes pedido y acumulado del ejercicio (enero
      * al mes pedido).
       100-RELEVAR-PRESUPUESTO.
           OPEN INPUT PRESUPUESTO.
           IF w-status-pres = "00"
               MOVE w-anio-informe TO pres-anio
               MOVE ZERO TO pres-mes
               MOVE ZERO TO pres-concepto
               START PRESUPUESTO KEY IS >= pres-llave
                   INVALID KEY MOVE 1 TO w-flag-pres
               END-START
               PERFORM UNTIL w-flag-pres = 1
                   READ PRESUPUESTO NEXT
                       AT END MOVE 1 TO w-flag-pres
                       NOT AT END
                           IF pres-anio NOT = w-anio-informe
                               MOVE 1 TO w-flag-pres
                           ELSE
                               PERFORM 110-ACUMULAR-PRESUPUESTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUPUESTO
           ELSE
               IF w-status-pres = "05"
                   CLOSE PRESUPUESTO
               END-IF
           END-IF.

       110-ACUMULAR-PRESUPUESTO.
           IF pres-concepto >= 1 AND pres-concepto <= 10
               MOVE pres-concepto TO idx-concepto
               IF w-con-descripcion (idx-concepto) = SPACES
                   MOVE pres-descripcion
                       TO w-con-descripcion (idx-concepto)
               END-IF
               IF pres-mes = w-mes-informe
                   ADD pres-importe TO w-con-pres-mes (idx-concepto)
               END-IF
               IF pres-mes <= w-mes-informe
                   ADD pres-importe TO w-con-pres-acu (idx-concepto)
               END-IF
           END-IF.

      * Devengado: lo facturado en CUOTAS (o ya archivado en el
      * historico) para el periodo, con la cuota como mes, igual
      * que el facturado del tablero gerencial.
       200-RELEVAR-DEVENGADO.
           OPEN INPUT CUOTAS.
           IF w-status-cuotas = "00"
               MOVE w-anio-informe TO cuo-per-anio
               MOVE ZERO TO cuo-per-cuota
               MOVE ZERO TO cuo-per-alumno
               START CUOTAS KEY IS >= cuo-llave-periodo
                   INVALID KEY MOVE 1 TO w-flag-cuota
               END-START
               PERFORM UNTIL w-flag-cuota = 1
                   READ CUOTAS NEXT
                       AT END MOVE 1 TO w-flag-cuota
                       NOT AT END
                           IF cuo-per-anio NOT = w-anio-informe
                           OR cuo-per-cuota > w-mes-informe
                               MOVE 1 TO w-flag-cuota
                           ELSE
                               MOVE cuo-concepto TO idx-concepto
                               MOVE cuo-cuota TO w-mes-reg
                               MOVE cuo-importe TO w-importe-cobro
                               PERFORM 250-ACUMULAR-DEVENGADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           ELSE
               IF w-status-cuotas = "05"
                   CLOSE CUOTAS
               END-IF
           END-IF.
           OPEN INPUT CUOTAS-HIST.
           IF w-status-hist = "00"
               PERFORM 210-LEER-HIST
               PERFORM UNTIL w-flag-hist = 1
                   IF his-anio = w-anio-informe
                   AND his-cuota >= 1
                   AND his-cuota <= w-mes-informe
                       MOVE his-concepto TO idx-concepto
                       MOVE his-cuota TO w-mes-reg
                       MOVE his-importe TO w-importe-cobro
                       PERFORM 250-ACUMULAR-DEVENGADO
                   END-IF
                   PERFORM 210-LEER-HIST
               END-PERFORM
               CLOSE CUOTAS-HIST
           ELSE
               IF w-status-hist = "05"
                   CLOSE CUOTAS-HIST
               END-IF
           END-IF.

       210-LEER-HIST.
           READ CUOTAS-HIST NEXT AT END MOVE 1 TO w-flag-hist.

      * Los registros cargados antes de que existiera el codigo de
      * concepto cuentan como cuota social (01).
       250-ACUMULAR-DEVENGADO.
           IF idx-concepto < 1 OR idx-concepto > 10
               MOVE 1 TO idx-concepto
           END-IF.
           IF w-mes-reg >= 1
               IF w-mes-reg = w-mes-informe
                   ADD w-importe-cobro TO w-con-dev-mes (idx-concepto)
               END-IF
               ADD w-importe-cobro TO w-con-dev-acu (idx-concepto)
           END-IF.

      * Cobrado: recibos emitidos en el ejercicio por fecha de
      * cobro, sin contra-recibos "X", del archivo corriente y del
      * historico. El concepto sale de la cuota cobrada; lo que no
      * se encuentra (convenios, cuotas ya depuradas) va a cuota
      * social, como en el tablero gerencial.
       300-RELEVAR-COBRADO.
           OPEN INPUT CUOTAS.
           OPEN INPUT CUOTAS-HIST.
           OPEN INPUT RECIBOS.
           IF w-status-rcb = "00"
               PERFORM 310-LEER-RECIBO
               PERFORM UNTIL w-flag-rcb = 1
                   IF rcb-estado NOT = "X"
                       MOVE rcb-alumno TO w-alumno-cobro
                       MOVE rcb-cuota TO w-cuota-cobro
                       MOVE rcb-anio TO w-anio-cobro
                       MOVE rcb-importe TO w-importe-cobro
                       COMPUTE w-anio-reg = rcb-fecha / 10000
                       COMPUTE w-mes-reg =
                           (rcb-fecha / 100) - (w-anio-reg * 100)
                       PERFORM 350-ACUMULAR-COBRO
                   END-IF
                   PERFORM 310-LEER-RECIBO
               END-PERFORM
               CLOSE RECIBOS
           ELSE
               IF w-status-rcb = "05"
                   CLOSE RECIBOS
               END-IF
           END-IF.
           OPEN INPUT RECIBOS-HIST.
           IF w-status-rhc = "00"
               PERFORM 320-LEER-RECIBO-HIST
               PERFORM UNTIL w-flag-rhc = 1
                   IF rhc-estado NOT = "X"
                       MOVE rhc-alumno TO w-alumno-cobro
                       MOVE rhc-cuota TO w-cuota-cobro
                       MOVE rhc-anio TO w-anio-cobro
                       MOVE rhc-importe TO w-importe-cobro
                       COMPUTE w-anio-reg = rhc-fecha / 10000
                       COMPUTE w-mes-reg =
                           (rhc-fecha / 100) - (w-anio-reg * 100)
                       PERFORM 350-ACUMULAR-COBRO
                   END-IF
                   PERFORM 320-LEER-RECIBO-HIST
               END-PERFORM
               CLOSE RECIBOS-HIST
           ELSE
               IF w-status-rhc = "05"
                   CLOSE RECIBOS-HIST
               END-IF
           END-IF.
           IF w-status-cuotas = "00" OR w-status-cuotas = "05"
               CLOSE CUOTAS
           END-IF.
           IF w-status-hist = "00" OR w-status-hist = "05"
               CLOSE CUOTAS-HIST
           END-IF.

       310-LEER-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-rcb.

       320-LEER-RECIBO-HIST.
           READ RECIBOS-HIST NEXT AT END MOVE 1 TO w-flag-rhc.

       350-ACUMULAR-COBRO.
           IF w-anio-reg = w-anio-informe
           AND w-mes-reg >= 1 AND w-mes-reg <= w-mes-informe
               PERFORM 360-BUSCAR-CONCEPTO
               IF w-mes-reg = w-mes-informe
                   ADD w-importe-cobro TO w-con-cob-mes (idx-concepto)
               END-IF
               ADD w-importe-cobro TO w-con-cob-acu (idx-concepto)
           END-IF.

       360-BUSCAR-CONCEPTO.
           MOVE 1 TO idx-concepto.
           MOVE w-alumno-cobro TO cuo-alumno.
           MOVE w-cuota-cobro TO cuo-cuota.
           MOVE w-anio-cobro TO cuo-anio.
           READ CUOTAS
               INVALID KEY
                   MOVE w-alumno-cobro TO his-alumno
                   MOVE w-cuota-cobro TO his-cuota
                   MOVE w-anio-cobro TO his-anio
                   READ CUOTAS-HIST
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF his-concepto >= 1
                           AND his-concepto <= 10
                               MOVE his-concepto TO idx-concepto
                           END-IF
                   END-READ
               NOT INVALID KEY
                   IF cuo-concepto >= 1 AND cuo-concepto <= 10
                       MOVE cuo-concepto TO idx-concepto
                   END-IF
           END-READ.

      * Por concepto: el mes y el acumulado del ejercicio, cada uno
      * con lo devengado y lo cobrado contra el presupuesto. Un
      * concepto se marca cuando alguno de los cuatro desvios supera
      * el umbral, o cuando tiene ingresos sin presupuesto.
       500-ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO inf-linea.
           STRING "CONTROL PRESUPUESTARIO " w-anio-informe "/"
               w-mes-informe " (EMITIDO EL " w-fecha-hoy
               ")  UMBRAL DE DESVIO: " w-umbral-desvio "%"
               DELIMITED BY SIZE INTO inf-linea.
           WRITE inf-linea.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           WRITE inf-linea FROM lin-titulo.
           PERFORM VARYING idx-concepto FROM 1 BY 1
                   UNTIL idx-concepto > 10
               IF w-con-pres-acu (idx-concepto) > ZERO
               OR w-con-dev-acu (idx-concepto) > ZERO
               OR w-con-cob-acu (idx-concepto) > ZERO
                   PERFORM 510-ESCRIBIR-CONCEPTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE "TOTAL DE INGRESOS" TO inf-linea.
           WRITE inf-linea.
           MOVE w-tot-pres-mes TO w-presup.
           MOVE w-tot-dev-mes TO w-real.
           MOVE "DEVENG. MES" TO l-rubro.
           PERFORM 550-LINEA-DESVIO.
           MOVE w-tot-cob-mes TO w-real.
           MOVE "COBRADO MES" TO l-rubro.
           PERFORM 550-LINEA-DESVIO.
           MOVE w-tot-pres-acu TO w-presup.
           MOVE w-tot-dev-acu TO w-real.
           MOVE "DEVENG. ACUM." TO l-rubro.
           PERFORM 550-LINEA-DESVIO.
           MOVE w-tot-cob-acu TO w-real.
           MOVE "COBRADO ACUM." TO l-rubro.
           PERFORM 550-LINEA-DESVIO.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE SPACES TO inf-linea.
           STRING "CONCEPTOS MARCADOS (*): " w-cant-marcados
               DELIMITED BY SIZE INTO inf-linea.
           WRITE inf-linea.
           CLOSE INFORME.

       510-ESCRIBIR-CONCEPTO.
           MOVE ZERO TO w-marca-concepto.
           MOVE SPACES TO inf-linea.
           STRING "CONCEPTO " idx-concepto " "
               w-con-descripcion (idx-concepto)
               DELIMITED BY SIZE INTO inf-linea.
           WRITE inf-linea.
           MOVE w-con-pres-mes (idx-concepto) TO w-presup.
           MOVE w-con-dev-mes (idx-concepto) TO w-real.
           MOVE "DEVENG. MES" TO l-rubro.
           PERFORM 550-LINEA-DESVIO.
           MOVE w-con-cob-mes (idx-concepto) TO w-real.
           MOVE "COBRADO MES" TO l-rubro.
           PERFORM 550-LINEA-DESVIO.
           MOVE w-con-pres-acu (idx-concepto) TO w-presup.
           MOVE w-con-dev-acu (idx-concepto) TO w-real.
           MOVE "DEVENG. ACUM." TO l-rubro.
           PERFORM 550-LINEA-DESVIO.
           MOVE w-con-cob-acu (idx-concepto) TO w-real.
           MOVE "COBRADO ACUM." TO l-rubro.
           PERFORM 550-LINEA-DESVIO.
           IF w-marca-concepto = 1
               ADD 1 TO w-cant-marcados
           END-IF.
           ADD w-con-pres-mes (idx-concepto) TO w-tot-pres-mes.
           ADD w-con-pres-acu (idx-concepto) TO w-tot-pres-acu.
           ADD w-con-dev-mes (idx-concepto) TO w-tot-dev-mes.
           ADD w-con-dev-acu (idx-concepto) TO w-tot-dev-acu.
           ADD w-con-cob-mes (idx-concepto) TO w-tot-cob-mes.
           ADD w-con-cob-acu (idx-concepto) TO w-tot-cob-acu.

       550-LINEA-DESVIO.
           COMPUTE w-desvio = w-real - w-presup.
           MOVE SPACES TO w-marca.
           IF w-presup = ZERO
               MOVE ZERO TO w-desvio-pct
               IF w-real > ZERO
                   MOVE "* SIN PRESUP" TO w-marca
                   MOVE 1 TO w-marca-concepto
               END-IF
           ELSE
               COMPUTE w-desvio-pct ROUNDED =
                   w-desvio * 100 / w-presup
               IF w-desvio-pct < ZERO
                   COMPUTE w-desvio-abs = w-desvio-pct * -1
               ELSE
                   MOVE w-desvio-pct TO w-desvio-abs
               END-IF
               IF w-desvio-abs > w-umbral-desvio
                   MOVE "*" TO w-marca
                   MOVE 1 TO w-marca-concepto
               END-IF
           END-IF.
           MOVE w-presup TO l-presup.
           MOVE w-real TO l-real.
           MOVE w-desvio TO l-desvio.
           MOVE w-desvio-pct TO l-desvio-pct.
           MOVE w-marca TO l-marca.
           WRITE inf-linea FROM lin-detalle.

       END PROGRAM INFORME-PRESUPUESTO.
