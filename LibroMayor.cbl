      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-MAYOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASIENTOS ASSIGN TO "..\asientos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-asi.
           SELECT OPTIONAL PLAN-CUENTAS
                   ASSIGN TO "..\plan_cuentas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-pla.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos_mayor.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sma.
           SELECT MAYOR ASSIGN TO "..\libro_mayor.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE ASSIGN TO "..\balance_sumas_saldos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-ASI ASSIGN TO "..\asientos_observados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-MAY ASSIGN TO "sortwork".
       DATA DIVISION.
       FILE SECTION.

      * Asientos que graba GenerarAsientos dia por dia (por sede o
      * consolidado con sede 00).
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
           03 filler pic x.
           03 asi-cuenta pic 9(6).
           03 filler pic x.
           03 asi-debe pic 9(10).
           03 filler pic x.
           03 asi-haber pic 9(10).
           03 filler pic x.
           03 asi-leyenda pic x(30).
           03 filler pic x.
           03 asi-sede pic 9(2).

      * Tabla clave de evento -> cuenta contable de GenerarAsientos.
      * Varias claves pueden ir a la misma cuenta; la primera clave
      * se usa como nombre de la cuenta en los listados.
       FD  PLAN-CUENTAS.
       01  pla-reg.
           03 pla-clave pic x(12).
           03 filler pic x.
           03 pla-cuenta pic 9(6).

      * Saldos de cierre de mes por cuenta (saldo deudor positivo,
      * acreedor negativo). El mayor toma como saldo inicial el
      * ultimo mes cerrado anterior al rango pedido y suma desde ahi
      * los asientos que falten. Se regraba cada vez que se emite el
      * mayor de un mes completo.
       FD  SALDOS.
       01  sma-reg.
           03 sma-periodo pic 9(6).
           03 filler pic x value space.
           03 sma-cuenta pic 9(6).
           03 filler pic x value space.
           03 sma-saldo pic s9(12) sign leading separate.

       FD  MAYOR.
       01  may-linea pic x(100).

       FD  BALANCE.
       01  bal-linea pic x(100).

       FD  CONTROL-ASI.
       01  ctl-linea pic x(100).

      * Tipo "I" es un registro sin importe que solo asegura que
      * toda cuenta salga en el mayor con su saldo inicial aunque no
      * tenga movimientos en el rango.
       SD  SORT-MAY.
       01  srt-reg.
           03 srt-cuenta pic 9(6).
           03 srt-fecha pic 9(8).
           03 srt-sede pic 9(2).
           03 srt-tipo pic x.
           03 srt-debe pic 9(10).
           03 srt-haber pic 9(10).
           03 srt-leyenda pic x(30).

       WORKING-STORAGE SECTION.
       77  w-status-asi pic xx value spaces.
       77  w-status-pla pic xx value spaces.
       77  w-status-sma pic xx value spaces.
       77  w-flag-asi pic 9 value zero.
       77  w-flag-pla pic 9 value zero.
       77  w-flag-sma pic 9 value zero.
       77  w-flag-sort pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-fecha-sig pic 9(8) value zero.
       77  w-fecha-base pic 9(8) value zero.
       77  w-periodo-desde pic 9(6) value zero.
       77  w-periodo-base pic 9(6) value zero.
       77  w-periodo-aux pic 9(6) value zero.
       77  w-mes-abs-desde pic 9(6) value zero.
       77  w-mes-abs-hasta pic 9(6) value zero.
       77  w-mes-abs pic 9(6) value zero.
       77  w-cant-meses pic 9(2) value zero.
       77  w-meses-cerrados pic 9(2) value zero.
       77  w-ind-mes pic 9(2) value zero.
       77  w-anio-aux pic 9(4) value zero.
       77  w-mes-aux pic 9(2) value zero.
       77  w-cuenta-buscada pic 9(6) value zero.
       77  w-cant-ctas pic 9(3) value zero.
       77  w-ind-cta pic 9(3) value zero.
       77  w-cta-hallada pic 9(3) value zero.
       77  w-cant-dias pic 9(4) value zero.
       77  w-ind-dia pic 9(4) value zero.
       77  w-dia-hallado pic 9(4) value zero.
       77  w-cant-sal pic 9(4) value zero.
       77  w-ind-sal pic 9(4) value zero.
       77  w-ind-bus pic 9(4) value zero.
       77  w-sal-lleno pic 9 value zero.
       77  w-cant-sin-plan pic 9(5) value zero.
       77  w-cant-desbalance pic 9(4) value zero.
       77  w-cant-leidos pic 9(7) value zero.
       77  w-cuenta-actual pic 9(6) value zero.
       77  w-saldo pic s9(12) value zero.
       77  w-cta-debe pic 9(12) value zero.
       77  w-cta-haber pic 9(12) value zero.
       77  w-tot-debe pic 9(12) value zero.
       77  w-tot-haber pic 9(12) value zero.
       77  w-tot-saldo-ant pic s9(12) value zero.
       77  w-tot-saldo pic s9(12) value zero.
       01  w-tab-cuentas.
           03 w-tab-cta occurs 100.
               05 w-cta-cuenta pic 9(6).
               05 w-cta-nombre pic x(12).
               05 w-cta-en-plan pic x.
               05 w-cta-saldo-ini pic s9(12).
               05 w-cta-saldo pic s9(12).
               05 w-cta-mes occurs 24.
                   07 w-cm-debe pic 9(12).
                   07 w-cm-haber pic 9(12).
       01  w-tab-dias.
           03 w-tab-dia occurs 3000.
               05 w-dia-fecha pic 9(8).
               05 w-dia-sede pic 9(2).
               05 w-dia-debe pic 9(12).
               05 w-dia-haber pic 9(12).
       01  w-tab-saldos.
           03 w-tab-sal occurs 5000.
               05 w-sal-periodo pic 9(6).
               05 w-sal-cuenta pic 9(6).
               05 w-sal-saldo pic s9(12).
       01  lin-may-titulo.
           03 filler pic x(40)
               value "FECHA    SE LEYENDA                     ".
           03 filler pic x(47)
               value "            DEBE         HABER            SALDO".
       01  lin-may-mov.
           03 l-fecha pic 9(8).
           03 filler pic x value space.
           03 l-sede pic 9(2).
           03 filler pic x value space.
           03 l-leyenda pic x(30).
           03 filler pic x value space.
           03 l-debe pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 l-haber pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 l-saldo pic -zzz.zzz.zzz.zz9.
       01  lin-bal-titulo.
           03 filler pic x(40)
               value "CUENTA NOMBRE         SALDO ANTERIOR    ".
           03 filler pic x(44)
               value "         DEBE          HABER           SALDO".
       01  lin-bal.
           03 lb-cuenta pic 9(6).
           03 filler pic x value space.
           03 lb-nombre pic x(12).
           03 filler pic x value space.
           03 lb-saldo-ant pic -zzz.zzz.zzz.zz9.
           03 filler pic x value space.
           03 lb-debe pic zz.zzz.zzz.zz9.
           03 filler pic x value space.
           03 lb-haber pic zz.zzz.zzz.zz9.
           03 filler pic x value space.
           03 lb-saldo pic -zzz.zzz.zzz.zz9.
       01  lin-ctl.
           03 lc-fecha pic 9(8).
           03 filler pic x value space.
           03 lc-sede pic 9(2).
           03 filler pic x value space.
           03 lc-cuenta pic 9(6).
           03 filler pic x value space.
           03 lc-debe pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 lc-haber pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 lc-motivo pic x(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-PEDIR-RANGO.
           PERFORM 100-CARGAR-PLAN.
           PERFORM 180-CARGAR-SALDOS.
           OPEN OUTPUT CONTROL-ASI.
           MOVE SPACES TO ctl-linea.
           STRING "ASIENTOS OBSERVADOS DEL " w-fecha-desde " AL "
               w-fecha-hasta " (EMITIDO EL " w-fecha-hoy ")"
               DELIMITED BY SIZE INTO ctl-linea.
           WRITE ctl-linea.
           MOVE SPACES TO ctl-linea.
           WRITE ctl-linea.
           OPEN OUTPUT MAYOR.
           SORT SORT-MAY ASCENDING srt-cuenta srt-fecha srt-sede
               srt-tipo
               INPUT PROCEDURE IS 200-ENTRADA
               OUTPUT PROCEDURE IS 400-SALIDA.
           CLOSE MAYOR.
           PERFORM 600-CONTROLAR-DIAS.
           CLOSE CONTROL-ASI.
           PERFORM 700-EMITIR-BALANCES.
           IF w-cant-sin-plan = ZERO AND w-cant-desbalance = ZERO
               PERFORM 800-GUARDAR-SALDOS
           ELSE
               DISPLAY "HAY ASIENTOS OBSERVADOS: NO SE GUARDAN LOS "
                   "SALDOS DE CIERRE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ASIENTOS LEIDOS          : " w-cant-leidos.
           DISPLAY "CUENTAS EN EL MAYOR      : " w-cant-ctas.
           DISPLAY "LINEAS SIN CUENTA EN PLAN: " w-cant-sin-plan.
           DISPLAY "DIAS DESBALANCEADOS      : " w-cant-desbalance.
           DISPLAY "MAYOR EN libro_mayor.txt".
           DISPLAY "BALANCES EN balance_sumas_saldos.txt".
           DISPLAY "OBSERVADOS EN asientos_observados.txt".
           STOP RUN.

      * El rango no puede pasar de hoy (el mes en curso no se da
      * por cerrado) ni abarcar mas de 24 meses, que es lo que
      * entra en la tabla de balances.
       050-PEDIR-RANGO.
           COMPUTE w-fecha-desde = (w-fecha-hoy / 100) * 100 + 1.
           DISPLAY "FECHA DESDE (AAAAMMDD, ENTER=" w-fecha-desde "): ".
           MOVE ZERO TO w-fecha-sig.
           ACCEPT w-fecha-sig.
           IF w-fecha-sig NOT = ZERO
               MOVE w-fecha-sig TO w-fecha-desde
           END-IF.
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER=" w-fecha-hoy "): ".
           MOVE ZERO TO w-fecha-hasta.
           ACCEPT w-fecha-hasta.
           IF w-fecha-hasta = ZERO
               MOVE w-fecha-hoy TO w-fecha-hasta
           END-IF.
           IF w-fecha-desde > w-fecha-hasta
           OR w-fecha-hasta > w-fecha-hoy
               DISPLAY "RANGO DE FECHAS INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-periodo-desde = w-fecha-desde / 100.
           MOVE w-fecha-desde TO w-fecha-sig.
           PERFORM 060-MES-ABSOLUTO.
           MOVE w-mes-abs TO w-mes-abs-desde.
           MOVE w-fecha-hasta TO w-fecha-sig.
           PERFORM 060-MES-ABSOLUTO.
           MOVE w-mes-abs TO w-mes-abs-hasta.
           COMPUTE w-cant-meses = w-mes-abs-hasta - w-mes-abs-desde
               + 1.
           IF w-mes-abs-hasta - w-mes-abs-desde > 23
               DISPLAY "EL RANGO NO PUEDE PASAR DE 24 MESES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Los meses anteriores al de la fecha hasta estan completos;
      * el ultimo solo si la fecha hasta es fin de mes.
           COMPUTE w-fecha-sig = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (w-fecha-hasta) + 1).
           IF w-fecha-sig (5:2) = w-fecha-hasta (5:2)
               COMPUTE w-meses-cerrados = w-cant-meses - 1
           ELSE
               MOVE w-cant-meses TO w-meses-cerrados
           END-IF.

      * Numero de mes corrido (anio * 12 + mes) de w-fecha-sig.
       060-MES-ABSOLUTO.
           MOVE w-fecha-sig (1:4) TO w-anio-aux.
           MOVE w-fecha-sig (5:2) TO w-mes-aux.
           COMPUTE w-mes-abs = w-anio-aux * 12 + w-mes-aux - 1.

      * Periodo AAAAMM del mes numero w-ind-mes del rango.
       070-PERIODO-DEL-MES.
           COMPUTE w-mes-abs = w-mes-abs-desde + w-ind-mes - 1.
           DIVIDE w-mes-abs BY 12 GIVING w-anio-aux
               REMAINDER w-mes-aux.
           ADD 1 TO w-mes-aux.
           COMPUTE w-periodo-aux = w-anio-aux * 100 + w-mes-aux.

       100-CARGAR-PLAN.
           OPEN INPUT PLAN-CUENTAS.
           IF w-status-pla = "00"
               PERFORM 110-LEER-CUENTA
               PERFORM UNTIL w-flag-pla = 1
                   MOVE pla-cuenta TO w-cuenta-buscada
                   PERFORM 150-UBICAR-CUENTA
                   IF w-cta-hallada = ZERO
                       PERFORM 160-AGREGAR-CUENTA
                       IF w-cta-hallada > ZERO
                           MOVE pla-clave
                               TO w-cta-nombre (w-cta-hallada)
                           MOVE "S" TO w-cta-en-plan (w-cta-hallada)
                       END-IF
                   END-IF
                   PERFORM 110-LEER-CUENTA
               END-PERFORM
               CLOSE PLAN-CUENTAS
           ELSE
               IF w-status-pla = "05"
                   CLOSE PLAN-CUENTAS
               END-IF
           END-IF.

       110-LEER-CUENTA.
           READ PLAN-CUENTAS AT END MOVE 1 TO w-flag-pla.

       150-UBICAR-CUENTA.
           MOVE ZERO TO w-cta-hallada.
           PERFORM VARYING w-ind-cta FROM 1 BY 1
                   UNTIL w-ind-cta > w-cant-ctas
                   OR w-cta-hallada > ZERO
               IF w-cta-cuenta (w-ind-cta) = w-cuenta-buscada
                   MOVE w-ind-cta TO w-cta-hallada
               END-IF
           END-PERFORM.

      * Una cuenta que no esta en el plan (la 999999 que deja
      * GenerarAsientos para claves sin cuenta, o una dada de baja
      * del plan) igual entra al mayor, marcada, para que los
      * saldos cierren.
       160-AGREGAR-CUENTA.
           MOVE ZERO TO w-cta-hallada.
           IF w-cant-ctas < 100
               ADD 1 TO w-cant-ctas
               MOVE w-cant-ctas TO w-cta-hallada
               MOVE w-cuenta-buscada TO w-cta-cuenta (w-cta-hallada)
               MOVE "(SIN PLAN)" TO w-cta-nombre (w-cta-hallada)
               MOVE "N" TO w-cta-en-plan (w-cta-hallada)
               MOVE ZERO TO w-cta-saldo-ini (w-cta-hallada)
               MOVE ZERO TO w-cta-saldo (w-cta-hallada)
               PERFORM VARYING w-ind-mes FROM 1 BY 1
                       UNTIL w-ind-mes > 24
                   MOVE ZERO TO w-cm-debe (w-cta-hallada, w-ind-mes)
                   MOVE ZERO TO w-cm-haber (w-cta-hallada, w-ind-mes)
               END-PERFORM
           ELSE
               DISPLAY "TABLA DE CUENTAS LLENA, SE OMITE LA CUENTA "
                   w-cuenta-buscada
           END-IF.

      * Se guarda todo el archivo en la tabla para poder regrabarlo
      * y se toma como base el ultimo mes cerrado anterior al rango.
       180-CARGAR-SALDOS.
           MOVE ZERO TO w-periodo-base.
           OPEN INPUT SALDOS.
           IF w-status-sma = "00"
               PERFORM 185-LEER-SALDO
               PERFORM UNTIL w-flag-sma = 1
                   IF w-cant-sal < 5000
                       ADD 1 TO w-cant-sal
                       MOVE sma-periodo TO w-sal-periodo (w-cant-sal)
                       MOVE sma-cuenta TO w-sal-cuenta (w-cant-sal)
                       MOVE sma-saldo TO w-sal-saldo (w-cant-sal)
                   ELSE
                       MOVE 1 TO w-sal-lleno
                   END-IF
                   IF sma-periodo < w-periodo-desde
                   AND sma-periodo > w-periodo-base
                       MOVE sma-periodo TO w-periodo-base
                   END-IF
                   PERFORM 185-LEER-SALDO
               END-PERFORM
               CLOSE SALDOS
           ELSE
               IF w-status-sma = "05"
                   CLOSE SALDOS
               END-IF
           END-IF.
           MOVE ZERO TO w-fecha-base.
           IF w-periodo-base > ZERO
               COMPUTE w-fecha-base = w-periodo-base * 100 + 31
               PERFORM VARYING w-ind-sal FROM 1 BY 1
                       UNTIL w-ind-sal > w-cant-sal
                   IF w-sal-periodo (w-ind-sal) = w-periodo-base
                       MOVE w-sal-cuenta (w-ind-sal)
                           TO w-cuenta-buscada
                       PERFORM 150-UBICAR-CUENTA
                       IF w-cta-hallada = ZERO
                           PERFORM 160-AGREGAR-CUENTA
                       END-IF
                       IF w-cta-hallada > ZERO
                           MOVE w-sal-saldo (w-ind-sal)
                               TO w-cta-saldo-ini (w-cta-hallada)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       185-LEER-SALDO.
           READ SALDOS AT END MOVE 1 TO w-flag-sma.

      ******************************************************************
      * Entrada del SORT: una sola pasada por asientos.txt. Lo
      * posterior al ultimo cierre guardado y anterior al rango se
      * suma al saldo inicial; lo del rango va al SORT, al balance
      * del mes y al control diario de partida doble.
      ******************************************************************
       200-ENTRADA.
           MOVE ZERO TO w-flag-asi.
           OPEN INPUT ASIENTOS.
           IF w-status-asi = "00"
               PERFORM 210-LEER-ASIENTO
               PERFORM UNTIL w-flag-asi = 1
                   IF asi-debe IS NUMERIC AND asi-haber IS NUMERIC
                       PERFORM 220-PROCESAR-ASIENTO
                   END-IF
                   PERFORM 210-LEER-ASIENTO
               END-PERFORM
               CLOSE ASIENTOS
           ELSE
               IF w-status-asi = "05"
                   CLOSE ASIENTOS
               END-IF
           END-IF.
           PERFORM 290-SOLTAR-CUENTAS.

       210-LEER-ASIENTO.
           READ ASIENTOS AT END MOVE 1 TO w-flag-asi.

       220-PROCESAR-ASIENTO.
           IF asi-fecha > w-fecha-base
           AND asi-fecha <= w-fecha-hasta
               ADD 1 TO w-cant-leidos
               MOVE asi-cuenta TO w-cuenta-buscada
               PERFORM 150-UBICAR-CUENTA
               IF w-cta-hallada = ZERO
                   PERFORM 160-AGREGAR-CUENTA
               END-IF
               IF asi-fecha >= w-fecha-desde
                   PERFORM 230-ACUMULAR-DIA
                   IF w-cta-hallada > ZERO
                   AND w-cta-en-plan (w-cta-hallada) = "N"
                       MOVE "CUENTA INEXISTENTE EN EL PLAN"
                           TO lc-motivo
                       PERFORM 240-OBSERVAR-LINEA
                       ADD 1 TO w-cant-sin-plan
                   END-IF
               END-IF
               IF w-cta-hallada > ZERO
                   PERFORM 250-ACUMULAR-CUENTA
               END-IF
           END-IF.

      * La partida doble se controla por dia y sede, que es la
      * unidad en que GenerarAsientos arma y graba cada asiento.
       230-ACUMULAR-DIA.
           MOVE ZERO TO w-dia-hallado.
           PERFORM VARYING w-ind-dia FROM w-cant-dias BY -1
                   UNTIL w-ind-dia < 1 OR w-dia-hallado > ZERO
               IF w-dia-fecha (w-ind-dia) = asi-fecha
               AND w-dia-sede (w-ind-dia) = asi-sede
                   MOVE w-ind-dia TO w-dia-hallado
               END-IF
           END-PERFORM.
           IF w-dia-hallado = ZERO AND w-cant-dias < 3000
               ADD 1 TO w-cant-dias
               MOVE w-cant-dias TO w-dia-hallado
               MOVE asi-fecha TO w-dia-fecha (w-dia-hallado)
               MOVE asi-sede TO w-dia-sede (w-dia-hallado)
               MOVE ZERO TO w-dia-debe (w-dia-hallado)
               MOVE ZERO TO w-dia-haber (w-dia-hallado)
           END-IF.
           IF w-dia-hallado > ZERO
               ADD asi-debe TO w-dia-debe (w-dia-hallado)
               ADD asi-haber TO w-dia-haber (w-dia-hallado)
           END-IF.

       240-OBSERVAR-LINEA.
           MOVE asi-fecha TO lc-fecha.
           MOVE asi-sede TO lc-sede.
           MOVE asi-cuenta TO lc-cuenta.
           MOVE asi-debe TO lc-debe.
           MOVE asi-haber TO lc-haber.
           WRITE ctl-linea FROM lin-ctl.

       250-ACUMULAR-CUENTA.
           IF asi-fecha < w-fecha-desde
               COMPUTE w-cta-saldo-ini (w-cta-hallada) =
                   w-cta-saldo-ini (w-cta-hallada)
                   + asi-debe - asi-haber
           ELSE
               MOVE asi-fecha TO w-fecha-sig
               PERFORM 060-MES-ABSOLUTO
               COMPUTE w-ind-mes = w-mes-abs - w-mes-abs-desde + 1
               ADD asi-debe TO w-cm-debe (w-cta-hallada, w-ind-mes)
               ADD asi-haber TO w-cm-haber (w-cta-hallada, w-ind-mes)
               MOVE asi-cuenta TO srt-cuenta
               MOVE asi-fecha TO srt-fecha
               MOVE asi-sede TO srt-sede
               MOVE "M" TO srt-tipo
               MOVE asi-debe TO srt-debe
               MOVE asi-haber TO srt-haber
               MOVE asi-leyenda TO srt-leyenda
               RELEASE srt-reg
           END-IF.

       290-SOLTAR-CUENTAS.
           PERFORM VARYING w-ind-cta FROM 1 BY 1
                   UNTIL w-ind-cta > w-cant-ctas
               MOVE w-cta-cuenta (w-ind-cta) TO srt-cuenta
               MOVE ZERO TO srt-fecha
               MOVE ZERO TO srt-sede
               MOVE "I" TO srt-tipo
               MOVE ZERO TO srt-debe
               MOVE ZERO TO srt-haber
               MOVE SPACES TO srt-leyenda
               RELEASE srt-reg
           END-PERFORM.

      ******************************************************************
      * Salida del SORT: libro mayor con corte por cuenta. Cada
      * cuenta abre con su saldo inicial, lista los movimientos del
      * rango con saldo corrido y cierra con los totales.
      ******************************************************************
       400-SALIDA.
           MOVE SPACES TO may-linea.
           STRING "LIBRO MAYOR DEL " w-fecha-desde " AL "
               w-fecha-hasta " (EMITIDO EL " w-fecha-hoy ")"
               DELIMITED BY SIZE INTO may-linea.
           WRITE may-linea.
           PERFORM 410-LEER-SORT.
           PERFORM UNTIL w-flag-sort = 1
               PERFORM 450-CORTE-CUENTA
           END-PERFORM.

       410-LEER-SORT.
           RETURN SORT-MAY AT END MOVE 1 TO w-flag-sort.

       450-CORTE-CUENTA.
           MOVE srt-cuenta TO w-cuenta-actual.
           MOVE srt-cuenta TO w-cuenta-buscada.
           PERFORM 150-UBICAR-CUENTA.
           MOVE w-cta-saldo-ini (w-cta-hallada) TO w-saldo.
           MOVE ZERO TO w-cta-debe w-cta-haber.
           MOVE SPACES TO may-linea.
           WRITE may-linea.
           MOVE SPACES TO may-linea.
           STRING "CUENTA " w-cuenta-actual " "
               w-cta-nombre (w-cta-hallada)
               DELIMITED BY SIZE INTO may-linea.
           WRITE may-linea.
           WRITE may-linea FROM lin-may-titulo.
           MOVE w-fecha-desde TO l-fecha.
           MOVE ZERO TO l-sede.
           MOVE "SALDO INICIAL" TO l-leyenda.
           MOVE ZERO TO l-debe l-haber.
           MOVE w-saldo TO l-saldo.
           WRITE may-linea FROM lin-may-mov.
           PERFORM UNTIL w-flag-sort = 1
           OR srt-cuenta NOT = w-cuenta-actual
               IF srt-tipo = "M"
                   PERFORM 460-LINEA-MOVIMIENTO
               END-IF
               PERFORM 410-LEER-SORT
           END-PERFORM.
           MOVE w-fecha-hasta TO l-fecha.
           MOVE ZERO TO l-sede.
           MOVE "TOTALES Y SALDO FINAL" TO l-leyenda.
           MOVE w-cta-debe TO l-debe.
           MOVE w-cta-haber TO l-haber.
           MOVE w-saldo TO l-saldo.
           WRITE may-linea FROM lin-may-mov.
           MOVE w-saldo TO w-cta-saldo (w-cta-hallada).

       460-LINEA-MOVIMIENTO.
           COMPUTE w-saldo = w-saldo + srt-debe - srt-haber.
           ADD srt-debe TO w-cta-debe.
           ADD srt-haber TO w-cta-haber.
           MOVE srt-fecha TO l-fecha.
           MOVE srt-sede TO l-sede.
           MOVE srt-leyenda TO l-leyenda.
           MOVE srt-debe TO l-debe.
           MOVE srt-haber TO l-haber.
           MOVE w-saldo TO l-saldo.
           WRITE may-linea FROM lin-may-mov.

      * Un dia (y sede) cuyo debe no iguala al haber se lista como
      * asiento desbalanceado.
       600-CONTROLAR-DIAS.
           PERFORM VARYING w-ind-dia FROM 1 BY 1
                   UNTIL w-ind-dia > w-cant-dias
               IF w-dia-debe (w-ind-dia) NOT = w-dia-haber (w-ind-dia)
                   MOVE w-dia-fecha (w-ind-dia) TO lc-fecha
                   MOVE w-dia-sede (w-ind-dia) TO lc-sede
                   MOVE ZERO TO lc-cuenta
                   MOVE w-dia-debe (w-ind-dia) TO lc-debe
                   MOVE w-dia-haber (w-ind-dia) TO lc-haber
                   MOVE "ASIENTO DEL DIA DESBALANCEADO" TO lc-motivo
                   WRITE ctl-linea FROM lin-ctl
                   ADD 1 TO w-cant-desbalance
               END-IF
           END-PERFORM.
           IF w-cant-sin-plan = ZERO AND w-cant-desbalance = ZERO
               MOVE "SIN OBSERVACIONES" TO ctl-linea
               WRITE ctl-linea
           END-IF.

      * Un balance de sumas y saldos por cada mes del rango: saldo
      * anterior, movimientos del mes y saldo al cierre. El saldo
      * de cierre de cada cuenta queda en w-cta-saldo-ini para
      * arrancar el mes siguiente y, si el mes esta completo, en la
      * tabla de saldos a guardar.
       700-EMITIR-BALANCES.
           OPEN OUTPUT BALANCE.
           PERFORM VARYING w-ind-mes FROM 1 BY 1
                   UNTIL w-ind-mes > w-cant-meses
               PERFORM 710-BALANCE-MES
           END-PERFORM.
           CLOSE BALANCE.

       710-BALANCE-MES.
           PERFORM 070-PERIODO-DEL-MES.
           MOVE SPACES TO bal-linea.
           IF w-ind-mes > w-meses-cerrados
               STRING "BALANCE DE SUMAS Y SALDOS PERIODO "
                   w-periodo-aux " AL " w-fecha-hasta
                   " (MES NO CERRADO)"
                   DELIMITED BY SIZE INTO bal-linea
           ELSE
               STRING "BALANCE DE SUMAS Y SALDOS AL CIERRE DEL "
                   "PERIODO " w-periodo-aux
                   DELIMITED BY SIZE INTO bal-linea
           END-IF.
           WRITE bal-linea.
           MOVE SPACES TO bal-linea.
           WRITE bal-linea.
           WRITE bal-linea FROM lin-bal-titulo.
           MOVE ZERO TO w-tot-debe w-tot-haber.
           MOVE ZERO TO w-tot-saldo-ant w-tot-saldo.
           PERFORM VARYING w-ind-cta FROM 1 BY 1
                   UNTIL w-ind-cta > w-cant-ctas
               PERFORM 720-LINEA-BALANCE
           END-PERFORM.
           MOVE ZERO TO lb-cuenta.
           MOVE "TOTALES" TO lb-nombre.
           MOVE w-tot-saldo-ant TO lb-saldo-ant.
           MOVE w-tot-debe TO lb-debe.
           MOVE w-tot-haber TO lb-haber.
           MOVE w-tot-saldo TO lb-saldo.
           WRITE bal-linea FROM lin-bal.
           IF w-tot-debe NOT = w-tot-haber
               MOVE "*** SUMAS DEL DEBE Y DEL HABER NO IGUALES ***"
                   TO bal-linea
               WRITE bal-linea
           END-IF.
           MOVE SPACES TO bal-linea.
           WRITE bal-linea.

       720-LINEA-BALANCE.
           MOVE w-cta-saldo-ini (w-ind-cta) TO w-saldo.
           COMPUTE w-cta-saldo-ini (w-ind-cta) = w-saldo
               + w-cm-debe (w-ind-cta, w-ind-mes)
               - w-cm-haber (w-ind-cta, w-ind-mes).
           MOVE w-cta-cuenta (w-ind-cta) TO lb-cuenta.
           MOVE w-cta-nombre (w-ind-cta) TO lb-nombre.
           MOVE w-saldo TO lb-saldo-ant.
           MOVE w-cm-debe (w-ind-cta, w-ind-mes) TO lb-debe.
           MOVE w-cm-haber (w-ind-cta, w-ind-mes) TO lb-haber.
           MOVE w-cta-saldo-ini (w-ind-cta) TO lb-saldo.
           WRITE bal-linea FROM lin-bal.
           ADD w-saldo TO w-tot-saldo-ant.
           ADD w-cm-debe (w-ind-cta, w-ind-mes) TO w-tot-debe.
           ADD w-cm-haber (w-ind-cta, w-ind-mes) TO w-tot-haber.
           ADD w-cta-saldo-ini (w-ind-cta) TO w-tot-saldo.
           IF w-ind-mes <= w-meses-cerrados
               PERFORM 730-ANOTAR-SALDO
           END-IF.

      * Si el mes ya estaba guardado se reemplaza su saldo.
       730-ANOTAR-SALDO.
           MOVE ZERO TO w-ind-sal.
           PERFORM VARYING w-ind-bus FROM 1 BY 1
                   UNTIL w-ind-bus > w-cant-sal OR w-ind-sal > ZERO
               IF w-sal-periodo (w-ind-bus) = w-periodo-aux
               AND w-sal-cuenta (w-ind-bus) = w-cta-cuenta (w-ind-cta)
                   MOVE w-ind-bus TO w-ind-sal
               END-IF
           END-PERFORM.
           IF w-ind-sal = ZERO
               IF w-cant-sal < 5000
                   ADD 1 TO w-cant-sal
                   MOVE w-cant-sal TO w-ind-sal
                   MOVE w-periodo-aux TO w-sal-periodo (w-ind-sal)
                   MOVE w-cta-cuenta (w-ind-cta)
                       TO w-sal-cuenta (w-ind-sal)
               ELSE
                   MOVE 1 TO w-sal-lleno
               END-IF
           END-IF.
           IF w-ind-sal > ZERO
               MOVE w-cta-saldo-ini (w-ind-cta)
                   TO w-sal-saldo (w-ind-sal)
           END-IF.

      * Con asientos observados no se guardan cierres, para no
      * arrastrar al mes siguiente un saldo que no cierra.
       800-GUARDAR-SALDOS.
           IF w-sal-lleno = 1
               DISPLAY "TABLA DE SALDOS LLENA: NO SE REGRABA "
                   "saldos_mayor.txt"
           ELSE
               IF w-meses-cerrados > ZERO
                   OPEN OUTPUT SALDOS
                   PERFORM VARYING w-ind-sal FROM 1 BY 1
                           UNTIL w-ind-sal > w-cant-sal
                       MOVE SPACES TO sma-reg
                       MOVE w-sal-periodo (w-ind-sal) TO sma-periodo
                       MOVE w-sal-cuenta (w-ind-sal) TO sma-cuenta
                       MOVE w-sal-saldo (w-ind-sal) TO sma-saldo
                       WRITE sma-reg
                   END-PERFORM
                   CLOSE SALDOS
                   DISPLAY "MESES CERRADOS GUARDADOS : "
                       w-meses-cerrados
               END-IF
           END-IF.

       END PROGRAM LIBRO-MAYOR.
