      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-COBRADORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COBRADORES ASSIGN TO "..\cobradores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cob.
           SELECT OPTIONAL PLANILLAS ASSIGN TO "..\planillas_cobro.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-plc.
           SELECT INFORME ASSIGN TO "..\informe_cobradores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Maestro de cobradores (MantenerCobradores), con el
      * porcentaje de comision sobre lo cobrado.
       FD  COBRADORES.
       01  cob-reg.
           03 cob-codigo pic x(4).
           03 filler pic x value space.
           03 cob-nombre pic x(30).
           03 filler pic x value space.
           03 cob-comision pic 9(2).
           03 filler pic x value space.
           03 cob-estado pic x.

      * Planillas de ruta emitidas y su resultado (A abierta,
      * C cobrada, N no cobrada).
       FD  PLANILLAS.
       01  plc-reg.
           03 plc-cobrador pic x(4).
           03 filler pic x value space.
           03 plc-periodo pic 9(6).
           03 filler pic x value space.
           03 plc-zona pic x(4).
           03 filler pic x value space.
           03 plc-legajo pic 9(5).
           03 filler pic x value space.
           03 plc-cuota pic 9(2).
           03 filler pic x value space.
           03 plc-anio pic 9(4).
           03 filler pic x value space.
           03 plc-importe pic 9(8).
           03 filler pic x value space.
           03 plc-estado pic x.
           03 filler pic x value space.
           03 plc-cobrado pic 9(8).
           03 filler pic x value space.
           03 plc-recibo pic 9(10).
           03 filler pic x value space.
           03 plc-fecha-rendicion pic 9(8).

      * Informe mensual de efectividad y comision por cobrador:
      * cuotas e importe entregados en planilla, lo cobrado, la
      * efectividad (cobrado sobre entregado, en importe) y la
      * comision a liquidarle sobre lo cobrado.
       FD  INFORME.
       01  inf-linea pic x(120).

       WORKING-STORAGE SECTION.
       77  w-status-cob pic xx value spaces.
       77  w-status-plc pic xx value spaces.
       77  w-flag-cob pic 9 value zero.
       77  w-flag-plc pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo pic 9(6) value zero.
       77  w-cant-cob pic 9(2) value zero.
       77  w-ind-cob pic 9(2) value zero.
       77  w-cob-hallado pic 9(2) value zero.
       77  w-efectividad pic 9(3)v99 value zero.
       77  w-comision pic 9(10) value zero.
       77  w-tot-entregado pic 9(10) value zero.
       77  w-tot-cobrado pic 9(10) value zero.
       77  w-tot-comision pic 9(10) value zero.
       77  w-cant-abiertas pic 9(5) value zero.
       01  w-tab-cobradores.
           03 w-tab-cob occurs 20.
               05 w-cob-codigo pic x(4).
               05 w-cob-nombre pic x(30).
               05 w-cob-comision pic 9(2).
               05 w-cob-cuotas pic 9(5).
               05 w-cob-cobradas pic 9(5).
               05 w-cob-abiertas pic 9(5).
               05 w-cob-entregado pic 9(10).
               05 w-cob-cobrado pic 9(10).
       01  w-lin-titulo.
           03 filler pic x(40) value
               "EFECTIVIDAD Y COMISION DE COBRADORES - ".
           03 w-tit-periodo pic 9(6).
       01  w-lin-encabezado.
           03 filler pic x(36) value "COBR NOMBRE".
           03 filler pic x(40) value
               "CUOTAS COBR.     ENTREGADO       COBRADO".
           03 filler pic x(27) value
               " EFECT.% %COM      COMISION".
       01  w-lin-detalle.
           03 w-det-codigo pic x(4).
           03 filler pic x value space.
           03 w-det-nombre pic x(30).
           03 filler pic x value space.
           03 w-det-cuotas pic zzzz9.
           03 filler pic x value space.
           03 w-det-cobradas pic zzzz9.
           03 filler pic x value space.
           03 w-det-entregado pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-cobrado pic z.zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 w-det-efectividad pic zz9,99.
           03 filler pic x(3) value spaces.
           03 w-det-pct pic z9.
           03 filler pic x value space.
           03 w-det-comision pic z.zzz.zzz.zz9.
       01  w-lin-abiertas.
           03 filler pic x(5) value spaces.
           03 filler pic x(35) value
               "(PLANILLA SIN RENDIR, CUOTAS:     ".
           03 w-abi-cuotas pic zzzz9.
           03 filler pic x value ")".
       01  w-lin-total.
           03 filler pic x(48) value "TOTALES".
           03 w-tot-lin-entregado pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 w-tot-lin-cobrado pic z.zzz.zzz.zz9.
           03 filler pic x(14) value spaces.
           03 w-tot-lin-comision pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "PERIODO AAAAMM (ENTER=" w-fecha-hoy (1:6) "): ".
           ACCEPT w-periodo.
           IF w-periodo = ZERO
               MOVE w-fecha-hoy (1:6) TO w-periodo
           END-IF.
           PERFORM 100-CARGAR-COBRADORES.
           PERFORM 200-ACUMULAR-PLANILLAS.
           OPEN OUTPUT INFORME.
           MOVE w-periodo TO w-tit-periodo.
           WRITE inf-linea FROM w-lin-titulo.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           WRITE inf-linea FROM w-lin-encabezado.
           PERFORM VARYING w-ind-cob FROM 1 BY 1
                   UNTIL w-ind-cob > w-cant-cob
               IF w-cob-cuotas (w-ind-cob) > ZERO
                   PERFORM 300-LISTAR-COBRADOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE w-tot-entregado TO w-tot-lin-entregado.
           MOVE w-tot-cobrado TO w-tot-lin-cobrado.
           MOVE w-tot-comision TO w-tot-lin-comision.
           WRITE inf-linea FROM w-lin-total.
           CLOSE INFORME.
           DISPLAY "IMPORTE ENTREGADO EN PLANILLAS: " w-tot-entregado.
           DISPLAY "IMPORTE COBRADO               : " w-tot-cobrado.
           DISPLAY "COMISIONES A LIQUIDAR         : " w-tot-comision.
           IF w-cant-abiertas > ZERO
               DISPLAY "CUOTAS EN PLANILLAS SIN RENDIR: "
                   w-cant-abiertas
           END-IF.
           STOP RUN.

      * Entran tambien los cobradores dados de baja: la planilla
      * del periodo pudo haberse emitido antes de la baja.
       100-CARGAR-COBRADORES.
           OPEN INPUT COBRADORES.
           IF w-status-cob = "00"
               PERFORM 110-LEER-COBRADOR
               PERFORM UNTIL w-flag-cob = 1
                   IF w-cant-cob < 20
                       ADD 1 TO w-cant-cob
                       MOVE cob-codigo TO w-cob-codigo (w-cant-cob)
                       MOVE cob-nombre TO w-cob-nombre (w-cant-cob)
                       MOVE cob-comision
                           TO w-cob-comision (w-cant-cob)
                       MOVE ZERO TO w-cob-cuotas (w-cant-cob)
                       MOVE ZERO TO w-cob-cobradas (w-cant-cob)
                       MOVE ZERO TO w-cob-abiertas (w-cant-cob)
                       MOVE ZERO TO w-cob-entregado (w-cant-cob)
                       MOVE ZERO TO w-cob-cobrado (w-cant-cob)
                   END-IF
                   PERFORM 110-LEER-COBRADOR
               END-PERFORM
               CLOSE COBRADORES
           ELSE
               IF w-status-cob = "05"
                   CLOSE COBRADORES
               END-IF
           END-IF.

       110-LEER-COBRADOR.
           READ COBRADORES AT END MOVE 1 TO w-flag-cob.

       200-ACUMULAR-PLANILLAS.
           OPEN INPUT PLANILLAS.
           IF w-status-plc = "00"
               PERFORM 210-LEER-PLANILLA
               PERFORM UNTIL w-flag-plc = 1
                   IF plc-periodo = w-periodo
                       PERFORM 220-ACUMULAR-CUOTA
                   END-IF
                   PERFORM 210-LEER-PLANILLA
               END-PERFORM
               CLOSE PLANILLAS
           ELSE
               IF w-status-plc = "05"
                   CLOSE PLANILLAS
               END-IF
           END-IF.

       210-LEER-PLANILLA.
           READ PLANILLAS AT END MOVE 1 TO w-flag-plc.

       220-ACUMULAR-CUOTA.
           MOVE ZERO TO w-cob-hallado.
           PERFORM VARYING w-ind-cob FROM 1 BY 1
                   UNTIL w-ind-cob > w-cant-cob
                   OR w-cob-hallado NOT = ZERO
               IF w-cob-codigo (w-ind-cob) = plc-cobrador
                   MOVE w-ind-cob TO w-cob-hallado
               END-IF
           END-PERFORM.
           IF w-cob-hallado NOT = ZERO
               ADD 1 TO w-cob-cuotas (w-cob-hallado)
               ADD plc-importe TO w-cob-entregado (w-cob-hallado)
               IF plc-estado = "C"
                   ADD 1 TO w-cob-cobradas (w-cob-hallado)
                   ADD plc-cobrado TO w-cob-cobrado (w-cob-hallado)
               END-IF
               IF plc-estado = "A"
                   ADD 1 TO w-cob-abiertas (w-cob-hallado)
                   ADD 1 TO w-cant-abiertas
               END-IF
           END-IF.

      * La comision se liquida sobre lo efectivamente cobrado, no
      * sobre lo entregado en planilla.
       300-LISTAR-COBRADOR.
           MOVE ZERO TO w-efectividad.
           IF w-cob-entregado (w-ind-cob) > ZERO
               COMPUTE w-efectividad ROUNDED =
                   w-cob-cobrado (w-ind-cob) * 100
                   / w-cob-entregado (w-ind-cob)
           END-IF.
           COMPUTE w-comision ROUNDED =
               w-cob-cobrado (w-ind-cob) * w-cob-comision (w-ind-cob)
               / 100.
           MOVE w-cob-codigo (w-ind-cob) TO w-det-codigo.
           MOVE w-cob-nombre (w-ind-cob) TO w-det-nombre.
           MOVE w-cob-cuotas (w-ind-cob) TO w-det-cuotas.
           MOVE w-cob-cobradas (w-ind-cob) TO w-det-cobradas.
           MOVE w-cob-entregado (w-ind-cob) TO w-det-entregado.
           MOVE w-cob-cobrado (w-ind-cob) TO w-det-cobrado.
           MOVE w-efectividad TO w-det-efectividad.
           MOVE w-cob-comision (w-ind-cob) TO w-det-pct.
           MOVE w-comision TO w-det-comision.
           WRITE inf-linea FROM w-lin-detalle.
           IF w-cob-abiertas (w-ind-cob) > ZERO
               MOVE w-cob-abiertas (w-ind-cob) TO w-abi-cuotas
               WRITE inf-linea FROM w-lin-abiertas
           END-IF.
           ADD w-cob-entregado (w-ind-cob) TO w-tot-entregado.
           ADD w-cob-cobrado (w-ind-cob) TO w-tot-cobrado.
           ADD w-comision TO w-tot-comision.

       END PROGRAM INFORME-COBRADORES.
