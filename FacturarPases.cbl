      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-PASES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PASES ASSIGN TO "..\pases_invitados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-pas.
           SELECT OPTIONAL CTA ASSIGN TO "..\cuotas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cta.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
       DATA DIVISION.
       FILE SECTION.

       FD  PASES.
       01  pas-reg.
           03 pas-legajo pic 9(5).
           03 filler pic x value space.
           03 pas-dni pic 9(8).
           03 filler pic x value space.
           03 pas-nombre pic x(30).
           03 filler pic x value space.
           03 pas-fecha.
               05 pas-anio-mes pic 9(6).
               05 pas-dia pic 9(2).
           03 filler pic x value space.
           03 pas-arancel pic 9(8).
           03 filler pic x value space.
           03 pas-estado pic x.

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

       WORKING-STORAGE SECTION.
       77  w-status-pas pic xx value spaces.
       77  w-status-cta pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-flag-pas pic 9 value zero.
       77  w-flag-cta pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-mes-factura pic 9(6) value zero.
       77  w-anio-cargo pic 9(4) value zero.
       77  w-concepto-pases pic 9(2) value 6.
       77  w-cant-pas pic 9(4) value zero.
       77  w-ind-pas pic 9(4) value zero.
       77  w-ind-bus pic 9(4) value zero.
       77  w-cant-cargos pic 9(4) value zero.
       77  w-tot-facturado pic 9(10) value zero.
       77  w-cant-socios pic 9(3) value zero.
       77  w-ind-soc pic 9(3) value zero.
       77  w-soc-hallado pic 9 value zero.
       77  w-cuota-libre pic 9(2) value zero.
       77  w-cuota-tomada pic 9 value zero.
       77  w-cant-pend pic 9(4) value zero.
       77  w-ind-pend pic 9(4) value zero.
       01  w-fecha-trabajo.
           03 w-ftr-anio-mes pic 9(6).
           03 w-ftr-dia pic 9(2).
       01  w-tab-pases.
           03 w-tab-pas occurs 3000.
               05 w-pas-legajo pic 9(5).
               05 w-pas-dni pic 9(8).
               05 w-pas-nombre pic x(30).
               05 w-pas-fecha pic 9(8).
               05 w-pas-arancel pic 9(8).
               05 w-pas-estado pic x.
       01  w-tab-socios.
           03 w-tab-soc occurs 500.
               05 w-soc-legajo pic 9(5).
               05 w-soc-importe pic 9(8).
      * Cargos que ya estan en cuotas.txt esperando a CuotaTexAindex
      * (reservas u otros pases): sus numeros de cuota tampoco
      * estan libres aunque todavia no figuren en CUOTAS.
       01  w-tab-pendientes.
           03 w-tab-pend occurs 2000.
               05 w-pend-alumno pic 9(5).
               05 w-pend-cuota pic 9(2).
               05 w-pend-anio pic 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy TO w-fecha-trabajo.
           DISPLAY "MES DE PASES A FACTURAR AAAAMM (ENTER="
               w-ftr-anio-mes "): ".
           ACCEPT w-anio-mes-factura.
           IF w-anio-mes-factura = ZERO
               MOVE w-ftr-anio-mes TO w-anio-mes-factura
           END-IF.
           COMPUTE w-anio-cargo = w-anio-mes-factura / 100.
           PERFORM 100-CARGAR-PASES.
           PERFORM 200-ACUMULAR-POR-SOCIO.
           IF w-cant-socios = ZERO
               DISPLAY "NO HAY PASES SIN FACTURAR EN EL MES "
                   w-anio-mes-factura
               STOP RUN
           END-IF.
           PERFORM 150-CARGAR-PENDIENTES.
           PERFORM 300-GENERAR-CARGOS.
           PERFORM 500-MARCAR-FACTURADOS.
           DISPLAY "CARGOS GENERADOS : " w-cant-cargos.
           DISPLAY "IMPORTE FACTURADO: " w-tot-facturado.
           DISPLAY "LOS CARGOS ENTRAN A CUOTAS CON LA PROXIMA "
               "CORRIDA DE CuotaTexAindex".
           STOP RUN.

       100-CARGAR-PASES.
           OPEN INPUT PASES.
           IF w-status-pas = "00"
               PERFORM 110-LEER-PASE
               PERFORM UNTIL w-flag-pas = 1
                   IF w-cant-pas < 3000
                       ADD 1 TO w-cant-pas
                       MOVE pas-legajo TO w-pas-legajo (w-cant-pas)
                       MOVE pas-dni TO w-pas-dni (w-cant-pas)
                       MOVE pas-nombre TO w-pas-nombre (w-cant-pas)
                       MOVE pas-fecha TO w-pas-fecha (w-cant-pas)
                       MOVE pas-arancel TO w-pas-arancel (w-cant-pas)
                       MOVE pas-estado TO w-pas-estado (w-cant-pas)
                   END-IF
                   PERFORM 110-LEER-PASE
               END-PERFORM
               CLOSE PASES
           ELSE
               IF w-status-pas = "05"
                   CLOSE PASES
               END-IF
           END-IF.

       110-LEER-PASE.
           READ PASES AT END MOVE 1 TO w-flag-pas.

       150-CARGAR-PENDIENTES.
           OPEN INPUT CTA.
           IF w-status-cta = "00"
               PERFORM 160-LEER-CTA
               PERFORM UNTIL w-flag-cta = 1
                   IF cuo-tex-anio = w-anio-cargo
                   AND w-cant-pend < 2000
                       ADD 1 TO w-cant-pend
                       MOVE cuo-tex-alumno
                           TO w-pend-alumno (w-cant-pend)
                       MOVE cuo-tex-cuota TO w-pend-cuota (w-cant-pend)
                       MOVE cuo-tex-anio TO w-pend-anio (w-cant-pend)
                   END-IF
                   PERFORM 160-LEER-CTA
               END-PERFORM
               CLOSE CTA
           ELSE
               IF w-status-cta = "05"
                   CLOSE CTA
               END-IF
           END-IF.

       160-LEER-CTA.
           READ CTA AT END MOVE 1 TO w-flag-cta.

      * Los pases del mes se consolidan en un cargo por socio
      * anfitrion, igual que las reservas del dia: un solo numero de
      * cuota por socio y por mes.
       200-ACUMULAR-POR-SOCIO.
           PERFORM VARYING w-ind-pas FROM 1 BY 1
                   UNTIL w-ind-pas > w-cant-pas
               MOVE w-pas-fecha (w-ind-pas) TO w-fecha-trabajo
               IF w-pas-estado (w-ind-pas) = "R"
               AND w-ftr-anio-mes = w-anio-mes-factura
                   PERFORM 250-SUMAR-SOCIO
               END-IF
           END-PERFORM.

       250-SUMAR-SOCIO.
           MOVE ZERO TO w-soc-hallado.
           PERFORM VARYING w-ind-soc FROM 1 BY 1
                   UNTIL w-ind-soc > w-cant-socios
               IF w-soc-legajo (w-ind-soc)
                       = w-pas-legajo (w-ind-pas)
                   ADD w-pas-arancel (w-ind-pas)
                       TO w-soc-importe (w-ind-soc)
                   MOVE 1 TO w-soc-hallado
               END-IF
           END-PERFORM.
           IF w-soc-hallado = ZERO AND w-cant-socios < 500
               ADD 1 TO w-cant-socios
               MOVE w-pas-legajo (w-ind-pas)
                   TO w-soc-legajo (w-cant-socios)
               MOVE w-pas-arancel (w-ind-pas)
                   TO w-soc-importe (w-cant-socios)
           END-IF.

      * Cada cargo sale por cuotas.txt con el concepto propio de
      * pases de invitado (06) y el primer numero de cuota libre del
      * socio en el rango 13-50, el mismo que usan las reservas.
       300-GENERAR-CARGOS.
           OPEN EXTEND CTA.
           OPEN INPUT CUOTAS.
           PERFORM VARYING w-ind-soc FROM 1 BY 1
                   UNTIL w-ind-soc > w-cant-socios
               PERFORM 350-BUSCAR-CUOTA-LIBRE
               IF w-cuota-libre = ZERO
                   DISPLAY "LEGAJO " w-soc-legajo (w-ind-soc)
                       " SIN NUMERO DE CUOTA LIBRE, CARGO NO "
                       "GENERADO"
               ELSE
                   PERFORM 400-GRABAR-CARGO
               END-IF
           END-PERFORM.
           CLOSE CUOTAS.
           CLOSE CTA.

       350-BUSCAR-CUOTA-LIBRE.
           MOVE ZERO TO w-cuota-libre.
           PERFORM VARYING w-ind-bus FROM 13 BY 1
                   UNTIL w-ind-bus > 50 OR w-cuota-libre NOT = ZERO
               PERFORM 360-VER-PENDIENTE
               IF w-cuota-tomada = ZERO
                   MOVE w-soc-legajo (w-ind-soc) TO cuo-alumno
                   MOVE w-ind-bus TO cuo-cuota
                   MOVE w-anio-cargo TO cuo-anio
                   READ CUOTAS
                       INVALID KEY MOVE w-ind-bus TO w-cuota-libre
                       NOT INVALID KEY CONTINUE
                   END-READ
               END-IF
           END-PERFORM.

       360-VER-PENDIENTE.
           MOVE ZERO TO w-cuota-tomada.
           PERFORM VARYING w-ind-pend FROM 1 BY 1
                   UNTIL w-ind-pend > w-cant-pend
               IF w-pend-alumno (w-ind-pend) = w-soc-legajo (w-ind-soc)
               AND w-pend-cuota (w-ind-pend) = w-ind-bus
                   MOVE 1 TO w-cuota-tomada
               END-IF
           END-PERFORM.

       400-GRABAR-CARGO.
           MOVE SPACES TO cuo-tex-reg.
           MOVE w-soc-legajo (w-ind-soc) TO cuo-tex-alumno.
           MOVE w-cuota-libre TO cuo-tex-cuota.
           MOVE w-anio-cargo TO cuo-tex-anio.
           MOVE w-fecha-hoy TO cuo-tex-fecha.
           MOVE "I" TO cuo-tex-estado.
           MOVE w-soc-importe (w-ind-soc) TO cuo-tex-importe.
           MOVE ZERO TO cuo-tex-pagado.
           MOVE w-soc-importe (w-ind-soc) TO cuo-tex-debe.
           MOVE w-concepto-pases TO cuo-tex-concepto.
           WRITE cuo-tex-reg.
           ADD 1 TO w-cant-cargos.
           ADD w-soc-importe (w-ind-soc) TO w-tot-facturado.

       500-MARCAR-FACTURADOS.
           PERFORM VARYING w-ind-pas FROM 1 BY 1
                   UNTIL w-ind-pas > w-cant-pas
               MOVE w-pas-fecha (w-ind-pas) TO w-fecha-trabajo
               IF w-pas-estado (w-ind-pas) = "R"
               AND w-ftr-anio-mes = w-anio-mes-factura
                   MOVE "F" TO w-pas-estado (w-ind-pas)
               END-IF
           END-PERFORM.
           OPEN OUTPUT PASES.
           PERFORM VARYING w-ind-pas FROM 1 BY 1
                   UNTIL w-ind-pas > w-cant-pas
               MOVE SPACES TO pas-reg
               MOVE w-pas-legajo (w-ind-pas) TO pas-legajo
               MOVE w-pas-dni (w-ind-pas) TO pas-dni
               MOVE w-pas-nombre (w-ind-pas) TO pas-nombre
               MOVE w-pas-fecha (w-ind-pas) TO pas-fecha
               MOVE w-pas-arancel (w-ind-pas) TO pas-arancel
               MOVE w-pas-estado (w-ind-pas) TO pas-estado
               WRITE pas-reg
           END-PERFORM.
           CLOSE PASES.

       END PROGRAM FACTURAR-PASES.
